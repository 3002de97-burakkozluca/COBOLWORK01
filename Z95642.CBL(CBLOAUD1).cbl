      *exactly the same selection, and the activity summary then
      *covers archive and live trail together. No ARCHIN allocated
      *simply means the inquiry runs off the live trail alone.
      *An account selected by number brings the rest of its reissue
      *chain with it: every number it was renumbered from or to on
      *ACCTLINK is selected as well, so a lost or stolen card's
      *history before the reissue turns up under the customer's
      *current number. No ACCTLINK yet means no account has ever
      *been renumbered, and the selection is the one number.
      *AUDIT-FILE (audit trail, input) assign to ACCTAUD
      *ARCH-FILE (optional purged-records archive) assign to ARCHIN
      *LINK-FILE (account renumbering links, VSAM KSDS) assign to
      *ACCTLINK
      *PRINT-LINE (change-history report) assign to PRTAUD
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                             STATUS    ARC-ST.
           SELECT PRINT-LINE ASSIGN TO PRTAUD
                             STATUS    PRT-ST.
           SELECT LINK-FILE  ASSIGN TO ACCTLINK
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS DYNAMIC
                             RECORD KEY   IS LINK-OLD-ACCT-NO
                             ALTERNATE RECORD KEY IS LINK-NEW-ACCT-NO
                             STATUS       IS LNK-ST.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                 PIC X(132).
      *
       FD  LINK-FILE RECORDING MODE F.
           COPY LINKREC.
      *
       WORKING-STORAGE SECTION.
      *One heading line per selected audit record.
           05  FILLER                PIC X(2).
           05  OS-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                PIC X(100).
      *One line per other account number in the selected account's
      *reissue chain, printed ahead of the history.
       01  CHAIN-LINE-REC.
           05  FILLER                PIC X(5).
           05  CL-LABEL              PIC X(30).
           05  CL-ACCT-NO            PIC X(8).
           05  FILLER                PIC X(89).
       01  FLAGS.
           05 AUDIT-EOF-SW           PIC X VALUE 'N'.
              88 AUDIT-EOF           VALUE 'Y'.
      *warning is only written one time.
           05 WS-OPER-OVERFLOW-SW    PIC X VALUE 'N'.
              88 WS-OPER-OVERFLOW    VALUE 'Y'.
           05 WS-CHAIN-DONE-SW       PIC X VALUE 'N'.
              88 WS-CHAIN-DONE       VALUE 'Y'.
           05 WS-CHAIN-MATCH-SW      PIC X VALUE 'N'.
              88 WS-CHAIN-MATCH      VALUE 'Y'.
       01  FILE-STATUSES.
           05 AUD-ST   PIC XX.
              88 AUD-SUCCESS VALUE '00' '97'.
              88 ARC-NOTFOUND VALUE '35'.
           05 PRT-ST   PIC XX.
              88 PRT-SUCCESS VALUE '00' '97'.
           05 LNK-ST   PIC XX.
              88 LNK-SUCCESS  VALUE '00' '97'.
              88 LNK-NOTFND   VALUE '23'.
              88 LNK-NOTFOUND VALUE '35'.
      *WS-OPERATION names the I/O verb just issued, for the abend
      *message written by H905-ABEND.
       01  WS-ABEND-INFO.
              10 WS-OPER-ID        PIC X(8).
              10 WS-OPER-DATE      PIC 9(8).
              10 WS-OPER-COUNT     PIC 9(7) COMP-3.
      *The selected account's reissue chain off ACCTLINK: the selected
      *number first, then the numbers it was reissued from, walking
      *back, then the numbers it was reissued as, walking forward.
       01  WS-ACCT-CHAIN.
           05 WS-CHAIN-USED        PIC 9(3) COMP-3 VALUE ZERO.
           05 WS-CHAIN-SUB         PIC 9(3) COMP-3 VALUE ZERO.
           05 WS-CHAIN-CURRENT     PIC X(8) VALUE SPACES.
           05 WS-CHAIN-ACCT-NO     PIC X(8) OCCURS 20 TIMES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
           IF WS-SEL-TO-DATE = SPACES
               MOVE '99999999' TO WS-SEL-TO-DATE
           END-IF.
           IF WS-SEL-ACCT-NO NOT = SPACES
               PERFORM H120-BUILD-ACCOUNT-CHAIN
           END-IF.
       H100-END.EXIT.
      *
      *Collect the selected account's reissue chain. ACCTLINK not
      *being there at all (status 35) means no account has been
      *renumbered yet, so the chain is the selected number alone.
       H120-BUILD-ACCOUNT-CHAIN.
           MOVE 1 TO WS-CHAIN-USED.
           MOVE WS-SEL-ACCT-NO TO WS-CHAIN-ACCT-NO (1).
           OPEN INPUT LINK-FILE.
           IF LNK-NOTFOUND
               CONTINUE
           ELSE
               MOVE 'OPEN' TO WS-OPERATION
               PERFORM H925-CHECK-LNK-STATUS
               MOVE WS-SEL-ACCT-NO TO WS-CHAIN-CURRENT
               MOVE 'N' TO WS-CHAIN-DONE-SW
               PERFORM H125-CHAIN-BACK UNTIL WS-CHAIN-DONE
               MOVE WS-SEL-ACCT-NO TO WS-CHAIN-CURRENT
               MOVE 'N' TO WS-CHAIN-DONE-SW
               PERFORM H130-CHAIN-FORWARD UNTIL WS-CHAIN-DONE
               CLOSE LINK-FILE
               IF WS-CHAIN-USED > 1
                   PERFORM H140-PRINT-CHAIN
               END-IF
           END-IF.
       H120-END.EXIT.
      *
      *The number the current one was reissued from, by the new-number
      *alternate key.
       H125-CHAIN-BACK.
           MOVE WS-CHAIN-CURRENT TO LINK-NEW-ACCT-NO.
           MOVE 'READ' TO WS-OPERATION.
           READ LINK-FILE KEY IS LINK-NEW-ACCT-NO.
           IF LNK-NOTFND
               SET WS-CHAIN-DONE TO TRUE
           ELSE
               PERFORM H925-CHECK-LNK-STATUS
               MOVE LINK-OLD-ACCT-NO TO WS-CHAIN-CURRENT
               PERFORM H135-ADD-CHAIN-ACCT
           END-IF.
       H125-END.EXIT.
      *
      *The number the current one was reissued as, by the old-number
      *record key.
       H130-CHAIN-FORWARD.
           MOVE WS-CHAIN-CURRENT TO LINK-OLD-ACCT-NO.
           MOVE 'READ' TO WS-OPERATION.
           READ LINK-FILE.
           IF LNK-NOTFND
               SET WS-CHAIN-DONE TO TRUE
           ELSE
               PERFORM H925-CHECK-LNK-STATUS
               MOVE LINK-NEW-ACCT-NO TO WS-CHAIN-CURRENT
               PERFORM H135-ADD-CHAIN-ACCT
           END-IF.
       H130-END.EXIT.
      *
      *A chain longer than the table is reported and cut short; the
      *history then covers the numbers collected.
       H135-ADD-CHAIN-ACCT.
           IF WS-CHAIN-USED < 20
               ADD 1 TO WS-CHAIN-USED
               MOVE WS-CHAIN-CURRENT TO WS-CHAIN-ACCT-NO (WS-CHAIN-USED)
           ELSE
               DISPLAY 'CBLOAUD1 REISSUE CHAIN TABLE FULL AT '
                       WS-CHAIN-CURRENT ' - HISTORY IS INCOMPLETE'
               SET WS-CHAIN-DONE TO TRUE
           END-IF.
       H135-END.EXIT.
      *
       H140-PRINT-CHAIN.
           MOVE SPACES TO CHAIN-LINE-REC.
           MOVE 'HISTORY FOR ACCOUNT' TO CL-LABEL.
           MOVE WS-SEL-ACCT-NO TO CL-ACCT-NO.
           PERFORM H145-WRITE-CHAIN-LINE.
           MOVE 'INCLUDES REISSUED NUMBER' TO CL-LABEL.
           PERFORM H142-PRINT-CHAIN-ACCT
               VARYING WS-CHAIN-SUB FROM 2 BY 1
               UNTIL WS-CHAIN-SUB > WS-CHAIN-USED.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
       H140-END.EXIT.
      *
       H142-PRINT-CHAIN-ACCT.
           MOVE WS-CHAIN-ACCT-NO (WS-CHAIN-SUB) TO CL-ACCT-NO.
           PERFORM H145-WRITE-CHAIN-LINE.
       H142-END.EXIT.
      *
       H145-WRITE-CHAIN-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM CHAIN-LINE-REC.
           PERFORM H920-CHECK-PRT-STATUS.
       H145-END.EXIT.
      *
      *The optional purged-records archive: if ARCHIN is allocated,
      *examine its records first - they are the older ones, so the
      *report stays chronological - through the same selection as
      *archive.
       H250-EXAMINE-AUDIT-RECORD.
           PERFORM H700-COUNT-OPER-ACTIVITY.
           PERFORM H260-MATCH-ACCOUNT.
           IF WS-CHAIN-MATCH
               AND (WS-SEL-OPERATOR = SPACES
               OR AUDIT-OPERATOR-ID = WS-SEL-OPERATOR)
               AND AUDIT-DATE NOT < FUNCTION NUMVAL(WS-SEL-FROM-DATE)
           END-IF.
       H250-END.EXIT.
      *
      *No account selected matches everything; otherwise the record's
      *account must be one of the numbers in the selected chain.
       H260-MATCH-ACCOUNT.
           MOVE 'N' TO WS-CHAIN-MATCH-SW.
           IF WS-SEL-ACCT-NO = SPACES
               SET WS-CHAIN-MATCH TO TRUE
           ELSE
               PERFORM H265-MATCH-CHAIN-SLOT
                   VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-SUB > WS-CHAIN-USED
                   OR WS-CHAIN-MATCH
           END-IF.
       H260-END.EXIT.
      *
       H265-MATCH-CHAIN-SLOT.
           IF AUDIT-ACCT-NO = WS-CHAIN-ACCT-NO (WS-CHAIN-SUB)
               SET WS-CHAIN-MATCH TO TRUE
           END-IF.
       H265-END.EXIT.
      *
      *Print the transaction heading, then decode the before/after
      *images with the ACCTREC layout and show the field-by-field
      *comparison: all fields for an add or delete, only the fields
      *that changed for a change. The new-number side of a renumber
      *has no before-image and prints like an add; the old-number
      *side prints like a change.
       H300-PRINT-CHANGE-HISTORY.
           ADD 1 TO WS-SELECTED-COUNT.
           MOVE SPACES          TO TRANS-HEAD-REC.
                   PERFORM H320-PRINT-AFTER-ONLY
               WHEN 'D'
                   PERFORM H330-PRINT-BEFORE-ONLY
               WHEN 'R'
                   IF AUDIT-BEFORE-IMAGE = SPACES
                       PERFORM H320-PRINT-AFTER-ONLY
                   ELSE
                       PERFORM H310-PRINT-CHANGED-FIELDS
                   END-IF
               WHEN OTHER
                   PERFORM H310-PRINT-CHANGED-FIELDS
           END-EVALUATE.
               PERFORM H905-ABEND
           END-IF.
       H920-END.EXIT.
      *
       H925-CHECK-LNK-STATUS.
           IF NOT LNK-SUCCESS
               MOVE 'ACCTLINK' TO WS-ABEND-FILE-NAME
               MOVE LNK-ST     TO WS-ABEND-STATUS
               MOVE 32         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H925-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           PERFORM H750-PRINT-OPER-SUMMARY.
