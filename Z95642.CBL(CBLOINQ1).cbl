      *and the trailer shows the requested/found/not-found counts, so
      *the desk can run a dozen keys between batch cycles and trust
      *what came back.
      *A found account's reissue chain off ACCTLINK follows its detail
      *block: the numbers it was reissued from, the numbers it was
      *reissued as, and - when the requested number has been
      *replaced - the detail block of the customer's current account,
      *so a caller quoting an old card number still gets the live
      *account. No ACCTLINK yet means nothing has been renumbered.
      *REQUEST-FILE (account numbers, one per record) assign to INQREQ
      *ACCT-REC (account master, VSAM KSDS) assign to ACCTREC
      *PRINT-LINE (inquiry detail print) assign to PRTINQ
      *LINK-FILE (account renumbering links, VSAM KSDS) assign to
      *ACCTLINK
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO INQREQ
                               STATUS       IS ACC-ST.
           SELECT PRINT-LINE   ASSIGN TO PRTINQ
                               STATUS    PRT-ST.
           SELECT LINK-FILE    ASSIGN TO ACCTLINK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE  IS RANDOM
                               RECORD KEY   IS LINK-OLD-ACCT-NO
                               ALTERNATE RECORD KEY IS LINK-NEW-ACCT-NO
                               STATUS       IS LNK-ST.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC              PIC X(132).
      *
       FD  LINK-FILE RECORDING MODE F.
           COPY LINKREC.
      *
       WORKING-STORAGE SECTION.
      *One label/value line per master field on the detail block.
       01  FLAGS.
           05 REQ-EOF-SW          PIC X VALUE 'N'.
              88 REQ-EOF          VALUE 'Y'.
           05 LINK-FILE-SW        PIC X VALUE 'N'.
              88 LINK-FILE-OPEN   VALUE 'Y'.
           05 CHAIN-DONE-SW       PIC X VALUE 'N'.
              88 CHAIN-DONE       VALUE 'Y'.
       01  FILE-STATUSES.
           05 REQ-ST   PIC XX.
              88 REQ-SUCCESS VALUE '00' '97'.
              88 ACC-NOTFND  VALUE '23'.
           05 PRT-ST   PIC XX.
              88 PRT-SUCCESS VALUE '00' '97'.
           05 LNK-ST   PIC XX.
              88 LNK-SUCCESS  VALUE '00' '97'.
              88 LNK-NOTFND   VALUE '23'.
              88 LNK-NOTFOUND VALUE '35'.
      *WS-OPERATION names the I/O verb just issued, for the abend
      *message written by H905-ABEND.
       01  WS-ABEND-INFO.
           05 WS-MONEY-EDIT        PIC $$,$$$,$$9.99.
           05 WS-OVER-AMOUNT       PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-STATUS-DATE-EDIT  PIC 9(8) VALUE ZERO.
      *Reissue chain work: the number the walk has reached, the
      *number at the other end of the link being printed, the hop
      *count that stops a runaway chain, and the reason wording.
       01  WS-CHAIN-WORK.
           05 WS-CHAIN-CURRENT     PIC X(8) VALUE SPACES.
           05 WS-CHAIN-OTHER       PIC X(8) VALUE SPACES.
           05 WS-CHAIN-HOPS        PIC 9(3) COMP-3 VALUE ZERO.
           05 WS-CHAIN-REASON      PIC X(12) VALUE SPACES.
       01  WS-RUN-TOTALS.
           05 WS-REQUESTED-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-FOUND-COUNT       PIC 9(5) VALUE ZERO.
           PERFORM H930-CHECK-PRT-STATUS.
           MOVE SPACES TO INQ-FIELD-REC INQ-NOTFND-REC
                          INQ-TRAILER-REC.
      *ACCTLINK only exists once an account has been renumbered.
           OPEN INPUT  LINK-FILE.
           IF LNK-NOTFOUND
               CONTINUE
           ELSE
               MOVE 'OPEN'  TO WS-OPERATION
               PERFORM H940-CHECK-LNK-STATUS
               SET LINK-FILE-OPEN TO TRUE
           END-IF.
           MOVE 'READ'  TO WS-OPERATION.
           READ REQUEST-FILE
               AT END SET REQ-EOF TO TRUE
               PERFORM H920-CHECK-ACC-STATUS
               ADD 1 TO WS-FOUND-COUNT
               PERFORM H300-PRINT-ACCOUNT-DETAIL
               IF LINK-FILE-OPEN
                   PERFORM H320-PRINT-REISSUE-CHAIN
               END-IF
           END-IF.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE SPACES TO INQ-FIELD-REC.
       H310-END.EXIT.
      *
      *Walk the chain back to the first number the account was ever
      *issued under, then forward to the number it is issued under
      *now. Twenty hops is far past any real chain and stops a
      *damaged file from looping.
       H320-PRINT-REISSUE-CHAIN.
           MOVE ACCT-NO TO WS-CHAIN-CURRENT.
           MOVE ZERO TO WS-CHAIN-HOPS.
           MOVE 'N' TO CHAIN-DONE-SW.
           PERFORM H325-PRINT-REISSUED-FROM UNTIL CHAIN-DONE.
           MOVE ACCT-NO TO WS-CHAIN-CURRENT.
           MOVE ZERO TO WS-CHAIN-HOPS.
           MOVE 'N' TO CHAIN-DONE-SW.
           PERFORM H330-PRINT-REISSUED-AS UNTIL CHAIN-DONE.
           IF WS-CHAIN-CURRENT NOT = REQ-ACCT-NO
               PERFORM H340-PRINT-CURRENT-ACCOUNT
           END-IF.
       H320-END.EXIT.
      *
       H325-PRINT-REISSUED-FROM.
           MOVE WS-CHAIN-CURRENT TO LINK-NEW-ACCT-NO.
           MOVE 'READ'  TO WS-OPERATION.
           READ LINK-FILE KEY IS LINK-NEW-ACCT-NO.
           IF LNK-NOTFND
               SET CHAIN-DONE TO TRUE
           ELSE
               PERFORM H940-CHECK-LNK-STATUS
               MOVE 'REISSUED FROM' TO IQ-LABEL
               MOVE LINK-OLD-ACCT-NO TO WS-CHAIN-OTHER
               PERFORM H335-FORMAT-LINK-VALUE
               MOVE LINK-OLD-ACCT-NO TO WS-CHAIN-CURRENT
           END-IF.
       H325-END.EXIT.
      *
       H330-PRINT-REISSUED-AS.
           MOVE WS-CHAIN-CURRENT TO LINK-OLD-ACCT-NO.
           MOVE 'READ'  TO WS-OPERATION.
           READ LINK-FILE.
           IF LNK-NOTFND
               SET CHAIN-DONE TO TRUE
           ELSE
               PERFORM H940-CHECK-LNK-STATUS
               MOVE 'REISSUED AS' TO IQ-LABEL
               MOVE LINK-NEW-ACCT-NO TO WS-CHAIN-OTHER
               PERFORM H335-FORMAT-LINK-VALUE
               MOVE LINK-NEW-ACCT-NO TO WS-CHAIN-CURRENT
           END-IF.
       H330-END.EXIT.
      *
      *One chain line: the number at the other end of the link, the
      *date of the reissue and why.
       H335-FORMAT-LINK-VALUE.
           IF LINK-STOLEN
               MOVE 'CARD STOLEN' TO WS-CHAIN-REASON
           ELSE
               MOVE 'CARD LOST'   TO WS-CHAIN-REASON
           END-IF.
           STRING WS-CHAIN-OTHER ' ON ' LINK-DATE ' - '
                  WS-CHAIN-REASON
                  DELIMITED BY SIZE INTO IQ-VALUE
           END-STRING.
           PERFORM H310-WRITE-FIELD-LINE.
           ADD 1 TO WS-CHAIN-HOPS.
           IF WS-CHAIN-HOPS NOT < 20
               SET CHAIN-DONE TO TRUE
           END-IF.
       H335-END.EXIT.
      *
      *The requested number has been replaced: show the account the
      *customer holds now, under its own heading.
       H340-PRINT-CURRENT-ACCOUNT.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE WS-CHAIN-CURRENT TO ACCT-NO.
           MOVE 'READ'  TO WS-OPERATION.
           READ ACCT-REC.
           IF ACC-NOTFND
               MOVE WS-CHAIN-CURRENT  TO NF-ACCT-NO
               MOVE 'CURRENT - NOT FOUND' TO NF-MESSAGE
               MOVE 'WRITE' TO WS-OPERATION
               WRITE PRINT-REC FROM INQ-NOTFND-REC
               PERFORM H930-CHECK-PRT-STATUS
               MOVE SPACES TO INQ-NOTFND-REC
           ELSE
               PERFORM H920-CHECK-ACC-STATUS
               MOVE 'CURRENT ACCOUNT' TO IQ-LABEL
               MOVE ACCT-NO           TO IQ-VALUE
               PERFORM H310-WRITE-FIELD-LINE
               PERFORM H300-PRINT-ACCOUNT-DETAIL
           END-IF.
       H340-END.EXIT.
      *
      *The trailer: what was asked for and what came back.
       H400-PRINT-TRAILER.
           MOVE 'REQUESTED: '     TO TR-LABEL1.
           CLOSE REQUEST-FILE
                 ACCT-REC
                 PRINT-LINE.
           IF LINK-FILE-OPEN
               CLOSE LINK-FILE
           END-IF.
       H500-END.EXIT.
      *
      *Report the failing file/operation/status, then stop the job
               PERFORM H905-ABEND
           END-IF.
       H930-END.EXIT.
      *
       H940-CHECK-LNK-STATUS.
           IF NOT LNK-SUCCESS
               MOVE 'ACCTLINK' TO WS-ABEND-FILE-NAME
               MOVE LNK-ST     TO WS-ABEND-STATUS
               MOVE 32         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H940-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           PERFORM H400-PRINT-TRAILER.
