      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLOAPR1.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *CBLOAPR1 is the second-operator release run for the items
      *CBLOMNT1 and CBLOPST1 held on APPRQUE because they went over
      *the keying operator's ceiling. A supervisor keys one card per
      *held item, identified by the item key on CBLOOPR1's report:
      *'R' releases it, 'D' declines it. The operator on the card
      *must not be the operator who keyed the item, and must be on
      *the operator master, active, marked as an approver and
      *allowed the transaction type; a release also needs the
      *operator's own ceiling to cover the amount. A released item
      *is written back out exactly as keyed, apart from carrying the
      *releasing operator's id - a maintenance transaction to
      *RELTRAN, which is fed through CBLOEDT1 with the next TRANSIN,
      *a posting to RELMONY, which is fed to CBLOPST1 as MONYIN the
      *way LATEFEE and REAPPLY are. Because the releasing operator's
      *ceiling covers the amount, the item goes through on the next
      *run instead of being held again, and the audit trail names
      *the operator who authorized it. Either way the item is closed
      *with the action, the operator and the date, and the action -
      *or the refusal of a card that cannot be honored - is logged
      *to OPERLOG for the supervisor's daily report. RELTRAN and
      *RELMONY must be fed in before the next run, which writes
      *fresh files.
      *APPRTRN-FILE (release/decline cards) assign to APPRTRN
      *APPR-FILE (pending-approval queue, VSAM KSDS) assign to APPRQUE
      *OPER-FILE (operator master, VSAM KSDS) assign to OPERMAST
      *RELTRAN-FILE (released maintenance for CBLOEDT1) assign to
      *RELTRAN
      *RELMONY-FILE (released postings for CBLOPST1) assign to RELMONY
      *OLOG-FILE (operator authority log) assign to OPERLOG
      *PRINT-LINE (release report) assign to PRTAPR
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPRTRN-FILE ASSIGN TO APPRTRN
                               STATUS    ATR-ST.
           SELECT APPR-FILE    ASSIGN TO APPRQUE
                               ORGANIZATION IS INDEXED
                               ACCESS MODE  IS RANDOM
                               RECORD KEY   IS APPR-KEY
                               STATUS       IS APQ-ST.
           SELECT OPER-FILE    ASSIGN TO OPERMAST
                               ORGANIZATION IS INDEXED
                               ACCESS MODE  IS RANDOM
                               RECORD KEY   IS OPER-ID
                               STATUS       IS OPR-ST.
           SELECT RELTRAN-FILE ASSIGN TO RELTRAN
                               STATUS    RLT-ST.
           SELECT RELMONY-FILE ASSIGN TO RELMONY
                               STATUS    RLM-ST.
           SELECT OLOG-FILE    ASSIGN TO OPERLOG
                               STATUS    OLG-ST.
           SELECT PRINT-LINE   ASSIGN TO PRTAPR
                               STATUS    PRT-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *One card: 'R' release or 'D' decline, the held item's key and
      *the operator taking the action.
       FD  APPRTRN-FILE RECORDING MODE F.
       01  APPRTRN-REC.
           05  AT-ACTION              PIC X(1).
               88  AT-RELEASE         VALUE 'R'.
               88  AT-DECLINE         VALUE 'D'.
           05  AT-KEY.
               10  AT-QUEUE-DATE      PIC 9(8).
               10  AT-QUEUE-TIME      PIC 9(6).
               10  AT-SEQ             PIC 9(5).
           05  AT-OPERATOR-ID         PIC X(8).
           05  FILLER                 PIC X(52).
      *
       FD  APPR-FILE RECORDING MODE F.
           COPY APPRREC.
      *
       FD  OPER-FILE RECORDING MODE F.
           COPY OPERREC.
      *
       FD  RELTRAN-FILE RECORDING MODE F.
           COPY TRANSREC.
      *
       FD  RELMONY-FILE RECORDING MODE F.
           COPY MONYREC.
      *
       FD  OLOG-FILE RECORDING MODE F.
           COPY OPLOGREC.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *Column headings for the card lines.
       01  APPR-HEADING-REC.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(4)  VALUE 'ACT'.
           05  FILLER             PIC X(23) VALUE 'HELD ITEM'.
           05  FILLER             PIC X(4)  VALUE 'SRC'.
           05  FILLER             PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER             PIC X(3)  VALUE 'TY'.
           05  FILLER             PIC X(14) VALUE '      AMOUNT'.
           05  FILLER             PIC X(10) VALUE 'KEYED BY'.
           05  FILLER             PIC X(10) VALUE 'ACTION BY'.
           05  FILLER             PIC X(52) VALUE 'RESULT'.
      *One line per card.
       01  APPR-DETAIL-REC.
           05  FILLER             PIC X(2).
           05  AD-ACTION          PIC X(1).
           05  FILLER             PIC X(3).
           05  AD-QUEUE-DATE      PIC 9(8).
           05  FILLER             PIC X(1).
           05  AD-QUEUE-TIME      PIC 9(6).
           05  FILLER             PIC X(1).
           05  AD-SEQ             PIC 9(5).
           05  FILLER             PIC X(2).
           05  AD-SOURCE          PIC X(3).
           05  FILLER             PIC X(1).
           05  AD-ACCT-NO         PIC X(8).
           05  FILLER             PIC X(2).
           05  AD-TRANS-TYPE      PIC X(1).
           05  FILLER             PIC X(2).
           05  AD-AMOUNT          PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(1).
           05  AD-KEYED-BY        PIC X(8).
           05  FILLER             PIC X(2).
           05  AD-OPERATOR-ID     PIC X(8).
           05  FILLER             PIC X(2).
           05  AD-RESULT          PIC X(40).
           05  FILLER             PIC X(12).
      *Total line: label, count, dollar amount.
       01  APPR-TOTAL-REC.
           05  FILLER             PIC X(2).
           05  TL-LABEL           PIC X(24).
           05  TL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2).
           05  TL-AMOUNT          PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(83).
       01  FLAGS.
           05 APPRTRN-EOF-SW      PIC X VALUE 'N'.
              88 APPRTRN-EOF      VALUE 'Y'.
      *Set once the card's item has been read off APPRQUE, so the
      *report and the log can carry what the item was.
           05 WS-ITEM-FOUND-SW    PIC X VALUE 'N'.
              88 WS-ITEM-FOUND    VALUE 'Y'.
       01  FILE-STATUSES.
           05 ATR-ST   PIC XX.
              88 ATR-SUCCESS  VALUE '00' '97'.
              88 ATR-EOF      VALUE '10'.
           05 APQ-ST   PIC XX.
              88 APQ-SUCCESS  VALUE '00' '97'.
              88 APQ-NOTFND   VALUE '23'.
           05 OPR-ST   PIC XX.
              88 OPR-SUCCESS  VALUE '00' '97'.
              88 OPR-NOTFND   VALUE '23'.
           05 RLT-ST   PIC XX.
              88 RLT-SUCCESS  VALUE '00' '97'.
           05 RLM-ST   PIC XX.
              88 RLM-SUCCESS  VALUE '00' '97'.
           05 OLG-ST   PIC XX.
              88 OLG-SUCCESS  VALUE '00' '97'.
              88 OLG-NOTFOUND VALUE '35'.
           05 PRT-ST   PIC XX.
              88 PRT-SUCCESS  VALUE '00' '97'.
      *WS-OPERATION names the I/O verb just issued, for the abend
      *message written by H905-ABEND.
       01  WS-ABEND-INFO.
           05 WS-OPERATION         PIC X(8) VALUE SPACES.
           05 WS-ABEND-FILE-NAME   PIC X(8) VALUE SPACES.
           05 WS-ABEND-STATUS      PIC XX   VALUE '00'.
           05 WS-ABEND-RETURN-CODE PIC 9(3) VALUE ZERO.
      *The reason a card cannot be honored; spaces when it can.
       01  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
      *The authority log event for the card, the count of times the
      *item's type appears in the acting operator's list of allowed
      *types, and the acting operator's ceiling for the item's kind.
       01  WS-AUTHORITY-WORK.
           05 WS-LOG-EVENT         PIC X(1)  VALUE SPACE.
           05 WS-TYPE-HITS         PIC 9(3)  COMP-3 VALUE ZERO.
           05 WS-OPER-CEILING      PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-RUN-TOTALS.
           05 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-RELEASE-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-RELEASE-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-DECLINE-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-DECLINE-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-REJECT-COUNT      PIC 9(7) VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS-CARD UNTIL APPRTRN-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           OPEN INPUT  APPRTRN-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H910-CHECK-ATR-STATUS.
           OPEN I-O    APPR-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H920-CHECK-APQ-STATUS.
           OPEN INPUT  OPER-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H930-CHECK-OPR-STATUS.
           OPEN OUTPUT RELTRAN-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H940-CHECK-RLT-STATUS.
           OPEN OUTPUT RELMONY-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H950-CHECK-RLM-STATUS.
      *OPERLOG accumulates across runs and programs, the same as
      *ACCTAUD; the first run to log anything creates it.
           OPEN EXTEND OLOG-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF OLG-NOTFOUND
               OPEN OUTPUT OLOG-FILE
           END-IF.
           PERFORM H960-CHECK-OLG-STATUS.
           OPEN OUTPUT PRINT-LINE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H970-CHECK-PRT-STATUS.
           MOVE SPACES TO APPR-DETAIL-REC APPR-TOTAL-REC.
           MOVE 'HELD ITEMS - SECOND-OPERATOR RELEASES AND DECLINES'
             TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE APPR-HEADING-REC TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           PERFORM H250-READ-APPRTRN.
       H100-END.EXIT.
      *
      *Edit one card against its held item and the acting operator,
      *release or decline the item if the card can be honored, and
      *list and log the card either way.
       H200-PROCESS-CARD.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N'    TO WS-ITEM-FOUND-SW.
           EVALUATE TRUE
               WHEN NOT AT-RELEASE AND NOT AT-DECLINE
                   MOVE 'REFUSED - UNKNOWN ACTION'
                     TO WS-REJECT-REASON
               WHEN AT-OPERATOR-ID = SPACES
                   MOVE 'REFUSED - NO OPERATOR ID'
                     TO WS-REJECT-REASON
               WHEN AT-KEY NOT NUMERIC
                   MOVE 'REFUSED - ITEM KEY NOT NUMERIC'
                     TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM H210-READ-HELD-ITEM
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               PERFORM H220-CHECK-OPERATOR
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM H230-ACT-ON-ITEM
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-REJECT-REASON TO AD-RESULT
               MOVE 'F' TO WS-LOG-EVENT
               PERFORM H260-WRITE-AUTHORITY-LOG
           END-IF.
           PERFORM H240-WRITE-CARD-LINE.
           PERFORM H250-READ-APPRTRN.
       H200-END.EXIT.
      *
      *The item must be on the queue and still pending; an item
      *already released or declined is never acted on twice.
       H210-READ-HELD-ITEM.
           MOVE AT-KEY TO APPR-KEY.
           MOVE 'READ'  TO WS-OPERATION.
           READ APPR-FILE.
           IF APQ-NOTFND
               MOVE 'REFUSED - ITEM NOT ON APPROVAL QUEUE'
                 TO WS-REJECT-REASON
           ELSE
               PERFORM H920-CHECK-APQ-STATUS
               SET WS-ITEM-FOUND TO TRUE
               IF NOT APPR-PENDING
                   MOVE 'REFUSED - ITEM ALREADY ACTED ON'
                     TO WS-REJECT-REASON
               END-IF
           END-IF.
       H210-END.EXIT.
      *
      *The acting operator must be a second person, and an active
      *approver allowed the item's type; releasing also needs the
      *operator's own ceiling for that kind of item to cover it.
       H220-CHECK-OPERATOR.
           IF AT-OPERATOR-ID = APPR-OPERATOR-ID
               MOVE 'REFUSED - SAME OPERATOR AS KEYED ITEM'
                 TO WS-REJECT-REASON
           ELSE
               MOVE AT-OPERATOR-ID TO OPER-ID
               MOVE 'READ'  TO WS-OPERATION
               READ OPER-FILE
               IF OPR-NOTFND
                   MOVE 'REFUSED - OPERATOR NOT ON OPERATOR FILE'
                     TO WS-REJECT-REASON
               ELSE
                   PERFORM H930-CHECK-OPR-STATUS
                   PERFORM H225-CHECK-APPROVER
               END-IF
           END-IF.
       H220-END.EXIT.
      *
       H225-CHECK-APPROVER.
           MOVE ZERO TO WS-TYPE-HITS.
           IF APPR-FROM-MNT
               INSPECT OPER-ACCT-TYPES TALLYING WS-TYPE-HITS
                   FOR ALL APPR-TRANS-TYPE
               MOVE OPER-LIMIT-CEILING TO WS-OPER-CEILING
           ELSE
               INSPECT OPER-MONY-TYPES TALLYING WS-TYPE-HITS
                   FOR ALL APPR-TRANS-TYPE
               MOVE OPER-ADJ-CEILING   TO WS-OPER-CEILING
           END-IF.
           EVALUATE TRUE
               WHEN NOT OPER-ACTIVE
                   MOVE 'REFUSED - OPERATOR NOT ACTIVE'
                     TO WS-REJECT-REASON
               WHEN NOT OPER-CAN-APPROVE
                   MOVE 'REFUSED - OPERATOR NOT AN APPROVER'
                     TO WS-REJECT-REASON
               WHEN WS-TYPE-HITS = ZERO
                   MOVE 'REFUSED - TYPE NOT AUTHORIZED FOR OPER'
                     TO WS-REJECT-REASON
               WHEN AT-RELEASE AND APPR-AMOUNT > WS-OPER-CEILING
                   MOVE 'REFUSED - OVER RELEASING OPER CEILING'
                     TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       H225-END.EXIT.
      *
      *Close the item with the action, write a released item back
      *out under the releasing operator's id for its own stream, and
      *log the action.
       H230-ACT-ON-ITEM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO APPR-ACTION-DATE.
           MOVE AT-OPERATOR-ID              TO APPR-ACTION-BY.
           IF AT-RELEASE
               SET APPR-RELEASED TO TRUE
               IF APPR-FROM-MNT
                   MOVE APPR-TRANS-IMAGE TO TRANS-REC
                   MOVE AT-OPERATOR-ID   TO TRANS-OPERATOR-ID
                   MOVE 'WRITE' TO WS-OPERATION
                   WRITE TRANS-REC
                   PERFORM H940-CHECK-RLT-STATUS
                   MOVE 'RELEASED - TRANSACTION TO RELTRAN'
                     TO AD-RESULT
               ELSE
                   MOVE APPR-TRANS-IMAGE TO MONY-REC
                   MOVE AT-OPERATOR-ID   TO MONY-OPERATOR-ID
                   MOVE 'WRITE' TO WS-OPERATION
                   WRITE MONY-REC
                   PERFORM H950-CHECK-RLM-STATUS
                   MOVE 'RELEASED - POSTING TO RELMONY'
                     TO AD-RESULT
               END-IF
               ADD 1           TO WS-RELEASE-COUNT
               ADD APPR-AMOUNT TO WS-RELEASE-TOTAL
               MOVE 'R' TO WS-LOG-EVENT
           ELSE
               SET APPR-DECLINED TO TRUE
               ADD 1           TO WS-DECLINE-COUNT
               ADD APPR-AMOUNT TO WS-DECLINE-TOTAL
               MOVE 'DECLINED' TO AD-RESULT
               MOVE 'D' TO WS-LOG-EVENT
           END-IF.
           MOVE 'REWRITE' TO WS-OPERATION.
           REWRITE APPR-REC.
           PERFORM H920-CHECK-APQ-STATUS.
           PERFORM H260-WRITE-AUTHORITY-LOG.
       H230-END.EXIT.
      *
       H240-WRITE-CARD-LINE.
           MOVE AT-ACTION      TO AD-ACTION.
           MOVE AT-QUEUE-DATE  TO AD-QUEUE-DATE.
           MOVE AT-QUEUE-TIME  TO AD-QUEUE-TIME.
           MOVE AT-SEQ         TO AD-SEQ.
           IF WS-ITEM-FOUND
               MOVE APPR-SOURCE      TO AD-SOURCE
               MOVE APPR-ACCT-NO     TO AD-ACCT-NO
               MOVE APPR-TRANS-TYPE  TO AD-TRANS-TYPE
               MOVE APPR-AMOUNT      TO AD-AMOUNT
               MOVE APPR-OPERATOR-ID TO AD-KEYED-BY
           ELSE
               MOVE ZERO             TO AD-AMOUNT
           END-IF.
           MOVE AT-OPERATOR-ID TO AD-OPERATOR-ID.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM APPR-DETAIL-REC.
           PERFORM H970-CHECK-PRT-STATUS.
           MOVE SPACES TO APPR-DETAIL-REC.
       H240-END.EXIT.
      *
       H250-READ-APPRTRN.
           MOVE 'READ'  TO WS-OPERATION.
           READ APPRTRN-FILE
               AT END SET APPRTRN-EOF TO TRUE
           END-READ.
           IF NOT APPRTRN-EOF
               PERFORM H910-CHECK-ATR-STATUS
           END-IF.
       H250-END.EXIT.
      *
      *Log the card's outcome to OPERLOG; the caller has set the
      *event. The acting operator is the card's, the keying operator
      *the item's, when the item was found.
       H260-WRITE-AUTHORITY-LOG.
           MOVE SPACES TO OLOG-REC.
           MOVE WS-LOG-EVENT TO OLOG-EVENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OLOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO OLOG-TIME.
           MOVE 'CBLOAPR1'     TO OLOG-PROGRAM.
           MOVE AT-OPERATOR-ID TO OLOG-OPERATOR-ID.
           MOVE AT-KEY         TO OLOG-APPR-KEY.
           IF WS-ITEM-FOUND
               MOVE APPR-OPERATOR-ID TO OLOG-KEYED-BY
               MOVE APPR-TRANS-TYPE  TO OLOG-TRANS-TYPE
               MOVE APPR-ACCT-NO     TO OLOG-KEY
               MOVE APPR-AMOUNT      TO OLOG-AMOUNT
               MOVE APPR-CEILING     TO OLOG-CEILING
           ELSE
               MOVE ZERO             TO OLOG-AMOUNT OLOG-CEILING
           END-IF.
           IF OLOG-CARD-REFUSED
               MOVE WS-REJECT-REASON TO OLOG-REASON
           ELSE
               MOVE AD-RESULT        TO OLOG-REASON
           END-IF.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE OLOG-REC.
           PERFORM H960-CHECK-OLG-STATUS.
       H260-END.EXIT.
      *
       H400-PRINT-TOTALS.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'RELEASED'            TO TL-LABEL.
           MOVE WS-RELEASE-COUNT      TO TL-COUNT.
           MOVE WS-RELEASE-TOTAL      TO TL-AMOUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'DECLINED'            TO TL-LABEL.
           MOVE WS-DECLINE-COUNT      TO TL-COUNT.
           MOVE WS-DECLINE-TOTAL      TO TL-AMOUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'CARDS REFUSED'       TO TL-LABEL.
           MOVE WS-REJECT-COUNT       TO TL-COUNT.
           MOVE ZERO                  TO TL-AMOUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
       H400-END.EXIT.
      *
       H410-WRITE-TOTAL-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM APPR-TOTAL-REC.
           PERFORM H970-CHECK-PRT-STATUS.
           MOVE SPACES TO APPR-TOTAL-REC.
       H410-END.EXIT.
      *
       H810-WRITE-PRINT-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC.
           PERFORM H970-CHECK-PRT-STATUS.
       H810-END.EXIT.
      *
       H500-CLOSE-FILES.
           CLOSE APPRTRN-FILE
                 APPR-FILE
                 OPER-FILE
                 RELTRAN-FILE
                 RELMONY-FILE
                 OLOG-FILE
                 PRINT-LINE.
       H500-END.EXIT.
      *
      *Report the failing file/operation/status, then stop the job
      *with a distinct return code, the same as CBLOMNT1's convention.
       H905-ABEND.
           DISPLAY 'CBLOAPR1 ABEND - FILE: ' WS-ABEND-FILE-NAME
                   ' OPERATION: ' WS-OPERATION
                   ' STATUS: '    WS-ABEND-STATUS.
           MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       H905-END.EXIT.
      *
       H910-CHECK-ATR-STATUS.
           IF NOT ATR-SUCCESS AND NOT ATR-EOF
               MOVE 'APPRTRN' TO WS-ABEND-FILE-NAME
               MOVE ATR-ST    TO WS-ABEND-STATUS
               MOVE 20        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H910-END.EXIT.
      *
       H920-CHECK-APQ-STATUS.
           IF NOT APQ-SUCCESS
               MOVE 'APPRQUE' TO WS-ABEND-FILE-NAME
               MOVE APQ-ST    TO WS-ABEND-STATUS
               MOVE 24        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H920-END.EXIT.
      *
       H930-CHECK-OPR-STATUS.
           IF NOT OPR-SUCCESS
               MOVE 'OPERMAST' TO WS-ABEND-FILE-NAME
               MOVE OPR-ST     TO WS-ABEND-STATUS
               MOVE 28         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H930-END.EXIT.
      *
       H940-CHECK-RLT-STATUS.
           IF NOT RLT-SUCCESS
               MOVE 'RELTRAN' TO WS-ABEND-FILE-NAME
               MOVE RLT-ST    TO WS-ABEND-STATUS
               MOVE 32        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H940-END.EXIT.
      *
       H950-CHECK-RLM-STATUS.
           IF NOT RLM-SUCCESS
               MOVE 'RELMONY' TO WS-ABEND-FILE-NAME
               MOVE RLM-ST    TO WS-ABEND-STATUS
               MOVE 36        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H950-END.EXIT.
      *
       H960-CHECK-OLG-STATUS.
           IF NOT OLG-SUCCESS
               MOVE 'OPERLOG' TO WS-ABEND-FILE-NAME
               MOVE OLG-ST    TO WS-ABEND-STATUS
               MOVE 40        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H960-END.EXIT.
      *
       H970-CHECK-PRT-STATUS.
           IF NOT PRT-SUCCESS
               MOVE 'PRTAPR'  TO WS-ABEND-FILE-NAME
               MOVE PRT-ST    TO WS-ABEND-STATUS
               MOVE 44        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H970-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           PERFORM H400-PRINT-TOTALS.
           DISPLAY 'CBLOAPR1 CARDS READ: ' WS-READ-COUNT
                   ' RELEASED: '           WS-RELEASE-COUNT
                   ' DECLINED: '           WS-DECLINE-COUNT
                   ' REFUSED: '            WS-REJECT-COUNT.
           PERFORM H500-CLOSE-FILES.
           STOP RUN.
       H999-END.EXIT.
      *
