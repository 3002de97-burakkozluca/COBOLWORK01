      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLOSUS1.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *CBLOSUS1 is the suspense resolution run. The finance desk keys
      *one disposition card per unapplied-cash item CBLOPST1 left on
      *SUSPENSE, identified by the item key printed on CBLOSUA1's
      *aging report. An 'A' card reapplies the item to a corrected
      *account: the account must be on the master and open, and a
      *payment ('P') monetary transaction for the item's amount is
      *written to the REAPPLY file under the resolving operator's id,
      *which is fed to CBLOPST1 as its MONYIN so the money posts,
      *audits, registers and meets billing cycles like any other
      *payment. An 'R' card marks the item for refund to the
      *customer. Either way the item is closed with the disposition,
      *the operator and the date, and a before/after image of the
      *suspense record goes on the SUSPAUD trail. Either card moves
      *money, so the resolving operator must be on the OPERMAST
      *operator master, active, and hold the payment type ('P') among
      *the monetary types, the same authority CBLOPST1 asks of a
      *payment keyed direct. A card that cannot be honored - unknown
      *item, item already disposed of, operator without authority,
      *bad corrected account - is listed as rejected and the item
      *stays open. REAPPLY must be posted before the next run, which
      *writes a fresh file.
      *SUSPTRN-FILE (disposition cards) assign to SUSPTRN
      *SUSP-FILE (unapplied-cash suspense, VSAM KSDS) assign to SUSPENSE
      *ACCT-REC (account master, VSAM KSDS) assign to ACCTREC
      *OPER-FILE (operator master, VSAM KSDS) assign to OPERMAST
      *REAPPLY-FILE (reapplied payments for CBLOPST1) assign to REAPPLY
      *SUSPAUD-FILE (disposition audit trail) assign to SUSPAUD
      *PRINT-LINE (disposition report) assign to PRTSUS
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPTRN-FILE ASSIGN TO SUSPTRN
                               STATUS    STR-ST.
           SELECT SUSP-FILE    ASSIGN TO SUSPENSE
                               ORGANIZATION IS INDEXED
                               ACCESS MODE  IS RANDOM
                               RECORD KEY   IS SUSP-KEY
                               STATUS       IS SUS-ST.
           SELECT ACCT-REC     ASSIGN TO ACCTREC
                               ORGANIZATION IS INDEXED
                               ACCESS MODE  IS RANDOM
                               RECORD KEY   IS ACCT-NO
                               STATUS       IS ACC-ST.
           SELECT OPER-FILE    ASSIGN TO OPERMAST
                               ORGANIZATION IS INDEXED
                               ACCESS MODE  IS RANDOM
                               RECORD KEY   IS OPER-ID
                               STATUS       IS OPR-ST.
           SELECT REAPPLY-FILE ASSIGN TO REAPPLY
                               STATUS    RAP-ST.
           SELECT SUSPAUD-FILE ASSIGN TO SUSPAUD
                               STATUS    SAU-ST.
           SELECT PRINT-LINE   ASSIGN TO PRTSUS
                               STATUS    PRT-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *One disposition card: 'A' reapply or 'R' refund, the suspense
      *item key, the corrected account (reapply only) and the
      *operator making the disposition.
       FD  SUSPTRN-FILE RECORDING MODE F.
       01  SUSPTRN-REC.
           05  ST-ACTION              PIC X(1).
               88  ST-REAPPLY         VALUE 'A'.
               88  ST-REFUND          VALUE 'R'.
           05  ST-KEY.
               10  ST-RECV-DATE       PIC 9(8).
               10  ST-RECV-TIME       PIC 9(6).
               10  ST-SEQ             PIC 9(5).
           05  ST-NEW-ACCT-NO         PIC X(8).
           05  ST-OPERATOR-ID         PIC X(8).
           05  FILLER                 PIC X(44).
      *
       FD  SUSP-FILE RECORDING MODE F.
           COPY SUSPREC.
      *
       FD  ACCT-REC RECORDING MODE F.
           COPY ACCTREC.
      *
       FD  OPER-FILE RECORDING MODE F.
           COPY OPERREC.
      *
       FD  REAPPLY-FILE RECORDING MODE F.
           COPY MONYREC.
      *
      *One audit record per disposition: who, when, which action, and
      *the suspense record before and after it was closed.
       FD  SUSPAUD-FILE RECORDING MODE F.
           COPY SAUDREC.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *Column headings for the disposition lines.
       01  DISP-HEADING-REC.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(4)  VALUE 'ACT'.
           05  FILLER             PIC X(23) VALUE 'SUSPENSE ITEM'.
           05  FILLER             PIC X(10) VALUE 'KEYED'.
           05  FILLER             PIC X(14) VALUE '      AMOUNT'.
           05  FILLER             PIC X(10) VALUE 'APPLY TO'.
           05  FILLER             PIC X(10) VALUE 'OPERATOR'.
           05  FILLER             PIC X(59) VALUE 'RESULT'.
      *One line per disposition card.
       01  DISP-DETAIL-REC.
           05  FILLER             PIC X(2).
           05  DD-ACTION          PIC X(1).
           05  FILLER             PIC X(3).
           05  DD-RECV-DATE       PIC 9(8).
           05  FILLER             PIC X(1).
           05  DD-RECV-TIME       PIC 9(6).
           05  FILLER             PIC X(1).
           05  DD-SEQ             PIC 9(5).
           05  FILLER             PIC X(2).
           05  DD-ACCT-NO         PIC X(8).
           05  FILLER             PIC X(2).
           05  DD-AMOUNT          PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(1).
           05  DD-NEW-ACCT-NO     PIC X(8).
           05  FILLER             PIC X(2).
           05  DD-OPERATOR-ID     PIC X(8).
           05  FILLER             PIC X(2).
           05  DD-RESULT          PIC X(40).
           05  FILLER             PIC X(19).
      *Disposition total line: label, count, dollar amount.
       01  DISP-TOTAL-REC.
           05  FILLER             PIC X(2).
           05  DT-LABEL           PIC X(24).
           05  DT-COUNT           PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2).
           05  DT-AMOUNT          PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(83).
       01  FLAGS.
           05 SUSPTRN-EOF-SW      PIC X VALUE 'N'.
              88 SUSPTRN-EOF      VALUE 'Y'.
       01  FILE-STATUSES.
           05 STR-ST   PIC XX.
              88 STR-SUCCESS  VALUE '00' '97'.
              88 STR-EOF      VALUE '10'.
           05 SUS-ST   PIC XX.
              88 SUS-SUCCESS  VALUE '00' '97'.
              88 SUS-NOTFND   VALUE '23'.
           05 ACC-ST   PIC XX.
              88 ACC-SUCCESS  VALUE '00' '97'.
              88 ACC-NOTFND   VALUE '23'.
           05 OPR-ST   PIC XX.
              88 OPR-SUCCESS  VALUE '00' '97'.
              88 OPR-NOTFND   VALUE '23'.
           05 RAP-ST   PIC XX.
              88 RAP-SUCCESS  VALUE '00' '97'.
           05 SAU-ST   PIC XX.
              88 SAU-SUCCESS  VALUE '00' '97'.
              88 SAU-NOTFOUND VALUE '35'.
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
      *Times the payment type turns up in the operator's list.
       01  WS-TYPE-HITS            PIC 9(3) COMP-3 VALUE ZERO.
       01  WS-RUN-TOTALS.
           05 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-REAPPLY-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-REAPPLY-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-REFUND-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-REFUND-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-REJECT-COUNT      PIC 9(7) VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS-CARD UNTIL SUSPTRN-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           OPEN INPUT  SUSPTRN-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H910-CHECK-STR-STATUS.
           OPEN I-O    SUSP-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H920-CHECK-SUS-STATUS.
           OPEN INPUT  ACCT-REC.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H930-CHECK-ACC-STATUS.
           OPEN INPUT  OPER-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H970-CHECK-OPR-STATUS.
           OPEN OUTPUT REAPPLY-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H940-CHECK-RAP-STATUS.
      *SUSPAUD is opened EXTEND so dispositions accumulate across runs,
      *the same as ACCTAUD; the first run creates it.
           OPEN EXTEND SUSPAUD-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF SAU-NOTFOUND
               OPEN OUTPUT SUSPAUD-FILE
           END-IF.
           PERFORM H950-CHECK-SAU-STATUS.
           OPEN OUTPUT PRINT-LINE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H960-CHECK-PRT-STATUS.
           MOVE SPACES TO DISP-DETAIL-REC DISP-TOTAL-REC.
           MOVE 'UNAPPLIED CASH SUSPENSE - DISPOSITIONS' TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE DISP-HEADING-REC TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           PERFORM H250-READ-SUSPTRN.
       H100-END.EXIT.
      *
      *Edit one disposition card against its suspense item, dispose
      *of the item if the card can be honored, and list the card.
       H200-PROCESS-CARD.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO SUSP-ACCT-NO.
           MOVE ZERO   TO SUSP-AMOUNT.
           EVALUATE TRUE
               WHEN NOT ST-REAPPLY AND NOT ST-REFUND
                   MOVE 'REJECTED - UNKNOWN ACTION'
                     TO WS-REJECT-REASON
               WHEN ST-OPERATOR-ID = SPACES
                   MOVE 'REJECTED - NO OPERATOR ID'
                     TO WS-REJECT-REASON
               WHEN ST-KEY NOT NUMERIC
                   MOVE 'REJECTED - ITEM KEY NOT NUMERIC'
                     TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM H210-READ-SUSPENSE-ITEM
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               PERFORM H215-CHECK-OPERATOR
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF ST-REAPPLY
                   PERFORM H220-CHECK-NEW-ACCOUNT
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM H230-DISPOSE-ITEM
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-REJECT-REASON TO DD-RESULT
           END-IF.
           PERFORM H240-WRITE-DISP-LINE.
           PERFORM H250-READ-SUSPTRN.
       H200-END.EXIT.
      *
      *The item must be on file and still open; an item already
      *reapplied or refunded is never disposed of twice.
       H210-READ-SUSPENSE-ITEM.
           MOVE ST-KEY TO SUSP-KEY.
           MOVE 'READ'  TO WS-OPERATION.
           READ SUSP-FILE.
           IF SUS-NOTFND
               MOVE 'REJECTED - ITEM NOT ON SUSPENSE'
                 TO WS-REJECT-REASON
               MOVE SPACES TO SUSP-ACCT-NO
               MOVE ZERO   TO SUSP-AMOUNT
           ELSE
               PERFORM H920-CHECK-SUS-STATUS
               IF NOT SUSP-OPEN
                   MOVE 'REJECTED - ITEM ALREADY DISPOSED OF'
                     TO WS-REJECT-REASON
               END-IF
           END-IF.
       H210-END.EXIT.
      *
      *The resolving operator must be on the operator master, active,
      *and hold the payment type: a reapply cuts a payment for
      *CBLOPST1 and a refund pays the money back out.
       H215-CHECK-OPERATOR.
           MOVE ST-OPERATOR-ID TO OPER-ID.
           MOVE 'READ'  TO WS-OPERATION.
           READ OPER-FILE.
           IF OPR-NOTFND
               MOVE 'REJECTED - OPERATOR NOT ON FILE'
                 TO WS-REJECT-REASON
           ELSE
               PERFORM H970-CHECK-OPR-STATUS
               MOVE ZERO TO WS-TYPE-HITS
               INSPECT OPER-MONY-TYPES TALLYING WS-TYPE-HITS
                   FOR ALL 'P'
               IF NOT OPER-ACTIVE
                   MOVE 'REJECTED - OPERATOR NOT ACTIVE'
                     TO WS-REJECT-REASON
               ELSE
                   IF WS-TYPE-HITS = ZERO
                       MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
                         TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       H215-END.EXIT.
      *
      *The corrected account must be on the master and open, or
      *CBLOPST1 would only send the money back to suspense.
       H220-CHECK-NEW-ACCOUNT.
           IF ST-NEW-ACCT-NO = SPACES
               MOVE 'REJECTED - NO ACCOUNT TO APPLY TO'
                 TO WS-REJECT-REASON
           ELSE
               MOVE ST-NEW-ACCT-NO TO ACCT-NO
               MOVE 'READ'  TO WS-OPERATION
               READ ACCT-REC
               IF ACC-NOTFND
                   MOVE 'REJECTED - APPLY-TO ACCOUNT NOT FOUND'
                     TO WS-REJECT-REASON
               ELSE
                   PERFORM H930-CHECK-ACC-STATUS
                   IF ACCT-CLOSED
                       MOVE 'REJECTED - APPLY-TO ACCOUNT CLOSED'
                         TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       H220-END.EXIT.
      *
      *Close the item with its disposition, cut the reapplied payment
      *for CBLOPST1 when it is a reapply, and audit the change.
       H230-DISPOSE-ITEM.
           MOVE SUSP-REC TO SA-BEFORE-IMAGE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SUSP-RESOLVED-DATE.
           MOVE ST-OPERATOR-ID              TO SUSP-RESOLVED-BY.
           IF ST-REAPPLY
               SET SUSP-REAPPLIED    TO TRUE
               MOVE ST-NEW-ACCT-NO   TO SUSP-NEW-ACCT-NO
               MOVE SPACES           TO MONY-REC
               SET MONY-PAYMENT      TO TRUE
               MOVE ST-NEW-ACCT-NO   TO MONY-ACCT-NO
               MOVE SUSP-AMOUNT      TO MONY-AMOUNT
               MOVE ST-OPERATOR-ID   TO MONY-OPERATOR-ID
               MOVE 'WRITE' TO WS-OPERATION
               WRITE MONY-REC
               PERFORM H940-CHECK-RAP-STATUS
               ADD 1                 TO WS-REAPPLY-COUNT
               ADD SUSP-AMOUNT       TO WS-REAPPLY-TOTAL
               MOVE 'REAPPLIED - PAYMENT TO REAPPLY FILE'
                 TO DD-RESULT
           ELSE
               SET SUSP-REFUND       TO TRUE
               ADD 1                 TO WS-REFUND-COUNT
               ADD SUSP-AMOUNT       TO WS-REFUND-TOTAL
               MOVE 'MARKED FOR REFUND' TO DD-RESULT
           END-IF.
           MOVE 'REWRITE' TO WS-OPERATION.
           REWRITE SUSP-REC.
           PERFORM H920-CHECK-SUS-STATUS.
           MOVE SUSP-REC TO SA-AFTER-IMAGE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SA-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SA-TIME.
           MOVE ST-OPERATOR-ID TO SA-OPERATOR-ID.
           MOVE ST-ACTION      TO SA-ACTION.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE SUSPAUD-REC.
           PERFORM H950-CHECK-SAU-STATUS.
       H230-END.EXIT.
      *
       H240-WRITE-DISP-LINE.
           MOVE ST-ACTION      TO DD-ACTION.
           MOVE ST-RECV-DATE   TO DD-RECV-DATE.
           MOVE ST-RECV-TIME   TO DD-RECV-TIME.
           MOVE ST-SEQ         TO DD-SEQ.
           MOVE SUSP-ACCT-NO   TO DD-ACCT-NO.
           MOVE SUSP-AMOUNT    TO DD-AMOUNT.
           MOVE ST-NEW-ACCT-NO TO DD-NEW-ACCT-NO.
           MOVE ST-OPERATOR-ID TO DD-OPERATOR-ID.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM DISP-DETAIL-REC.
           PERFORM H960-CHECK-PRT-STATUS.
           MOVE SPACES TO DISP-DETAIL-REC.
       H240-END.EXIT.
      *
       H250-READ-SUSPTRN.
           MOVE 'READ'  TO WS-OPERATION.
           READ SUSPTRN-FILE
               AT END SET SUSPTRN-EOF TO TRUE
           END-READ.
           IF NOT SUSPTRN-EOF
               PERFORM H910-CHECK-STR-STATUS
           END-IF.
       H250-END.EXIT.
      *
       H400-PRINT-TOTALS.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'REAPPLIED'           TO DT-LABEL.
           MOVE WS-REAPPLY-COUNT      TO DT-COUNT.
           MOVE WS-REAPPLY-TOTAL      TO DT-AMOUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'MARKED FOR REFUND'   TO DT-LABEL.
           MOVE WS-REFUND-COUNT       TO DT-COUNT.
           MOVE WS-REFUND-TOTAL       TO DT-AMOUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'CARDS REJECTED'      TO DT-LABEL.
           MOVE WS-REJECT-COUNT       TO DT-COUNT.
           MOVE ZERO                  TO DT-AMOUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
       H400-END.EXIT.
      *
       H410-WRITE-TOTAL-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM DISP-TOTAL-REC.
           PERFORM H960-CHECK-PRT-STATUS.
           MOVE SPACES TO DISP-TOTAL-REC.
       H410-END.EXIT.
      *
       H810-WRITE-PRINT-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC.
           PERFORM H960-CHECK-PRT-STATUS.
       H810-END.EXIT.
      *
       H500-CLOSE-FILES.
           CLOSE SUSPTRN-FILE
                 SUSP-FILE
                 ACCT-REC
                 OPER-FILE
                 REAPPLY-FILE
                 SUSPAUD-FILE
                 PRINT-LINE.
       H500-END.EXIT.
      *
      *Report the failing file/operation/status, then stop the job
      *with a distinct return code, the same as CBLOMNT1's convention.
       H905-ABEND.
           DISPLAY 'CBLOSUS1 ABEND - FILE: ' WS-ABEND-FILE-NAME
                   ' OPERATION: ' WS-OPERATION
                   ' STATUS: '    WS-ABEND-STATUS.
           MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       H905-END.EXIT.
      *
       H910-CHECK-STR-STATUS.
           IF NOT STR-SUCCESS AND NOT STR-EOF
               MOVE 'SUSPTRN' TO WS-ABEND-FILE-NAME
               MOVE STR-ST    TO WS-ABEND-STATUS
               MOVE 20        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H910-END.EXIT.
      *
       H920-CHECK-SUS-STATUS.
           IF NOT SUS-SUCCESS
               MOVE 'SUSPENSE' TO WS-ABEND-FILE-NAME
               MOVE SUS-ST     TO WS-ABEND-STATUS
               MOVE 24         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H920-END.EXIT.
      *
       H930-CHECK-ACC-STATUS.
           IF NOT ACC-SUCCESS
               MOVE 'ACCTREC' TO WS-ABEND-FILE-NAME
               MOVE ACC-ST    TO WS-ABEND-STATUS
               MOVE 28        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H930-END.EXIT.
      *
       H940-CHECK-RAP-STATUS.
           IF NOT RAP-SUCCESS
               MOVE 'REAPPLY' TO WS-ABEND-FILE-NAME
               MOVE RAP-ST    TO WS-ABEND-STATUS
               MOVE 32        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H940-END.EXIT.
      *
       H950-CHECK-SAU-STATUS.
           IF NOT SAU-SUCCESS
               MOVE 'SUSPAUD' TO WS-ABEND-FILE-NAME
               MOVE SAU-ST    TO WS-ABEND-STATUS
               MOVE 36        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H950-END.EXIT.
      *
       H960-CHECK-PRT-STATUS.
           IF NOT PRT-SUCCESS
               MOVE 'PRTSUS'  TO WS-ABEND-FILE-NAME
               MOVE PRT-ST    TO WS-ABEND-STATUS
               MOVE 40        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H960-END.EXIT.
      *
       H970-CHECK-OPR-STATUS.
           IF NOT OPR-SUCCESS
               MOVE 'OPERMAST' TO WS-ABEND-FILE-NAME
               MOVE OPR-ST     TO WS-ABEND-STATUS
               MOVE 44         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H970-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           PERFORM H400-PRINT-TOTALS.
           DISPLAY 'CBLOSUS1 CARDS READ: ' WS-READ-COUNT
                   ' REAPPLIED: '          WS-REAPPLY-COUNT
                   ' REFUNDS: '            WS-REFUND-COUNT
                   ' REJECTED: '           WS-REJECT-COUNT.
           PERFORM H500-CLOSE-FILES.
           STOP RUN.
       H999-END.EXIT.
      *
