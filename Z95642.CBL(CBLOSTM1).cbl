      *the master's balances have moved on. The archive keeps 24
      *monthly cycles - the reach-back of the card agreement - and
      *periods older than that are purged at the end of the run.
      *Each statement also bills the cycle: a minimum payment due -
      *the greater of the floor or a percentage of the balance, plus
      *any over-limit amount, never more than the balance - and a
      *payment due date a fixed number of days after the statement
      *date. Minimums still unpaid from earlier cycles print as the
      *past-due amount and are added to what is due now. The cycle is
      *filed on the keyed BILLING file under account and period, for
      *CBLOPST1 to apply payments against and CBLODLQ1 to age.
      *Activity on a number since reissued under ACCTLINK is filed
      *under the number the customer holds now. It prints on that
      *statement marked with the number it happened on, so charges
      *from before a lost or stolen card was replaced are still
      *shown to the customer. The closed old account's own statement
      *says which number it was reissued as.
      *ACCT-REC (account master, VSAM KSDS) assign to ACCTREC
      *AUDIT-FILE (audit trail, input) assign to ACCTAUD
      *STMT-LINE (statement print) assign to STMTOUT
      *ARCH-FILE (statement archive, VSAM KSDS) assign to STMARCH
      *BILL-FILE (billing cycles, VSAM KSDS) assign to BILLING
      *LINK-FILE (account renumbering links, VSAM KSDS) assign to
      *ACCTLINK
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC   ASSIGN TO ACCTREC
                             ACCESS MODE  IS DYNAMIC
                             RECORD KEY   IS ARC-KEY
                             STATUS       IS ARC-ST.
           SELECT BILL-FILE  ASSIGN TO BILLING
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS DYNAMIC
                             RECORD KEY   IS BILL-KEY
                             STATUS       IS BIL-ST.
           SELECT LINK-FILE  ASSIGN TO ACCTLINK
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS LINK-OLD-ACCT-NO
                             STATUS       IS LNK-ST.
           SELECT SORT-WORK  ASSIGN TO SORTWK1.
      *-------------
       DATA DIVISION.
               10  ARC-PERIOD        PIC 9(6).
               10  ARC-LINE-SEQ      PIC 9(4).
           05  ARC-LINE              PIC X(132).
      *
       FD  BILL-FILE RECORDING MODE F.
           COPY BILLREC.
      *
       FD  LINK-FILE RECORDING MODE F.
           COPY LINKREC.
      *
      *SORT-WORK carries the period's audit activity, cut down to the
      *fields the statement needs, into account/date/time order for
      *the match-merge against the master. SRT-ACCT-NO is the number
      *the activity is statemented under; SRT-FROM-ACCT-NO the number
      *it was posted to, which differs once that one is reissued.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-ACCT-NO           PIC X(8).
           05  SRT-OPERATOR          PIC X(8).
           05  SRT-TYPE              PIC X(1).
           05  SRT-BALANCE           PIC S9(7)V99 COMP-3.
           05  SRT-FROM-ACCT-NO      PIC X(8).
      *
       WORKING-STORAGE SECTION.
      *Statement heading and address block lines.
           05  SM-LABEL              PIC X(18).
           05  SM-AMOUNT             PIC $$,$$$,$$9.99.
           05  FILLER                PIC X(96).
      *Date line: label plus a date lined up under the money column,
      *used for the payment due date.
       01  STMT-DATE-REC.
           05  FILLER                PIC X(5).
           05  SD-LABEL              PIC X(18).
           05  FILLER                PIC X(5).
           05  SD-DATE               PIC 9(8).
           05  FILLER                PIC X(96).
      *One line per audit-trail activity record in the period.
       01  STMT-ACT-REC.
           05  FILLER                PIC X(5).
           05  SC-TYPE               PIC X(1).
           05  FILLER                PIC X(2).
           05  SC-BALANCE            PIC $$,$$$,$$9.99.
           05  FILLER                PIC X(2).
           05  SC-FROM-LABEL         PIC X(11).
           05  SC-FROM-ACCT-NO       PIC X(8).
           05  FILLER                PIC X(62).
      *Statements-per-state summary line for the mail room.
       01  STATE-SUMMARY-REC.
           05  FILLER                PIC X(5).
              88 ACCT-EOF            VALUE 'Y'.
           05 SORT-DONE-SW           PIC X VALUE 'N'.
              88 SORT-DONE           VALUE 'Y'.
           05 LINK-FILE-SW           PIC X VALUE 'N'.
              88 LINK-FILE-OPEN      VALUE 'Y'.
           05 LINK-DONE-SW           PIC X VALUE 'N'.
              88 LINK-DONE           VALUE 'Y'.
       01  FILE-STATUSES.
           05 ACC-ST   PIC XX.
              88 ACC-SUCCESS VALUE '00' '97'.
              88 ARC-NOTFND   VALUE '23'.
              88 ARC-NOTFOUND VALUE '35'.
              88 ARC-FILE-EOF VALUE '10'.
           05 BIL-ST   PIC XX.
              88 BIL-SUCCESS  VALUE '00' '97'.
              88 BIL-NOTFND   VALUE '23'.
              88 BIL-NOTFOUND VALUE '35'.
              88 BIL-FILE-EOF VALUE '10'.
           05 LNK-ST   PIC XX.
              88 LNK-SUCCESS  VALUE '00' '97'.
              88 LNK-NOTFND   VALUE '23'.
              88 LNK-NOTFOUND VALUE '35'.
      *WS-OPERATION names the I/O verb just issued, for the abend
      *message written by H905-ABEND.
       01  WS-ABEND-INFO.
           05 WS-ACT-OPERATOR      PIC X(8).
           05 WS-ACT-TYPE          PIC X(1).
           05 WS-ACT-BALANCE       PIC S9(7)V99 COMP-3.
           05 WS-ACT-FROM-ACCT-NO  PIC X(8).
      *Reissue chain work: the number the walk along ACCTLINK has
      *reached and the hop count that stops a damaged file looping.
       01  WS-LINK-WORK.
           05 WS-LINK-CURRENT      PIC X(8) VALUE SPACES.
           05 WS-LINK-HOPS         PIC 9(3) COMP-3 VALUE ZERO.
      *Work fields for the statement amounts and the closed notice.
       01  WS-STMT-WORK.
           05 WS-AVAILABLE-CREDIT  PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-ORPHAN-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-ARCH-LINE-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-PURGED-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-BILLED-COUNT      PIC 9(7) VALUE ZERO.
      *The billing policy, in one place: the floor and the percentage
      *of the balance that make up a cycle's minimum payment, and the
      *days from the statement date to the payment due date.
       01  WS-BILLING-POLICY.
           05 WS-MIN-PAY-FLOOR     PIC 9(3)V99  COMP-3 VALUE 25.00.
           05 WS-MIN-PAY-PCT       PIC V999     COMP-3 VALUE .020.
           05 WS-DUE-DAYS          PIC 9(3)     COMP-3 VALUE 25.
      *Billing work fields: the statement and due dates for the cycle,
      *the unpaid minimums of earlier cycles, this cycle's own share
      *of the minimum and the total the statement asks for.
       01  WS-BILLING-WORK.
           05 WS-STMT-DATE         PIC 9(8) VALUE ZERO.
           05 WS-DUE-DATE          PIC 9(8) VALUE ZERO.
           05 WS-PAST-DUE          PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-CYCLE-MIN-DUE     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-TOTAL-MIN-DUE     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-BILL-SCAN-SW      PIC X VALUE 'N'.
              88 WS-BILL-SCAN-DONE VALUE 'Y'.
      *Archive control: the cycle period the statements are filed
      *under, the line sequence within the page being cut, the
      *24-cycle purge cutoff, and the switch that keeps the run-end
               MOVE WS-TO-DATE (1:6) TO WS-ARCH-PERIOD
           END-IF.
           COMPUTE WS-PURGE-PERIOD = WS-ARCH-PERIOD - 200.
      *The statement date is the to-date, or the run date when the
      *period is open-ended; payment falls due a fixed number of days
      *after it.
           IF WS-TO-DATE = '99999999'
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-STMT-DATE
           ELSE
               MOVE WS-TO-DATE TO WS-STMT-DATE
           END-IF.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-STMT-DATE) + WS-DUE-DAYS).
      *STMARCH carries its cycles across runs - it may not exist yet
      *the very first time this runs, so that specific case creates
      *it empty and reopens it for update.
               OPEN I-O ARCH-FILE
           END-IF.
           PERFORM H935-CHECK-ARC-STATUS.
      *BILLING carries the open cycles across runs and is created the
      *same way on the very first statement run.
           OPEN I-O BILL-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF BIL-NOTFOUND
               OPEN OUTPUT BILL-FILE
               PERFORM H940-CHECK-BIL-STATUS
               CLOSE BILL-FILE
               OPEN I-O BILL-FILE
           END-IF.
           PERFORM H940-CHECK-BIL-STATUS.
      *ACCTLINK only exists once an account has been renumbered.
           OPEN INPUT LINK-FILE.
           IF LNK-NOTFOUND
               CONTINUE
           ELSE
               MOVE 'OPEN'  TO WS-OPERATION
               PERFORM H945-CHECK-LNK-STATUS
               SET LINK-FILE-OPEN TO TRUE
           END-IF.
       H100-END.EXIT.
      *
      *Read the audit trail and release the period's records to the
           IF AUDIT-DATE NOT < FUNCTION NUMVAL(WS-FROM-DATE)
               AND AUDIT-DATE NOT > FUNCTION NUMVAL(WS-TO-DATE)
               MOVE AUDIT-ACCT-NO     TO SRT-ACCT-NO
                                         SRT-FROM-ACCT-NO
               IF LINK-FILE-OPEN
                   PERFORM H315-FIND-CURRENT-NUMBER
               END-IF
               MOVE AUDIT-DATE        TO SRT-DATE
               MOVE AUDIT-TIME        TO SRT-TIME
               MOVE AUDIT-OPERATOR-ID TO SRT-OPERATOR
           END-IF.
       H310-END.EXIT.
      *
      *Follow the activity's account forward along ACCTLINK to the
      *number it is issued under now. Twenty hops is far past any
      *real chain and stops a damaged file from looping.
       H315-FIND-CURRENT-NUMBER.
           MOVE SRT-ACCT-NO TO WS-LINK-CURRENT.
           MOVE ZERO TO WS-LINK-HOPS.
           MOVE 'N' TO LINK-DONE-SW.
           PERFORM H317-FOLLOW-LINK UNTIL LINK-DONE.
           MOVE WS-LINK-CURRENT TO SRT-ACCT-NO.
       H315-END.EXIT.
      *
       H317-FOLLOW-LINK.
           MOVE WS-LINK-CURRENT TO LINK-OLD-ACCT-NO.
           MOVE 'READ'  TO WS-OPERATION.
           READ LINK-FILE.
           IF LNK-NOTFND
               SET LINK-DONE TO TRUE
           ELSE
               PERFORM H945-CHECK-LNK-STATUS
               MOVE LINK-NEW-ACCT-NO TO WS-LINK-CURRENT
               ADD 1 TO WS-LINK-HOPS
               IF WS-LINK-HOPS NOT < 20
                   SET LINK-DONE TO TRUE
               END-IF
           END-IF.
       H317-END.EXIT.
      *
      *Merge the sorted activity against the master in key order,
      *cutting one statement page per account. Activity whose account
      *is not on the master (deleted since) is counted and passed by.
           MOVE SPACES TO STMT-ADDR-REC.
       H445-END.EXIT.
      *
      *The limit, balance and available-credit lines, the past-due
      *amount, minimum payment and due date for the cycle, the
      *over-limit notice when the balance has passed the limit, and
      *the closed notation for an account closed on the master - with
      *the replacement number when it was closed by a reissue.
       H450-PRINT-MONEY-BLOCK.
           MOVE 'CREDIT LIMIT'     TO SM-LABEL.
           MOVE ACCT-LIMIT         TO SM-AMOUNT.
           MOVE 'AVAILABLE CREDIT' TO SM-LABEL.
           MOVE WS-AVAILABLE-CREDIT TO SM-AMOUNT.
           PERFORM H452-WRITE-MONEY-LINE.
           PERFORM H480-COMPUTE-MINIMUM-DUE.
           IF WS-PAST-DUE > ZERO
               MOVE 'PAST DUE AMOUNT'  TO SM-LABEL
               MOVE WS-PAST-DUE        TO SM-AMOUNT
               PERFORM H452-WRITE-MONEY-LINE
           END-IF.
           MOVE 'MIN PAYMENT DUE'  TO SM-LABEL.
           MOVE WS-TOTAL-MIN-DUE   TO SM-AMOUNT.
           PERFORM H452-WRITE-MONEY-LINE.
           IF WS-TOTAL-MIN-DUE > ZERO
               MOVE SPACES             TO STMT-DATE-REC
               MOVE 'PAYMENT DUE DATE' TO SD-LABEL
               MOVE WS-DUE-DATE        TO SD-DATE
               MOVE STMT-DATE-REC TO STMT-REC
               PERFORM H810-WRITE-STMT-LINE
           END-IF.
           IF ACCT-BALANCE > ACCT-LIMIT
               COMPUTE WS-OVER-AMOUNT = ACCT-BALANCE - ACCT-LIMIT
               MOVE SPACES TO STMT-MONEY-REC
                      INTO STMT-REC
               END-STRING
               PERFORM H810-WRITE-STMT-LINE
               IF LINK-FILE-OPEN
                   PERFORM H454-PRINT-REISSUE-NOTICE
               END-IF
           END-IF.
       H450-END.EXIT.
      *
           PERFORM H810-WRITE-STMT-LINE.
           MOVE SPACES TO STMT-MONEY-REC.
       H452-END.EXIT.
      *
       H454-PRINT-REISSUE-NOTICE.
           MOVE ACCT-NO TO LINK-OLD-ACCT-NO.
           MOVE 'READ'  TO WS-OPERATION.
           READ LINK-FILE.
           IF LNK-NOTFND
               CONTINUE
           ELSE
               PERFORM H945-CHECK-LNK-STATUS
               MOVE SPACES TO STMT-REC
               STRING '     REISSUED AS ACCOUNT ' DELIMITED BY SIZE
                      LINK-NEW-ACCT-NO           DELIMITED BY SIZE
                      ' - LATER ACTIVITY APPEARS ON ITS STATEMENT'
                                                 DELIMITED BY SIZE
                      INTO STMT-REC
               END-STRING
               PERFORM H810-WRITE-STMT-LINE
           END-IF.
       H454-END.EXIT.
      *
      *Activity for an account below the current master key belongs
      *to a record no longer on the file - count it and move on.
           MOVE WS-ACT-OPERATOR   TO SC-OPERATOR.
           MOVE WS-ACT-TYPE       TO SC-TYPE.
           MOVE WS-ACT-BALANCE    TO SC-BALANCE.
           IF WS-ACT-FROM-ACCT-NO NOT = WS-ACT-ACCT-NO
               MOVE 'ON ACCOUNT'        TO SC-FROM-LABEL
               MOVE WS-ACT-FROM-ACCT-NO TO SC-FROM-ACCT-NO
           END-IF.
           MOVE STMT-ACT-REC TO STMT-REC.
           PERFORM H810-WRITE-STMT-LINE.
           ADD 1 TO WS-PAGE-ACT-COUNT.
           PERFORM H420-RETURN-ACTIVITY.
       H460-END.EXIT.
      *
      *The cycle's minimum payment. Earlier cycles' minimums still
      *unpaid are the past-due amount, never more than is owed. This
      *cycle's share is the percentage of the balance or the floor,
      *whichever is greater, plus whatever the balance stands over
      *the limit, cut back so past due and current together never
      *ask for more than the balance. A cycle with something to pay
      *is filed on BILLING.
       H480-COMPUTE-MINIMUM-DUE.
           MOVE ZERO TO WS-PAST-DUE WS-CYCLE-MIN-DUE WS-TOTAL-MIN-DUE.
           PERFORM H482-SUM-PAST-DUE.
           IF WS-PAST-DUE > ACCT-BALANCE
               IF ACCT-BALANCE > ZERO
                   MOVE ACCT-BALANCE TO WS-PAST-DUE
               ELSE
                   MOVE ZERO         TO WS-PAST-DUE
               END-IF
           END-IF.
           IF ACCT-BALANCE > ZERO
               COMPUTE WS-CYCLE-MIN-DUE ROUNDED =
                   ACCT-BALANCE * WS-MIN-PAY-PCT
               IF WS-CYCLE-MIN-DUE < WS-MIN-PAY-FLOOR
                   MOVE WS-MIN-PAY-FLOOR TO WS-CYCLE-MIN-DUE
               END-IF
               IF ACCT-BALANCE > ACCT-LIMIT
                   COMPUTE WS-CYCLE-MIN-DUE = WS-CYCLE-MIN-DUE
                       + ACCT-BALANCE - ACCT-LIMIT
               END-IF
               IF WS-CYCLE-MIN-DUE > ACCT-BALANCE - WS-PAST-DUE
                   COMPUTE WS-CYCLE-MIN-DUE =
                       ACCT-BALANCE - WS-PAST-DUE
               END-IF
           END-IF.
           COMPUTE WS-TOTAL-MIN-DUE = WS-PAST-DUE + WS-CYCLE-MIN-DUE.
           IF WS-CYCLE-MIN-DUE > ZERO
               PERFORM H486-FILE-BILLING-CYCLE
           END-IF.
       H480-END.EXIT.
      *
      *Add up what the account's open cycles from earlier periods are
      *still short of their minimums.
       H482-SUM-PAST-DUE.
           MOVE 'N'       TO WS-BILL-SCAN-SW.
           MOVE ACCT-NO   TO BILL-ACCT-NO.
           MOVE ZERO      TO BILL-PERIOD.
           MOVE 'START' TO WS-OPERATION.
           START BILL-FILE KEY NOT < BILL-KEY.
           IF BIL-NOTFND OR BIL-FILE-EOF
               SET WS-BILL-SCAN-DONE TO TRUE
           ELSE
               PERFORM H940-CHECK-BIL-STATUS
               PERFORM H484-READ-BILL-NEXT
           END-IF.
           PERFORM H483-ADD-CYCLE-SHORTFALL UNTIL WS-BILL-SCAN-DONE.
       H482-END.EXIT.
      *
       H483-ADD-CYCLE-SHORTFALL.
           IF BILL-OPEN
               COMPUTE WS-PAST-DUE =
                   WS-PAST-DUE + BILL-MIN-DUE - BILL-PAID-AMT
           END-IF.
           PERFORM H484-READ-BILL-NEXT.
       H483-END.EXIT.
      *
      *Read the account's next cycle; another account's cycle, or
      *this cycle being billed (a same-cycle rerun), ends the scan.
       H484-READ-BILL-NEXT.
           MOVE 'READ' TO WS-OPERATION.
           READ BILL-FILE NEXT
               AT END SET WS-BILL-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-BILL-SCAN-DONE
               PERFORM H940-CHECK-BIL-STATUS
               IF BILL-ACCT-NO NOT = ACCT-NO
                   OR BILL-PERIOD NOT < WS-ARCH-PERIOD
                   SET WS-BILL-SCAN-DONE TO TRUE
               END-IF
           END-IF.
       H484-END.EXIT.
      *
      *File the cycle under account/period. A same-cycle rerun finds
      *the cycle already there and rebills it in place, keeping the
      *payments already applied and any late fee already assessed.
      *A cycle marked reissued has gone to the account's new number
      *and is left as it stands.
       H486-FILE-BILLING-CYCLE.
           MOVE ACCT-NO        TO BILL-ACCT-NO.
           MOVE WS-ARCH-PERIOD TO BILL-PERIOD.
           MOVE 'READ' TO WS-OPERATION.
           READ BILL-FILE.
           IF BIL-NOTFND
               MOVE SPACES         TO BILL-REC
               MOVE ACCT-NO        TO BILL-ACCT-NO
               MOVE WS-ARCH-PERIOD TO BILL-PERIOD
               MOVE ZERO TO BILL-PAID-AMT BILL-PAID-DATE
                            BILL-DAYS-PAST-DUE BILL-LATE-FEE-DATE
                            BILL-LATE-FEE-AMT
               SET BILL-AGE-CURRENT TO TRUE
               PERFORM H488-SET-CYCLE-AMOUNTS
               MOVE 'WRITE' TO WS-OPERATION
               WRITE BILL-REC
           ELSE
               PERFORM H940-CHECK-BIL-STATUS
               IF NOT BILL-REISSUED
                   PERFORM H488-SET-CYCLE-AMOUNTS
                   MOVE 'REWRITE' TO WS-OPERATION
                   REWRITE BILL-REC
               END-IF
           END-IF.
           PERFORM H940-CHECK-BIL-STATUS.
           ADD 1 TO WS-BILLED-COUNT.
       H486-END.EXIT.
      *
       H488-SET-CYCLE-AMOUNTS.
           MOVE WS-STMT-DATE     TO BILL-STMT-DATE.
           MOVE ACCT-BALANCE     TO BILL-STMT-BALANCE.
           MOVE WS-CYCLE-MIN-DUE TO BILL-MIN-DUE.
           MOVE WS-DUE-DATE      TO BILL-DUE-DATE.
           IF BILL-PAID-AMT NOT < BILL-MIN-DUE
               SET BILL-PAID TO TRUE
           ELSE
               SET BILL-OPEN TO TRUE
           END-IF.
       H488-END.EXIT.
      *
      *Activity left after the last master record drains here.
       H470-DRAIN-ORPHAN.
           ADD 1 TO WS-ORPHAN-COUNT.
      *
       H500-CLOSE-FILES.
           CLOSE STMT-LINE
                 ARCH-FILE
                 BILL-FILE.
           IF LINK-FILE-OPEN
               CLOSE LINK-FILE
           END-IF.
       H500-END.EXIT.
      *
      *Report the failing file/operation/status, then stop the job
               PERFORM H905-ABEND
           END-IF.
       H935-END.EXIT.
      *
       H940-CHECK-BIL-STATUS.
           IF NOT BIL-SUCCESS
               MOVE 'BILLING' TO WS-ABEND-FILE-NAME
               MOVE BIL-ST    TO WS-ABEND-STATUS
               MOVE 36        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H940-END.EXIT.
      *
       H945-CHECK-LNK-STATUS.
           IF NOT LNK-SUCCESS
               MOVE 'ACCTLINK' TO WS-ABEND-FILE-NAME
               MOVE LNK-ST     TO WS-ABEND-STATUS
               MOVE 40         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H945-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           PERFORM H750-PRINT-STATE-SUMMARY.
                   ' ACTIVITY LINES: '     WS-ACTIVITY-COUNT
                   ' ORPHAN ACTIVITY: '    WS-ORPHAN-COUNT
                   ' ARCHIVED LINES: '     WS-ARCH-LINE-COUNT
                   ' PURGED LINES: '       WS-PURGED-COUNT
                   ' CYCLES BILLED: '      WS-BILLED-COUNT.
           PERFORM H500-CLOSE-FILES.
           STOP RUN.
       H999-END.EXIT.
