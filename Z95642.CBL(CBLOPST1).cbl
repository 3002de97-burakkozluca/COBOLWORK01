      *per-type dollar totals net to a figure that is reconciled to
      *the penny against the sum of balance changes actually applied,
      *the same proof CBLOFIN1 runs on its charge register.
      *A late fee ('L') cut by the CBLODLQ1 delinquency cycle posts
      *up like a debit but carries its own register total. Each
      *payment is also applied against the account's open BILLING
      *cycles, oldest first, so the minimum payment due that CBLOSTM1
      *billed is met or short-paid as the money arrives, and a cycle
      *whose minimum is covered drops out of CBLODLQ1's aging.
      *The per-type register totals are also appended to the REGCTL
      *control-total file, which CBLOGLX1 proves its general ledger
      *journal against.
      *A payment turned away because its account is not on file or
      *is closed is not lost: it is written to the SUSPENSE
      *unapplied-cash file with the reason, the date received and the
      *operator, and carried there until CBLOSUS1 reapplies or
      *refunds it. The run's count and amount sent to suspense go on
      *REGCTL under source 'SUS', which CBLOSUA1 proves the SUSPENSE
      *file's receipts against.
      *Every posting is checked against the OPERMAST operator master
      *first: an operator not on file, suspended or not allowed the
      *posting type is refused. An adjustment ('J') larger either
      *way than the operator's adjustment ceiling is not posted - it
      *is held on APPRQUE, listed on the register as type 'Q', until
      *a second operator releases it through CBLOAPR1. Refusals and
      *held items are logged to OPERLOG for the supervisor.
      *Every posting applied is also added to the account's
      *year-to-date payments, purchases, adjustments or late fees on
      *YTDACCT. A YTDACCT record still carrying last year in its
      *current slot means the CBLOYTR1 year-end roll has not run
      *yet, so the run stops before posting to that account rather
      *than add a new year's posting into the old year's figures.
      *MONY-FILE (monetary transactions) assign to MONYIN
      *ACCT-REC (account master, VSAM KSDS) assign to ACCTREC
      *AUDIT-FILE (before/after audit trail) assign to ACCTAUD
      *PRINT-LINE (posting register) assign to PRTPOST
      *BILL-FILE (billing cycles, VSAM KSDS) assign to BILLING
      *REGCTL-FILE (register control totals) assign to REGCTL
      *SUSP-FILE (unapplied-cash suspense, VSAM KSDS) assign to SUSPENSE
      *OPER-FILE (operator master, VSAM KSDS) assign to OPERMAST
      *APPR-FILE (pending-approval queue, VSAM KSDS) assign to APPRQUE
      *OLOG-FILE (operator authority log) assign to OPERLOG
      *YTD-FILE (year-to-date accumulators, VSAM KSDS) assign to YTDACCT
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONY-FILE  ASSIGN TO MONYIN
                             STATUS    AUD-ST.
           SELECT PRINT-LINE ASSIGN TO PRTPOST
                             STATUS    PRT-ST.
           SELECT BILL-FILE  ASSIGN TO BILLING
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS DYNAMIC
                             RECORD KEY   IS BILL-KEY
                             STATUS       IS BIL-ST.
           SELECT REGCTL-FILE ASSIGN TO REGCTL
                             STATUS    RCT-ST.
           SELECT SUSP-FILE  ASSIGN TO SUSPENSE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS SUSP-KEY
                             STATUS       IS SUS-ST.
           SELECT OPER-FILE  ASSIGN TO OPERMAST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS OPER-ID
                             STATUS       IS OPR-ST.
           SELECT APPR-FILE  ASSIGN TO APPRQUE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS APPR-KEY
                             STATUS       IS APQ-ST.
           SELECT OLOG-FILE  ASSIGN TO OPERLOG
                             STATUS    OLG-ST.
           SELECT YTD-FILE   ASSIGN TO YTDACCT
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS YTD-ACCT-NO
                             STATUS       IS YTD-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *One monetary transaction per record: a payment ('P') credits
      *the balance down, a purchase debit ('B') or late fee ('L')
      *charges it up, an adjustment ('J') applies its amount with the
      *sign as keyed.
       FD  MONY-FILE RECORDING MODE F.
           COPY MONYREC.
      *
       FD  ACCT-REC RECORDING MODE F.
           COPY ACCTREC.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                 PIC X(132).
      *
       FD  BILL-FILE RECORDING MODE F.
           COPY BILLREC.
      *
       FD  REGCTL-FILE RECORDING MODE F.
           COPY REGCTLRC.
      *
       FD  SUSP-FILE RECORDING MODE F.
           COPY SUSPREC.
      *
       FD  OPER-FILE RECORDING MODE F.
           COPY OPERREC.
      *
      *Adjustments over the keying operator's ceiling wait here for a
      *second operator.
       FD  APPR-FILE RECORDING MODE F.
           COPY APPRREC.
      *
       FD  OLOG-FILE RECORDING MODE F.
           COPY OPLOGREC.
      *
       FD  YTD-FILE RECORDING MODE F.
           COPY YTDREC.
      *
       WORKING-STORAGE SECTION.
      *One register line per applied posting.
       01  FLAGS.
           05 MONY-EOF-SW            PIC X VALUE 'N'.
              88 MONY-EOF            VALUE 'Y'.
           05 BILL-DONE-SW           PIC X VALUE 'N'.
              88 BILL-DONE           VALUE 'Y'.
      *WS-AUTH-SW carries the verdict of the operator check on the
      *posting in hand.
           05 WS-AUTH-SW             PIC X VALUE 'P'.
              88 AUTH-PASSED         VALUE 'P'.
              88 AUTH-FAILED         VALUE 'F'.
       01  FILE-STATUSES.
           05 MNY-ST   PIC XX.
              88 MNY-SUCCESS VALUE '00' '97'.
              88 AUD-NOTFOUND VALUE '35'.
           05 PRT-ST   PIC XX.
              88 PRT-SUCCESS VALUE '00' '97'.
           05 BIL-ST   PIC XX.
              88 BIL-SUCCESS  VALUE '00' '97'.
              88 BIL-NOTFND   VALUE '23'.
              88 BIL-NOTFOUND VALUE '35'.
              88 BIL-FILE-EOF VALUE '10'.
           05 RCT-ST   PIC XX.
              88 RCT-SUCCESS  VALUE '00' '97'.
              88 RCT-NOTFOUND VALUE '35'.
           05 SUS-ST   PIC XX.
              88 SUS-SUCCESS  VALUE '00' '97'.
              88 SUS-NOTFOUND VALUE '35'.
           05 OPR-ST   PIC XX.
              88 OPR-SUCCESS  VALUE '00' '97'.
              88 OPR-NOTFND   VALUE '23'.
           05 APQ-ST   PIC XX.
              88 APQ-SUCCESS  VALUE '00' '97'.
              88 APQ-NOTFOUND VALUE '35'.
           05 OLG-ST   PIC XX.
              88 OLG-SUCCESS  VALUE '00' '97'.
              88 OLG-NOTFOUND VALUE '35'.
           05 YTD-ST   PIC XX.
              88 YTD-SUCCESS  VALUE '00' '97'.
              88 YTD-NOTFND   VALUE '23'.
              88 YTD-NOTFOUND VALUE '35'.
      *WS-OPERATION names the I/O verb just issued, for the abend
      *message written by H905-ABEND.
       01  WS-ABEND-INFO.
       01  WS-POSTING-WORK.
           05 WS-DELTA-AMOUNT      PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-OLD-BALANCE       PIC S9(7)V99 COMP-3 VALUE ZERO.
      *Payment money still to be applied against open billing cycles,
      *and the part of one cycle's minimum still outstanding.
           05 WS-PAY-REMAINING     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-CYCLE-SHORT       PIC S9(7)V99 COMP-3 VALUE ZERO.
      *Suspense items are keyed by this run's start date and time and
      *a sequence number within the run.
       01  WS-SUSPENSE-KEY.
           05 WS-SUSP-RUN-DATE     PIC 9(8) VALUE ZERO.
           05 WS-SUSP-RUN-TIME     PIC 9(6) VALUE ZERO.
           05 WS-SUSP-SEQ          PIC 9(5) VALUE ZERO.
           05 WS-SUSP-REASON       PIC X(1) VALUE SPACE.
      *Operator authority work: the log event and reason for the
      *posting in hand, the count of times its type appears in the
      *operator's allowed list, and the adjustment's size either way
      *as measured against the operator's ceiling. Held items are
      *keyed by this run's start date and time, as suspense items
      *are, and a sequence within the run.
       01  WS-AUTHORITY-WORK.
           05 WS-LOG-EVENT         PIC X(1)  VALUE SPACE.
           05 WS-LOG-REASON        PIC X(30) VALUE SPACES.
           05 WS-TYPE-HITS         PIC 9(3)  COMP-3 VALUE ZERO.
           05 WS-HOLD-AMOUNT       PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-APPR-SEQ          PIC 9(5)  VALUE ZERO.
      *Run totals. The per-type dollar totals carry the amounts as
      *keyed; WS-NET-CHANGE nets them with a payment's sign flipped,
      *and WS-APPLIED-CHANGE accumulates new balance minus old balance
           05 WS-PAYMENT-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-DEBIT-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-ADJUST-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-LATEFEE-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-CYCLES-MET-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-SUSPENSE-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-SUSPENSE-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-HELD-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-HELD-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-PAYMENT-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-DEBIT-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-ADJUST-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-LATEFEE-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-NET-CHANGE        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-APPLIED-CHANGE    PIC S9(9)V99 COMP-3 VALUE ZERO.
      *------------------
           OPEN OUTPUT PRINT-LINE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H940-CHECK-PRT-STATUS.
      *BILLING is created by the first CBLOSTM1 cycle; until then there
      *is nothing to apply payments against, so a missing file is
      *created empty and reopened for update, the way CBLOSTM1 treats
      *its archive.
           OPEN I-O    BILL-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF BIL-NOTFOUND
               OPEN OUTPUT BILL-FILE
               PERFORM H950-CHECK-BIL-STATUS
               CLOSE BILL-FILE
               OPEN I-O BILL-FILE
           END-IF.
           PERFORM H950-CHECK-BIL-STATUS.
      *REGCTL accumulates every run's totals the same way ACCTAUD
      *accumulates audit records, created on first use.
           OPEN EXTEND REGCTL-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF RCT-NOTFOUND
               OPEN OUTPUT REGCTL-FILE
           END-IF.
           PERFORM H960-CHECK-RCT-STATUS.
      *SUSPENSE is created empty the first time a run goes in, the
      *same as BILLING.
           OPEN I-O    SUSP-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF SUS-NOTFOUND
               OPEN OUTPUT SUSP-FILE
               PERFORM H970-CHECK-SUS-STATUS
               CLOSE SUSP-FILE
               OPEN I-O SUSP-FILE
           END-IF.
           PERFORM H970-CHECK-SUS-STATUS.
           OPEN INPUT  OPER-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H980-CHECK-OPR-STATUS.
      *APPRQUE is created empty the first time an item is held, the
      *same as SUSPENSE; OPERLOG accumulates across runs the same as
      *ACCTAUD.
           OPEN I-O    APPR-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF APQ-NOTFOUND
               OPEN OUTPUT APPR-FILE
               PERFORM H985-CHECK-APQ-STATUS
               CLOSE APPR-FILE
               OPEN I-O APPR-FILE
           END-IF.
           PERFORM H985-CHECK-APQ-STATUS.
           OPEN EXTEND OLOG-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF OLG-NOTFOUND
               OPEN OUTPUT OLOG-FILE
           END-IF.
           PERFORM H990-CHECK-OLG-STATUS.
      *YTDACCT is created empty the first time either of the runs
      *that accumulate into it goes in.
           OPEN I-O    YTD-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF YTD-NOTFOUND
               OPEN OUTPUT YTD-FILE
               PERFORM H995-CHECK-YTD-STATUS
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE
           END-IF.
           PERFORM H995-CHECK-YTD-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SUSP-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-SUSP-RUN-TIME.
           MOVE SPACES TO REGISTER-DETAIL-REC REGISTER-TOTAL-REC.
           MOVE 'MONETARY POSTING REGISTER' TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           ADD 1 TO WS-READ-COUNT.
           EVALUATE TRUE
               WHEN NOT MONY-PAYMENT AND NOT MONY-DEBIT
                   AND NOT MONY-ADJUSTMENT AND NOT MONY-LATE-FEE
                   DISPLAY 'CBLOPST1 REJECT - UNKNOWN POSTING TYPE: '
                           MONY-TYPE ' ACCOUNT: ' MONY-ACCT-NO
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'CBLOPST1 REJECT - AMOUNT NOT NUMERIC,'
                           ' ACCOUNT: ' MONY-ACCT-NO
                   ADD 1 TO WS-REJECT-COUNT
               WHEN (MONY-PAYMENT OR MONY-DEBIT OR MONY-LATE-FEE)
                   AND MONY-AMOUNT < ZERO
                   DISPLAY 'CBLOPST1 REJECT - AMOUNT IS NEGATIVE,'
                           ' ACCOUNT: ' MONY-ACCT-NO
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   PERFORM H205-CHECK-OPERATOR
                   IF AUTH-PASSED
                       PERFORM H210-APPLY-POSTING
                   END-IF
           END-EVALUATE.
           MOVE 'READ' TO WS-OPERATION.
           READ MONY-FILE
           END-IF.
       H200-END.EXIT.
      *
      *The operator must be on the operator master, active, and hold
      *the posting type. A refused posting is not sent to suspense -
      *the item is on the supervisor's report, with its amount, to
      *be rekeyed under a proper id. The operator record stays in
      *the buffer for the adjustment ceiling test.
       H205-CHECK-OPERATOR.
           MOVE 'P' TO WS-AUTH-SW.
           MOVE MONY-OPERATOR-ID TO OPER-ID.
           MOVE 'READ'  TO WS-OPERATION.
           READ OPER-FILE.
           IF OPR-NOTFND
               MOVE 'U' TO WS-LOG-EVENT
               MOVE 'OPERATOR NOT ON OPERATOR FILE' TO WS-LOG-REASON
               SET AUTH-FAILED TO TRUE
           ELSE
               PERFORM H980-CHECK-OPR-STATUS
               MOVE ZERO TO WS-TYPE-HITS
               INSPECT OPER-MONY-TYPES TALLYING WS-TYPE-HITS
                   FOR ALL MONY-TYPE
               IF NOT OPER-ACTIVE
                   MOVE 'I' TO WS-LOG-EVENT
                   MOVE 'OPERATOR NOT ACTIVE' TO WS-LOG-REASON
                   SET AUTH-FAILED TO TRUE
               ELSE
                   IF WS-TYPE-HITS = ZERO
                       MOVE 'T' TO WS-LOG-EVENT
                       MOVE 'TYPE NOT AUTHORIZED FOR OPER'
                         TO WS-LOG-REASON
                       SET AUTH-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF AUTH-FAILED
               DISPLAY 'CBLOPST1 REJECT - ' WS-LOG-REASON ' '
                       MONY-OPERATOR-ID ' ACCOUNT: ' MONY-ACCT-NO
               ADD 1 TO WS-REJECT-COUNT
               PERFORM H245-WRITE-AUTHORITY-LOG
           END-IF.
       H205-END.EXIT.
      *
      *Apply the posting as a delta to the balance of an existing,
      *open account. Rejected if the account is not on file or has
      *been closed - a payment against a closed account is a keying
      *question for the desk, not something to force onto the master.
      *A rejected payment is customer money in hand, so it goes to
      *suspense with the reason. An adjustment over the operator's
      *ceiling is held for approval instead of posted.
       H210-APPLY-POSTING.
           MOVE MONY-ACCT-NO TO ACCT-NO.
           MOVE 'READ'  TO WS-OPERATION.
               DISPLAY 'CBLOPST1 REJECT - ACCOUNT NOT FOUND: '
                       MONY-ACCT-NO
               ADD 1 TO WS-REJECT-COUNT
               IF MONY-PAYMENT
                   MOVE 'N' TO WS-SUSP-REASON
                   PERFORM H230-WRITE-SUSPENSE
               END-IF
           ELSE
               IF NOT ACC-SUCCESS
                   PERFORM H920-CHECK-ACC-STATUS
                   DISPLAY 'CBLOPST1 REJECT - ACCOUNT CLOSED: '
                           MONY-ACCT-NO
                   ADD 1 TO WS-REJECT-COUNT
                   IF MONY-PAYMENT
                       MOVE 'C' TO WS-SUSP-REASON
                       PERFORM H230-WRITE-SUSPENSE
                   END-IF
               ELSE
                   MOVE MONY-AMOUNT TO WS-HOLD-AMOUNT
                   IF WS-HOLD-AMOUNT < ZERO
                       COMPUTE WS-HOLD-AMOUNT = ZERO - WS-HOLD-AMOUNT
                   END-IF
                   IF MONY-ADJUSTMENT
                       AND WS-HOLD-AMOUNT > OPER-ADJ-CEILING
                       PERFORM H240-HOLD-FOR-APPROVAL
                   ELSE
                       PERFORM H220-POST-DELTA
                   END-IF
               END-IF
           END-IF.
       H210-END.EXIT.
      *
      *Carry a turned-away payment on SUSPENSE as an open item, with
      *the reason the caller set, and list it on the register.
       H230-WRITE-SUSPENSE.
           ADD 1 TO WS-SUSP-SEQ.
           MOVE SPACES           TO SUSP-REC.
           MOVE WS-SUSP-RUN-DATE TO SUSP-RECV-DATE.
           MOVE WS-SUSP-RUN-TIME TO SUSP-RECV-TIME.
           MOVE WS-SUSP-SEQ      TO SUSP-SEQ.
           MOVE MONY-ACCT-NO     TO SUSP-ACCT-NO.
           MOVE MONY-AMOUNT      TO SUSP-AMOUNT.
           MOVE MONY-OPERATOR-ID TO SUSP-OPERATOR-ID.
           MOVE WS-SUSP-REASON   TO SUSP-REASON.
           SET SUSP-OPEN         TO TRUE.
           MOVE ZERO             TO SUSP-RESOLVED-DATE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE SUSP-REC.
           PERFORM H970-CHECK-SUS-STATUS.
           ADD 1           TO WS-SUSPENSE-COUNT.
           ADD MONY-AMOUNT TO WS-SUSPENSE-TOTAL.
           MOVE MONY-ACCT-NO TO RD-ACCT-NO.
           MOVE 'S'          TO RD-TYPE.
           MOVE MONY-AMOUNT  TO RD-AMOUNT.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM REGISTER-DETAIL-REC.
           PERFORM H940-CHECK-PRT-STATUS.
           MOVE SPACES TO REGISTER-DETAIL-REC.
       H230-END.EXIT.
      *
      *Hold the adjustment on APPRQUE, untouched, for a second
      *operator to release through CBLOAPR1; the balance is not
      *touched now. The item is listed on the register as type 'Q'
      *and the hold logged for the supervisor.
       H240-HOLD-FOR-APPROVAL.
           ADD 1 TO WS-APPR-SEQ.
           MOVE SPACES             TO APPR-REC.
           MOVE WS-SUSP-RUN-DATE   TO APPR-QUEUE-DATE.
           MOVE WS-SUSP-RUN-TIME   TO APPR-QUEUE-TIME.
           MOVE WS-APPR-SEQ        TO APPR-SEQ.
           MOVE 'PST'              TO APPR-SOURCE.
           MOVE MONY-ACCT-NO       TO APPR-ACCT-NO.
           MOVE MONY-TYPE          TO APPR-TRANS-TYPE.
           MOVE WS-HOLD-AMOUNT     TO APPR-AMOUNT.
           MOVE OPER-ADJ-CEILING   TO APPR-CEILING.
           MOVE MONY-OPERATOR-ID   TO APPR-OPERATOR-ID.
           SET APPR-PENDING        TO TRUE.
           MOVE ZERO               TO APPR-ACTION-DATE.
           MOVE MONY-REC           TO APPR-TRANS-IMAGE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE APPR-REC.
           PERFORM H985-CHECK-APQ-STATUS.
           ADD 1           TO WS-HELD-COUNT.
           ADD MONY-AMOUNT TO WS-HELD-TOTAL.
           MOVE MONY-ACCT-NO TO RD-ACCT-NO.
           MOVE 'Q'          TO RD-TYPE.
           MOVE MONY-AMOUNT  TO RD-AMOUNT.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM REGISTER-DETAIL-REC.
           PERFORM H940-CHECK-PRT-STATUS.
           MOVE SPACES TO REGISTER-DETAIL-REC.
           MOVE 'Q' TO WS-LOG-EVENT.
           MOVE 'ADJUSTMENT OVER CEILING' TO WS-LOG-REASON.
           PERFORM H245-WRITE-AUTHORITY-LOG.
       H240-END.EXIT.
      *
      *Log an operator refusal or a held item to OPERLOG, with the
      *posting's amount as keyed.
       H245-WRITE-AUTHORITY-LOG.
           MOVE SPACES TO OLOG-REC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OLOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO OLOG-TIME.
           MOVE 'CBLOPST1'        TO OLOG-PROGRAM.
           MOVE WS-LOG-EVENT      TO OLOG-EVENT.
           MOVE MONY-OPERATOR-ID  TO OLOG-OPERATOR-ID.
           MOVE MONY-OPERATOR-ID  TO OLOG-KEYED-BY.
           MOVE MONY-TYPE         TO OLOG-TRANS-TYPE.
           MOVE MONY-ACCT-NO      TO OLOG-KEY.
           MOVE MONY-AMOUNT       TO OLOG-AMOUNT.
           IF OLOG-HELD
               MOVE OPER-ADJ-CEILING TO OLOG-CEILING
               MOVE APPR-KEY         TO OLOG-APPR-KEY
           ELSE
               MOVE ZERO             TO OLOG-CEILING
           END-IF.
           MOVE WS-LOG-REASON     TO OLOG-REASON.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE OLOG-REC.
           PERFORM H990-CHECK-OLG-STATUS.
       H245-END.EXIT.
      *
      *The posting itself: compute the signed delta for the type,
      *add it to the year-to-date figures and the balance, rewrite
      *the master, cut the audit record and the register line, and
      *roll the run totals.
       H220-POST-DELTA.
           MOVE ACCT-FIELDS  TO AUDIT-BEFORE-IMAGE.
           MOVE ACCT-BALANCE TO WS-OLD-BALANCE.
                   MOVE MONY-AMOUNT TO WS-DELTA-AMOUNT
                   ADD 1           TO WS-ADJUST-COUNT
                   ADD MONY-AMOUNT TO WS-ADJUST-TOTAL
               WHEN MONY-LATE-FEE
                   MOVE MONY-AMOUNT TO WS-DELTA-AMOUNT
                   ADD 1           TO WS-LATEFEE-COUNT
                   ADD MONY-AMOUNT TO WS-LATEFEE-TOTAL
           END-EVALUATE.
           PERFORM H270-ACCUMULATE-YTD.
           ADD WS-DELTA-AMOUNT TO ACCT-BALANCE.
           MOVE 'REWRITE' TO WS-OPERATION.
           REWRITE ACCT-FIELDS.
               WS-APPLIED-CHANGE + ACCT-BALANCE - WS-OLD-BALANCE.
           PERFORM H900-WRITE-AUDIT-RECORD.
           PERFORM H300-WRITE-REGISTER-LINE.
           IF MONY-PAYMENT
               PERFORM H250-APPLY-TO-BILLING
           END-IF.
       H220-END.EXIT.
      *
      *Count a payment toward the minimum due on the account's open
      *billing cycles, oldest cycle first: each open cycle takes what
      *it is still short, and a cycle whose minimum is covered is
      *marked paid with today's date. Money left over once every open
      *cycle is satisfied has already come off the balance and needs
      *no billing record.
       H250-APPLY-TO-BILLING.
           MOVE MONY-AMOUNT TO WS-PAY-REMAINING.
           MOVE 'N'         TO BILL-DONE-SW.
           MOVE MONY-ACCT-NO TO BILL-ACCT-NO.
           MOVE ZERO         TO BILL-PERIOD.
           MOVE 'START' TO WS-OPERATION.
           START BILL-FILE KEY NOT < BILL-KEY.
           IF BIL-NOTFND OR BIL-FILE-EOF
               SET BILL-DONE TO TRUE
           ELSE
               PERFORM H950-CHECK-BIL-STATUS
               PERFORM H255-READ-BILL-NEXT
           END-IF.
           PERFORM H260-APPLY-TO-CYCLE UNTIL BILL-DONE.
       H250-END.EXIT.
      *
       H255-READ-BILL-NEXT.
           MOVE 'READ' TO WS-OPERATION.
           READ BILL-FILE NEXT
               AT END SET BILL-DONE TO TRUE
           END-READ.
           IF NOT BILL-DONE
               PERFORM H950-CHECK-BIL-STATUS
               IF BILL-ACCT-NO NOT = MONY-ACCT-NO
                   SET BILL-DONE TO TRUE
               END-IF
           END-IF.
       H255-END.EXIT.
      *
       H260-APPLY-TO-CYCLE.
           IF BILL-OPEN
               COMPUTE WS-CYCLE-SHORT = BILL-MIN-DUE - BILL-PAID-AMT
               IF WS-PAY-REMAINING < WS-CYCLE-SHORT
                   MOVE WS-PAY-REMAINING TO WS-CYCLE-SHORT
               END-IF
               ADD WS-CYCLE-SHORT      TO BILL-PAID-AMT
               SUBTRACT WS-CYCLE-SHORT FROM WS-PAY-REMAINING
               IF BILL-PAID-AMT NOT < BILL-MIN-DUE
                   SET BILL-PAID TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BILL-PAID-DATE
                   ADD 1 TO WS-CYCLES-MET-COUNT
               END-IF
               MOVE 'REWRITE' TO WS-OPERATION
               REWRITE BILL-REC
               PERFORM H950-CHECK-BIL-STATUS
           END-IF.
           IF WS-PAY-REMAINING NOT > ZERO
               SET BILL-DONE TO TRUE
           ELSE
               PERFORM H255-READ-BILL-NEXT
           END-IF.
       H260-END.EXIT.
      *
      *Add the posting to the account's year-to-date figures for its
      *type, starting its accumulator record in this year the first
      *time. Payments and purchases are counted as well as totalled;
      *an adjustment goes in with its sign as applied. A record whose
      *current slot is an earlier year has not been through the
      *year-end roll; the run stops rather than put this year's
      *posting into that year. H220 accumulates before it touches
      *the balance, so a stop here leaves the account as it was.
       H270-ACCUMULATE-YTD.
           MOVE ACCT-NO TO YTD-ACCT-NO.
           MOVE 'READ'  TO WS-OPERATION.
           READ YTD-FILE.
           IF YTD-NOTFND
               MOVE SPACES  TO YTD-REC
               INITIALIZE YTD-CURRENT YTD-PRIOR
               MOVE ACCT-NO TO YTD-ACCT-NO
               MOVE FUNCTION CURRENT-DATE(1:4) TO YTD-CUR-YEAR
           ELSE
               PERFORM H995-CHECK-YTD-STATUS
               IF YTD-CUR-YEAR < FUNCTION CURRENT-DATE(1:4)
                   DISPLAY 'CBLOPST1 STOPPED - CBLOYTR1 YEAR-END ROLL'
                           ' NOT RUN, ACCOUNT ' ACCT-NO
                           ' YTD STILL IN ' YTD-CUR-YEAR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN MONY-PAYMENT
                   ADD MONY-AMOUNT TO YTD-CUR-PAYMENTS
                   ADD 1           TO YTD-CUR-PAY-COUNT
               WHEN MONY-DEBIT
                   ADD MONY-AMOUNT TO YTD-CUR-PURCHASES
                   ADD 1           TO YTD-CUR-PUR-COUNT
               WHEN MONY-ADJUSTMENT
                   ADD MONY-AMOUNT TO YTD-CUR-ADJUSTS
               WHEN MONY-LATE-FEE
                   ADD MONY-AMOUNT TO YTD-CUR-LATE-FEES
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO YTD-LAST-UPDATED.
           IF YTD-NOTFND
               MOVE 'WRITE' TO WS-OPERATION
               WRITE YTD-REC
           ELSE
               MOVE 'REWRITE' TO WS-OPERATION
               REWRITE YTD-REC
           END-IF.
           PERFORM H995-CHECK-YTD-STATUS.
       H270-END.EXIT.
      *
       H300-WRITE-REGISTER-LINE.
           MOVE ACCT-NO         TO RD-ACCT-NO.
           MOVE WS-ADJUST-COUNT         TO RT-COUNT.
           MOVE WS-ADJUST-TOTAL         TO RT-AMOUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'LATE FEES (L)'         TO RT-LABEL.
           MOVE WS-LATEFEE-COUNT        TO RT-COUNT.
           MOVE WS-LATEFEE-TOTAL        TO RT-AMOUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'PAYMENTS TO SUSPENSE (S)' TO RT-LABEL.
           MOVE WS-SUSPENSE-COUNT       TO RT-COUNT.
           MOVE WS-SUSPENSE-TOTAL       TO RT-AMOUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'ADJUSTMENTS HELD (Q)'  TO RT-LABEL.
           MOVE WS-HELD-COUNT           TO RT-COUNT.
           MOVE WS-HELD-TOTAL           TO RT-AMOUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'NET CHANGE'            TO RT-LABEL.
           MOVE ZERO                    TO RT-COUNT.
           MOVE WS-NET-CHANGE           TO RT-AMOUNT.
           MOVE SPACES TO REGISTER-TOTAL-REC.
       H410-END.EXIT.
      *
      *Append the register's per-type totals to REGCTL as signed
      *balance movements - payments negative - for CBLOGLX1's proof.
       H420-WRITE-REGISTER-CONTROL.
           MOVE SPACES TO REGCTL-REC.
           MOVE 'CBLOPST1'                 TO RCT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RCT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RCT-RUN-TIME.
           MOVE 'PST'                      TO RCT-SOURCE.
           MOVE 'P'                        TO RCT-TYPE.
           MOVE WS-PAYMENT-COUNT           TO RCT-COUNT.
           COMPUTE RCT-AMOUNT = ZERO - WS-PAYMENT-TOTAL.
           PERFORM H425-WRITE-CONTROL-RECORD.
           MOVE 'B'                        TO RCT-TYPE.
           MOVE WS-DEBIT-COUNT             TO RCT-COUNT.
           MOVE WS-DEBIT-TOTAL             TO RCT-AMOUNT.
           PERFORM H425-WRITE-CONTROL-RECORD.
           MOVE 'J'                        TO RCT-TYPE.
           MOVE WS-ADJUST-COUNT            TO RCT-COUNT.
           MOVE WS-ADJUST-TOTAL            TO RCT-AMOUNT.
           PERFORM H425-WRITE-CONTROL-RECORD.
           MOVE 'L'                        TO RCT-TYPE.
           MOVE WS-LATEFEE-COUNT           TO RCT-COUNT.
           MOVE WS-LATEFEE-TOTAL           TO RCT-AMOUNT.
           PERFORM H425-WRITE-CONTROL-RECORD.
      *The payments sent to suspense moved no balance; they are
      *stamped with the date and time their suspense keys carry, so
      *CBLOSUA1 can match the control to the items it counted.
           MOVE WS-SUSP-RUN-DATE           TO RCT-RUN-DATE.
           MOVE WS-SUSP-RUN-TIME           TO RCT-RUN-TIME.
           MOVE 'SUS'                      TO RCT-SOURCE.
           MOVE 'S'                        TO RCT-TYPE.
           MOVE WS-SUSPENSE-COUNT          TO RCT-COUNT.
           MOVE WS-SUSPENSE-TOTAL          TO RCT-AMOUNT.
           PERFORM H425-WRITE-CONTROL-RECORD.
       H420-END.EXIT.
      *
       H425-WRITE-CONTROL-RECORD.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE REGCTL-REC.
           PERFORM H960-CHECK-RCT-STATUS.
       H425-END.EXIT.
      *
      *Write the before/after audit trail entry for the posting just
      *applied, stamped with the operator id and current date and
      *time, the same as CBLOMNT1's convention. The transaction type
           CLOSE MONY-FILE
                 ACCT-REC
                 AUDIT-FILE
                 PRINT-LINE
                 BILL-FILE
                 REGCTL-FILE
                 SUSP-FILE
                 OPER-FILE
                 APPR-FILE
                 OLOG-FILE
                 YTD-FILE.
       H500-END.EXIT.
      *
      *Report the failing file/operation/status, then stop the job
               PERFORM H905-ABEND
           END-IF.
       H940-END.EXIT.
      *
       H950-CHECK-BIL-STATUS.
           IF NOT BIL-SUCCESS
               MOVE 'BILLING' TO WS-ABEND-FILE-NAME
               MOVE BIL-ST    TO WS-ABEND-STATUS
               MOVE 36        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H950-END.EXIT.
      *
       H960-CHECK-RCT-STATUS.
           IF NOT RCT-SUCCESS
               MOVE 'REGCTL'  TO WS-ABEND-FILE-NAME
               MOVE RCT-ST    TO WS-ABEND-STATUS
               MOVE 40        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H960-END.EXIT.
      *
       H970-CHECK-SUS-STATUS.
           IF NOT SUS-SUCCESS
               MOVE 'SUSPENSE' TO WS-ABEND-FILE-NAME
               MOVE SUS-ST     TO WS-ABEND-STATUS
               MOVE 44         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H970-END.EXIT.
      *
       H980-CHECK-OPR-STATUS.
           IF NOT OPR-SUCCESS
               MOVE 'OPERMAST' TO WS-ABEND-FILE-NAME
               MOVE OPR-ST     TO WS-ABEND-STATUS
               MOVE 48         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H980-END.EXIT.
      *
       H985-CHECK-APQ-STATUS.
           IF NOT APQ-SUCCESS
               MOVE 'APPRQUE'  TO WS-ABEND-FILE-NAME
               MOVE APQ-ST     TO WS-ABEND-STATUS
               MOVE 52         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H985-END.EXIT.
      *
       H990-CHECK-OLG-STATUS.
           IF NOT OLG-SUCCESS
               MOVE 'OPERLOG'  TO WS-ABEND-FILE-NAME
               MOVE OLG-ST     TO WS-ABEND-STATUS
               MOVE 56         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H990-END.EXIT.
      *
       H995-CHECK-YTD-STATUS.
           IF NOT YTD-SUCCESS
               MOVE 'YTDACCT'  TO WS-ABEND-FILE-NAME
               MOVE YTD-ST     TO WS-ABEND-STATUS
               MOVE 60         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H995-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           PERFORM H400-PRINT-REGISTER-TOTALS.
           PERFORM H420-WRITE-REGISTER-CONTROL.
           DISPLAY 'CBLOPST1 READ: ' WS-READ-COUNT
                   ' PAYMENTS: '     WS-PAYMENT-COUNT
                   ' DEBITS: '       WS-DEBIT-COUNT
                   ' ADJUSTMENTS: '  WS-ADJUST-COUNT
                   ' LATE FEES: '    WS-LATEFEE-COUNT
                   ' REJECTS: '      WS-REJECT-COUNT
                   ' TO SUSPENSE: '  WS-SUSPENSE-COUNT
                   ' HELD: '         WS-HELD-COUNT
                   ' CYCLES MET: '   WS-CYCLES-MET-COUNT.
           PERFORM H500-CLOSE-FILES.
           STOP RUN.
       H999-END.EXIT.
