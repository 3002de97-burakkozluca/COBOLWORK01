      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLODLQ1.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *CBLODLQ1 is the nightly delinquency cycle. It reads every
      *billing cycle CBLOSTM1 filed on BILLING and ages each one
      *still open - unpaid or short-paid against its minimum - by
      *calendar days past its payment due date, into the current
      *(under 30 days), 30, 60 and 90-plus day buckets. The days and
      *bucket are stamped back on the cycle for the other programs
      *that read it. The first night a cycle is past due on an open
      *account, a late fee is assessed: a late-fee ('L') monetary
      *transaction is written to the LATEFEE file, which is fed to
      *CBLOPST1 as its MONYIN so the fee posts, audits and registers
      *like any other charge, and the assessment date is stamped on
      *the cycle so it is never charged twice. The fee is the flat
      *policy amount or the cycle's minimum, whichever is less. A
      *closed account is aged but never charged, since CBLOPST1
      *would reject the posting. Each past-due cycle goes on the
      *collections report, followed by counts and unpaid dollars per
      *bucket. LATEFEE must be posted before the next night's run,
      *which writes a fresh file.
      *BILL-FILE (billing cycles, VSAM KSDS) assign to BILLING
      *ACCT-REC (account master, VSAM KSDS) assign to ACCTREC
      *FEE-FILE (late-fee postings for CBLOPST1) assign to LATEFEE
      *PRINT-LINE (past-due report) assign to PRTDLQ
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-FILE  ASSIGN TO BILLING
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS SEQUENTIAL
                             RECORD KEY   IS BILL-KEY
                             STATUS       IS BIL-ST.
           SELECT ACCT-REC   ASSIGN TO ACCTREC
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS ACCT-NO
                             STATUS       IS ACC-ST.
           SELECT FEE-FILE   ASSIGN TO LATEFEE
                             STATUS    FEE-ST.
           SELECT PRINT-LINE ASSIGN TO PRTDLQ
                             STATUS    PRT-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  BILL-FILE RECORDING MODE F.
           COPY BILLREC.
      *
       FD  ACCT-REC RECORDING MODE F.
           COPY ACCTREC.
      *
       FD  FEE-FILE RECORDING MODE F.
           COPY MONYREC.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC              PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *Column headings for the past-due detail lines.
       01  DELQ-HEADING-REC.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER             PIC X(22) VALUE 'NAME'.
           05  FILLER             PIC X(8)  VALUE 'CYCLE'.
           05  FILLER             PIC X(10) VALUE 'DUE DATE'.
           05  FILLER             PIC X(15) VALUE '  MINIMUM DUE'.
           05  FILLER             PIC X(15) VALUE '         PAID'.
           05  FILLER             PIC X(15) VALUE '       UNPAID'.
           05  FILLER             PIC X(7)  VALUE ' DAYS'.
           05  FILLER             PIC X(11) VALUE 'BUCKET'.
           05  FILLER             PIC X(17) VALUE ' LATE FEE'.
      *One line per cycle past its due date and still short.
       01  DELQ-DETAIL-REC.
           05  FILLER             PIC X(2).
           05  DL-ACCT-NO         PIC X(8).
           05  FILLER             PIC X(2).
           05  DL-LAST-NAME       PIC X(20).
           05  FILLER             PIC X(2).
           05  DL-PERIOD          PIC 9(6).
           05  FILLER             PIC X(2).
           05  DL-DUE-DATE        PIC 9(8).
           05  FILLER             PIC X(2).
           05  DL-MIN-DUE         PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(2).
           05  DL-PAID            PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(2).
           05  DL-UNPAID          PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(2).
           05  DL-DAYS            PIC ZZZZ9.
           05  FILLER             PIC X(2).
           05  DL-BUCKET          PIC X(9).
           05  FILLER             PIC X(2).
           05  DL-FEE-NOTE        PIC X(8).
           05  DL-FEE-AMOUNT      PIC $$$9.99.
           05  FILLER             PIC X(2).
      *Bucket summary line: label, count, unpaid dollar total.
       01  BUCKET-SUMMARY-REC.
           05  FILLER             PIC X(2).
           05  BK-LABEL           PIC X(20).
           05  BK-COUNT           PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2).
           05  BK-UNPAID-TOT      PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(87).
       01  FLAGS.
           05 BILL-EOF-SW         PIC X VALUE 'N'.
              88 BILL-EOF         VALUE 'Y'.
       01  FILE-STATUSES.
           05 BIL-ST   PIC XX.
              88 BIL-SUCCESS  VALUE '00' '97'.
              88 BIL-FILE-EOF VALUE '10'.
              88 BIL-NOTFOUND VALUE '35'.
           05 ACC-ST   PIC XX.
              88 ACC-SUCCESS VALUE '00' '97'.
              88 ACC-NOTFND  VALUE '23'.
           05 FEE-ST   PIC XX.
              88 FEE-SUCCESS VALUE '00' '97'.
           05 PRT-ST   PIC XX.
              88 PRT-SUCCESS VALUE '00' '97'.
      *WS-OPERATION names the I/O verb just issued, for the abend
      *message written by H905-ABEND.
       01  WS-ABEND-INFO.
           05 WS-OPERATION         PIC X(8) VALUE SPACES.
           05 WS-ABEND-FILE-NAME   PIC X(8) VALUE SPACES.
           05 WS-ABEND-STATUS      PIC XX   VALUE '00'.
           05 WS-ABEND-RETURN-CODE PIC 9(3) VALUE ZERO.
      *The late-fee policy, in one place: the flat fee charged the
      *first night a cycle is past due, and the operator id the fee
      *postings carry so the audit trail shows where they came from.
       01  WS-POLICY.
           05 WS-LATE-FEE          PIC 9(3)V99  COMP-3 VALUE 25.00.
           05 WS-DELQ-OPERATOR     PIC X(8)     VALUE 'SYSDELQ'.
      *Tonight's run date and the integer day arithmetic for the days
      *past due, as CBLOAGE1 ages its over-limit history.
       01  WS-AGING-WORK.
           05 WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05 WS-INT-DUE           PIC 9(7) VALUE ZERO.
           05 WS-INT-TODAY         PIC 9(7) VALUE ZERO.
           05 WS-DAYS-PAST-DUE     PIC S9(5) COMP-3 VALUE ZERO.
           05 WS-UNPAID            PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-FEE-AMOUNT        PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 WS-ACCT-FOUND-SW     PIC X VALUE 'N'.
              88 WS-ACCT-FOUND     VALUE 'Y'.
      *Open cycles by bucket, with the unpaid minimum sitting in each.
      *The current bucket holds the cycles not yet 30 days past due,
      *including those whose due date has not come yet.
       01  WS-AGING-BUCKETS.
           05 WS-CURRENT-CNT       PIC 9(7) VALUE ZERO.
           05 WS-CURRENT-TOT       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-30-DAY-CNT        PIC 9(7) VALUE ZERO.
           05 WS-30-DAY-TOT        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-60-DAY-CNT        PIC 9(7) VALUE ZERO.
           05 WS-60-DAY-TOT        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-90-DAY-CNT        PIC 9(7) VALUE ZERO.
           05 WS-90-DAY-TOT        PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-RUN-TOTALS.
           05 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-OPEN-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-PAST-DUE-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-FEE-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-FEE-TOTAL         PIC S9(7)V99 COMP-3 VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS-CYCLE UNTIL BILL-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
      *BILLING is created by the first CBLOSTM1 cycle. Until then
      *there is nothing to age, and the run reports an empty cycle.
           OPEN I-O    BILL-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF BIL-NOTFOUND
               SET BILL-EOF TO TRUE
           ELSE
               PERFORM H910-CHECK-BIL-STATUS
           END-IF.
           OPEN INPUT  ACCT-REC.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H920-CHECK-ACC-STATUS.
           OPEN OUTPUT FEE-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H930-CHECK-FEE-STATUS.
           OPEN OUTPUT PRINT-LINE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H940-CHECK-PRT-STATUS.
           MOVE SPACES TO DELQ-DETAIL-REC BUCKET-SUMMARY-REC.
           MOVE 'PAST-DUE BILLING CYCLES - COLLECTIONS REPORT'
             TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE DELQ-HEADING-REC TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-INT-TODAY =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           IF NOT BILL-EOF
               PERFORM H250-READ-BILL
           END-IF.
       H100-END.EXIT.
      *
      *Age one open cycle, then read the next. A cycle already paid
      *is history and is passed by.
       H200-PROCESS-CYCLE.
           ADD 1 TO WS-READ-COUNT.
           IF BILL-OPEN
               ADD 1 TO WS-OPEN-COUNT
               PERFORM H210-AGE-CYCLE
           END-IF.
           PERFORM H250-READ-BILL.
       H200-END.EXIT.
      *
      *Days past due are calendar days since the due date; a cycle
      *not yet due is zero days past due. The bucket and the days are
      *stamped back on the cycle, and a cycle past due gets its late
      *fee and its report line.
       H210-AGE-CYCLE.
           COMPUTE WS-UNPAID = BILL-MIN-DUE - BILL-PAID-AMT.
           COMPUTE WS-INT-DUE =
               FUNCTION INTEGER-OF-DATE(BILL-DUE-DATE).
           IF WS-INT-TODAY > WS-INT-DUE
               COMPUTE WS-DAYS-PAST-DUE = WS-INT-TODAY - WS-INT-DUE
           ELSE
               MOVE ZERO TO WS-DAYS-PAST-DUE
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE < 30
                   ADD 1           TO WS-CURRENT-CNT
                   ADD WS-UNPAID   TO WS-CURRENT-TOT
                   SET BILL-AGE-CURRENT TO TRUE
                   MOVE 'CURRENT'  TO DL-BUCKET
               WHEN WS-DAYS-PAST-DUE < 60
                   ADD 1           TO WS-30-DAY-CNT
                   ADD WS-UNPAID   TO WS-30-DAY-TOT
                   SET BILL-AGE-30 TO TRUE
                   MOVE '30 DAYS'  TO DL-BUCKET
               WHEN WS-DAYS-PAST-DUE < 90
                   ADD 1           TO WS-60-DAY-CNT
                   ADD WS-UNPAID   TO WS-60-DAY-TOT
                   SET BILL-AGE-60 TO TRUE
                   MOVE '60 DAYS'  TO DL-BUCKET
               WHEN OTHER
                   ADD 1           TO WS-90-DAY-CNT
                   ADD WS-UNPAID   TO WS-90-DAY-TOT
                   SET BILL-AGE-90 TO TRUE
                   MOVE '90+ DAYS' TO DL-BUCKET
           END-EVALUATE.
           MOVE WS-DAYS-PAST-DUE TO BILL-DAYS-PAST-DUE.
           IF WS-DAYS-PAST-DUE > ZERO
               ADD 1 TO WS-PAST-DUE-COUNT
               PERFORM H220-READ-ACCOUNT
               IF BILL-LATE-FEE-DATE = ZERO
                   PERFORM H230-ASSESS-LATE-FEE
               ELSE
                   MOVE ' PRIOR  '        TO DL-FEE-NOTE
                   MOVE BILL-LATE-FEE-AMT TO DL-FEE-AMOUNT
               END-IF
               PERFORM H240-WRITE-DELQ-LINE
           END-IF.
           MOVE 'REWRITE' TO WS-OPERATION.
           REWRITE BILL-REC.
           PERFORM H910-CHECK-BIL-STATUS.
           MOVE SPACES TO DELQ-DETAIL-REC.
       H210-END.EXIT.
      *
      *The master supplies the name for the report and the status
      *that decides whether a fee can post. A cycle whose account has
      *since been deleted is reported under a blank name, no fee.
       H220-READ-ACCOUNT.
           MOVE BILL-ACCT-NO TO ACCT-NO.
           MOVE 'READ'  TO WS-OPERATION.
           READ ACCT-REC.
           IF ACC-NOTFND
               MOVE 'N' TO WS-ACCT-FOUND-SW
               MOVE SPACES TO LAST-NAME
           ELSE
               PERFORM H920-CHECK-ACC-STATUS
               SET WS-ACCT-FOUND TO TRUE
           END-IF.
       H220-END.EXIT.
      *
      *Cut the late-fee posting for CBLOPST1 and stamp the cycle, so
      *tomorrow's run finds the fee already assessed. No fee is cut
      *for a closed or missing account.
       H230-ASSESS-LATE-FEE.
           IF WS-ACCT-FOUND AND NOT ACCT-CLOSED
               MOVE WS-LATE-FEE TO WS-FEE-AMOUNT
               IF WS-FEE-AMOUNT > BILL-MIN-DUE
                   MOVE BILL-MIN-DUE TO WS-FEE-AMOUNT
               END-IF
               MOVE SPACES           TO MONY-REC
               SET MONY-LATE-FEE     TO TRUE
               MOVE BILL-ACCT-NO     TO MONY-ACCT-NO
               MOVE WS-FEE-AMOUNT    TO MONY-AMOUNT
               MOVE WS-DELQ-OPERATOR TO MONY-OPERATOR-ID
               MOVE 'WRITE' TO WS-OPERATION
               WRITE MONY-REC
               PERFORM H930-CHECK-FEE-STATUS
               MOVE WS-RUN-DATE   TO BILL-LATE-FEE-DATE
               MOVE WS-FEE-AMOUNT TO BILL-LATE-FEE-AMT
               ADD 1              TO WS-FEE-COUNT
               ADD WS-FEE-AMOUNT  TO WS-FEE-TOTAL
               MOVE ' CHARGED'    TO DL-FEE-NOTE
               MOVE WS-FEE-AMOUNT TO DL-FEE-AMOUNT
           ELSE
               MOVE ' NO FEE '    TO DL-FEE-NOTE
           END-IF.
       H230-END.EXIT.
      *
       H240-WRITE-DELQ-LINE.
           MOVE BILL-ACCT-NO     TO DL-ACCT-NO.
           MOVE LAST-NAME        TO DL-LAST-NAME.
           MOVE BILL-PERIOD      TO DL-PERIOD.
           MOVE BILL-DUE-DATE    TO DL-DUE-DATE.
           MOVE BILL-MIN-DUE     TO DL-MIN-DUE.
           MOVE BILL-PAID-AMT    TO DL-PAID.
           MOVE WS-UNPAID        TO DL-UNPAID.
           MOVE WS-DAYS-PAST-DUE TO DL-DAYS.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM DELQ-DETAIL-REC.
           PERFORM H940-CHECK-PRT-STATUS.
       H240-END.EXIT.
      *
       H250-READ-BILL.
           MOVE 'READ' TO WS-OPERATION.
           READ BILL-FILE
               AT END SET BILL-EOF TO TRUE
           END-READ.
           IF NOT BILL-EOF
               PERFORM H910-CHECK-BIL-STATUS
           END-IF.
       H250-END.EXIT.
      *
      *The bucket summary: open cycles and unpaid minimum dollars per
      *bucket, oldest money last, then the fees assessed tonight.
       H400-PRINT-BUCKET-SUMMARY.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'OPEN CYCLES BY DAYS PAST DUE' TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'CURRENT'           TO BK-LABEL.
           MOVE WS-CURRENT-CNT      TO BK-COUNT.
           MOVE WS-CURRENT-TOT      TO BK-UNPAID-TOT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE '30 DAYS PAST DUE'  TO BK-LABEL.
           MOVE WS-30-DAY-CNT       TO BK-COUNT.
           MOVE WS-30-DAY-TOT       TO BK-UNPAID-TOT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE '60 DAYS PAST DUE'  TO BK-LABEL.
           MOVE WS-60-DAY-CNT       TO BK-COUNT.
           MOVE WS-60-DAY-TOT       TO BK-UNPAID-TOT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE '90+ DAYS PAST DUE' TO BK-LABEL.
           MOVE WS-90-DAY-CNT       TO BK-COUNT.
           MOVE WS-90-DAY-TOT       TO BK-UNPAID-TOT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'LATE FEES ASSESSED'  TO BK-LABEL.
           MOVE WS-FEE-COUNT        TO BK-COUNT.
           MOVE WS-FEE-TOTAL        TO BK-UNPAID-TOT.
           PERFORM H410-WRITE-SUMMARY-LINE.
       H400-END.EXIT.
      *
       H410-WRITE-SUMMARY-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM BUCKET-SUMMARY-REC.
           PERFORM H940-CHECK-PRT-STATUS.
           MOVE SPACES TO BUCKET-SUMMARY-REC.
       H410-END.EXIT.
      *
       H810-WRITE-PRINT-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC.
           PERFORM H940-CHECK-PRT-STATUS.
       H810-END.EXIT.
      *
       H500-CLOSE-FILES.
           IF NOT BIL-NOTFOUND
               CLOSE BILL-FILE
           END-IF.
           CLOSE ACCT-REC
                 FEE-FILE
                 PRINT-LINE.
       H500-END.EXIT.
      *
      *Report the failing file/operation/status, then stop the job
      *with a distinct return code, the same as CBLOMNT1's convention.
       H905-ABEND.
           DISPLAY 'CBLODLQ1 ABEND - FILE: ' WS-ABEND-FILE-NAME
                   ' OPERATION: ' WS-OPERATION
                   ' STATUS: '    WS-ABEND-STATUS.
           MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       H905-END.EXIT.
      *
       H910-CHECK-BIL-STATUS.
           IF NOT BIL-SUCCESS AND NOT BIL-FILE-EOF
               MOVE 'BILLING' TO WS-ABEND-FILE-NAME
               MOVE BIL-ST    TO WS-ABEND-STATUS
               MOVE 20        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H910-END.EXIT.
      *
       H920-CHECK-ACC-STATUS.
           IF NOT ACC-SUCCESS
               MOVE 'ACCTREC' TO WS-ABEND-FILE-NAME
               MOVE ACC-ST    TO WS-ABEND-STATUS
               MOVE 24        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H920-END.EXIT.
      *
       H930-CHECK-FEE-STATUS.
           IF NOT FEE-SUCCESS
               MOVE 'LATEFEE' TO WS-ABEND-FILE-NAME
               MOVE FEE-ST    TO WS-ABEND-STATUS
               MOVE 28        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H930-END.EXIT.
      *
       H940-CHECK-PRT-STATUS.
           IF NOT PRT-SUCCESS
               MOVE 'PRTDLQ'  TO WS-ABEND-FILE-NAME
               MOVE PRT-ST    TO WS-ABEND-STATUS
               MOVE 32        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H940-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           PERFORM H400-PRINT-BUCKET-SUMMARY.
           DISPLAY 'CBLODLQ1 CYCLES READ: ' WS-READ-COUNT
                   ' OPEN: '                WS-OPEN-COUNT
                   ' PAST DUE: '            WS-PAST-DUE-COUNT
                   ' LATE FEES: '           WS-FEE-COUNT.
           PERFORM H500-CLOSE-FILES.
           STOP RUN.
       H999-END.EXIT.
      *
