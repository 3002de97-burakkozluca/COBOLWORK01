      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLOCRB1.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *CBLOCRB1 is the month-end credit bureau extract. It reads the
      *account master and writes the BUREAUX furnishing file: a
      *header, one detail per account furnished - number, name and
      *address, open/closed status and date, credit limit, balance
      *and payment-status code - and a trailer with the detail count
      *and the limit, balance and past-due totals. The payment status
      *is taken from the account's billing cycles on BILLING (the
      *oldest open cycle past due, as aged nightly by CBLODLQ1) and,
      *for an account current on its payments, from the over-limit
      *history CBLOAGE1 keeps on OVLHIST. Every open account is
      *furnished, and a closed account is furnished in the month it
      *closed and for as long as it still carries a balance.
      *An account that cannot be furnished is left off the file and
      *listed with the reason on the reject report: no confirmed
      *customer number (ACCT-CUST-NO zero), a blank name or address
      *part, or a record still without its lifecycle status.
      *The month reported comes from SYSIN as YYYYMM; blank means the
      *current month. The RUNCTL calendar refuses a month already
      *reported (or an earlier one) and stops the run while a prior
      *one is still marked in flight, the same guard CBLOFIN1 uses.
      *ACCT-REC (account master, VSAM KSDS) assign to ACCTREC
      *BILL-FILE (billing cycles, VSAM KSDS) assign to BILLING
      *OVLH-FILE (over-limit history, VSAM KSDS) assign to OVLHIST
      *RUNCTL-FILE (run-control calendar, VSAM KSDS) assign to RUNCTL
      *BUREAU-FILE (credit bureau furnishing file) assign to BUREAUX
      *PRINT-LINE (reject report and totals) assign to PRTCRB
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC    ASSIGN TO ACCTREC
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS SEQUENTIAL
                              RECORD KEY   IS ACCT-NO
                              STATUS       IS ACC-ST.
           SELECT BILL-FILE   ASSIGN TO BILLING
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS DYNAMIC
                              RECORD KEY   IS BILL-KEY
                              STATUS       IS BIL-ST.
           SELECT OVLH-FILE   ASSIGN TO OVLHIST
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS RANDOM
                              RECORD KEY   IS OVL-ACCT-NO
                              STATUS       IS OVL-ST.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS RANDOM
                              RECORD KEY   IS RUN-PROGRAM
                              STATUS       IS RNC-ST.
           SELECT BUREAU-FILE ASSIGN TO BUREAUX
                              STATUS    CBX-ST.
           SELECT PRINT-LINE  ASSIGN TO PRTCRB
                              STATUS    PRT-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
           COPY ACCTREC.
      *
       FD  BILL-FILE RECORDING MODE F.
           COPY BILLREC.
      *
       FD  OVLH-FILE RECORDING MODE F.
           COPY OVLHREC.
      *
      *The shared run-control calendar. RUN-CYCLE-MONTH carries the
      *month a completed extract reported.
       FD  RUNCTL-FILE RECORDING MODE F.
           COPY RUNCTLRC.
      *
       FD  BUREAU-FILE RECORDING MODE F.
           COPY CRBXREC.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *One reject line per reason an account cannot be furnished.
       01  REJECT-DETAIL-REC.
           05  FILLER             PIC X(2).
           05  RJ-ACCT-NO         PIC X(8).
           05  FILLER             PIC X(2).
           05  RJ-NAME            PIC X(36).
           05  FILLER             PIC X(2).
           05  RJ-REASON          PIC X(40).
           05  FILLER             PIC X(42).
       01  REJECT-HEADING-REC.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE 'ACCOUNT'.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(36) VALUE 'NAME'.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               'REASON NOT FURNISHED'.
           05  FILLER             PIC X(42) VALUE SPACES.
      *Total line: label, count and, where there is one, amount.
       01  CRB-TOTAL-REC.
           05  FILLER             PIC X(2).
           05  TL-LABEL           PIC X(30).
           05  TL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2).
           05  TL-AMOUNT          PIC -$$$,$$$,$$$,$$9.99.
           05  FILLER             PIC X(72).
       01  FLAGS.
           05 ACCT-EOF-SW         PIC X VALUE 'N'.
              88 ACCT-EOF         VALUE 'Y'.
           05 BILL-SCAN-SW        PIC X VALUE 'N'.
              88 BILL-SCAN-DONE   VALUE 'Y'.
           05 REJECT-SW           PIC X VALUE 'N'.
              88 ACCOUNT-REJECTED VALUE 'Y'.
       01  FILE-STATUSES.
           05 ACC-ST   PIC XX.
              88 ACC-SUCCESS  VALUE '00' '97'.
              88 ACC-FILE-EOF VALUE '10'.
           05 BIL-ST   PIC XX.
              88 BIL-SUCCESS  VALUE '00' '97'.
              88 BIL-NOTFND   VALUE '23'.
              88 BIL-FILE-EOF VALUE '10'.
           05 OVL-ST   PIC XX.
              88 OVL-SUCCESS  VALUE '00' '97'.
              88 OVL-NOTFND   VALUE '23'.
           05 RNC-ST   PIC XX.
              88 RNC-SUCCESS  VALUE '00' '97'.
              88 RNC-NOTFND   VALUE '23'.
              88 RNC-NOTFOUND VALUE '35'.
           05 CBX-ST   PIC XX.
              88 CBX-SUCCESS  VALUE '00' '97'.
           05 PRT-ST   PIC XX.
              88 PRT-SUCCESS  VALUE '00' '97'.
      *WS-OPERATION names the I/O verb just issued, for the abend
      *message written by H905-ABEND.
       01  WS-ABEND-INFO.
           05 WS-OPERATION         PIC X(8) VALUE SPACES.
           05 WS-ABEND-FILE-NAME   PIC X(8) VALUE SPACES.
           05 WS-ABEND-STATUS      PIC XX   VALUE '00'.
           05 WS-ABEND-RETURN-CODE PIC 9(3) VALUE ZERO.
      *The name the bureau knows this portfolio by, carried on the
      *header record.
       01  WS-FURNISHER-ID         PIC X(20)
                                   VALUE 'CBLO CARD SERVICES'.
      *The month reported, from SYSIN, and the calendar stamp it is
      *recorded under.
       01  WS-REPORT-MONTH-IN      PIC X(6) VALUE SPACES.
       01  WS-REPORT-MONTH         PIC 9(6) VALUE ZERO.
       01  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05 WS-REPORT-YEAR       PIC 9(4).
           05 WS-REPORT-MM         PIC 9(2).
       01  WS-EXTRACT-WORK.
           05 WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05 WS-INT-TODAY         PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-INT-FIRST         PIC S9(9) COMP-3 VALUE ZERO.
           05 WS-STATUS-DATE       PIC 9(8) VALUE ZERO.
           05 WS-STATUS-MONTH      PIC 9(6) VALUE ZERO.
           05 WS-DAYS-PAST-DUE     PIC 9(5) VALUE ZERO.
           05 WS-AMOUNT-PAST-DUE   PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-DAYS-OVER-LIMIT   PIC 9(5) VALUE ZERO.
           05 WS-OVER-LIMIT-IND    PIC X(1) VALUE 'N'.
              88 WS-OVER-LIMIT     VALUE 'Y'.
           05 WS-PAY-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RUN-TOTALS.
           05 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-FURNISHED-COUNT   PIC 9(9) VALUE ZERO.
           05 WS-REJECTED-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-NOT-DUE-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-REASON-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-LIMIT-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-BALANCE-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-PAST-DUE-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
      *Accounts furnished under each payment-status code.
       01  WS-STATUS-COUNTS.
           05 WS-CURRENT-CNT       PIC 9(7) VALUE ZERO.
           05 WS-OVER-LIMIT-CNT    PIC 9(7) VALUE ZERO.
           05 WS-PAST-30-CNT       PIC 9(7) VALUE ZERO.
           05 WS-PAST-60-CNT       PIC 9(7) VALUE ZERO.
           05 WS-PAST-90-CNT       PIC 9(7) VALUE ZERO.
           05 WS-PAST-120-CNT      PIC 9(7) VALUE ZERO.
           05 WS-PAST-150-CNT      PIC 9(7) VALUE ZERO.
           05 WS-PAST-180-CNT      PIC 9(7) VALUE ZERO.
           05 WS-CLOSED-PAID-CNT   PIC 9(7) VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS-ACCOUNT UNTIL ACCT-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-INT-TODAY =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
      *Month to report, one SYSIN line as YYYYMM, blank = this month.
           ACCEPT WS-REPORT-MONTH-IN FROM SYSIN.
           IF WS-REPORT-MONTH-IN = SPACES
               MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
           ELSE
               IF WS-REPORT-MONTH-IN NOT NUMERIC
                   DISPLAY 'CBLOCRB1 STOPPED - REPORT MONTH NOT'
                           ' NUMERIC: ' WS-REPORT-MONTH-IN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-REPORT-MONTH-IN TO WS-REPORT-MONTH
               IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
                   DISPLAY 'CBLOCRB1 STOPPED - REPORT MONTH NOT'
                           ' VALID: ' WS-REPORT-MONTH-IN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM H150-RUNCTL-CHECK-IN.
           OPEN INPUT  ACCT-REC.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H920-CHECK-ACC-STATUS.
           OPEN INPUT  BILL-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H930-CHECK-BIL-STATUS.
           OPEN INPUT  OVLH-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H940-CHECK-OVL-STATUS.
           OPEN OUTPUT BUREAU-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H950-CHECK-CBX-STATUS.
           OPEN OUTPUT PRINT-LINE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H960-CHECK-PRT-STATUS.
           MOVE SPACES TO CBX-REC.
           SET CBX-HEADER TO TRUE.
           MOVE WS-FURNISHER-ID            TO CBX-H-FURNISHER.
           MOVE WS-REPORT-MONTH            TO CBX-H-REPORT-MONTH.
           MOVE WS-RUN-DATE                TO CBX-H-CREATED-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CBX-H-CREATED-TIME.
           PERFORM H340-WRITE-BUREAU-REC.
           MOVE SPACES TO REJECT-DETAIL-REC CRB-TOTAL-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'CREDIT BUREAU EXTRACT - MONTH ' WS-REPORT-MONTH
                  '  RUN DATE ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'ACCOUNTS NOT FURNISHED' TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE REJECT-HEADING-REC TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           PERFORM H220-READ-ACCT.
       H100-END.EXIT.
      *
      *Check the run-control calendar before the extract starts: a
      *prior run still marked in flight stops the job, and a
      *completed run stamped with this month or a later one refuses
      *the run - the bureaus must never receive a month twice.
      *RUNCTL may not exist yet the very first time, so that case
      *creates it empty.
       H150-RUNCTL-CHECK-IN.
           OPEN I-O RUNCTL-FILE.
           MOVE 'OPEN' TO WS-OPERATION.
           IF RNC-NOTFOUND
               OPEN OUTPUT RUNCTL-FILE
               PERFORM H910-CHECK-RNC-STATUS
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF.
           PERFORM H910-CHECK-RNC-STATUS.
           MOVE 'CBLOCRB1' TO RUN-PROGRAM.
           MOVE 'READ' TO WS-OPERATION.
           READ RUNCTL-FILE.
           IF RNC-NOTFND
               MOVE 'CBLOCRB1' TO RUN-PROGRAM
               MOVE 'I'  TO RUN-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-STAMP-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-STAMP-TIME
               MOVE ZERO TO RUN-CYCLE-MONTH
               MOVE 'WRITE' TO WS-OPERATION
               WRITE RUNCTL-REC
               PERFORM H910-CHECK-RNC-STATUS
           ELSE
               PERFORM H910-CHECK-RNC-STATUS
               IF RUN-IN-FLIGHT
                   DISPLAY 'CBLOCRB1 STOPPED - PRIOR RUN STILL IN'
                           ' FLIGHT SINCE ' RUN-STAMP-DATE ' '
                           RUN-STAMP-TIME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF RUN-COMPLETED
                   AND RUN-CYCLE-MONTH NOT < WS-REPORT-MONTH
                   DISPLAY 'CBLOCRB1 STOPPED - MONTH '
                           WS-REPORT-MONTH ' NOT AFTER LAST MONTH'
                           ' REPORTED ' RUN-CYCLE-MONTH
                           ' ON ' RUN-STAMP-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'I' TO RUN-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-STAMP-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-STAMP-TIME
               MOVE 'REWRITE' TO WS-OPERATION
               REWRITE RUNCTL-REC
               PERFORM H910-CHECK-RNC-STATUS
           END-IF.
       H150-END.EXIT.
      *
      *Decide whether the account is due on the file this month, edit
      *it and furnish it. A closed account paid to zero before this
      *month has already had its final report.
       H200-PROCESS-ACCOUNT.
           ADD 1 TO WS-READ-COUNT.
           MOVE ACCT-STATUS-DATE TO WS-STATUS-DATE.
           MOVE WS-STATUS-DATE(1:6) TO WS-STATUS-MONTH.
           IF ACCT-CLOSED AND ACCT-BALANCE = ZERO
              AND WS-STATUS-MONTH < WS-REPORT-MONTH
               ADD 1 TO WS-NOT-DUE-COUNT
           ELSE
               PERFORM H210-EDIT-ACCOUNT
               IF ACCOUNT-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   PERFORM H300-FURNISH-ACCOUNT
               END-IF
           END-IF.
           PERFORM H220-READ-ACCT.
       H200-END.EXIT.
      *
      *Every reason the account cannot be furnished is listed, so
      *the whole record can be put right at once.
       H210-EDIT-ACCOUNT.
           MOVE 'N' TO REJECT-SW.
           IF ACCT-STATUS-UNSET
               MOVE 'LIFECYCLE STATUS NOT SET' TO RJ-REASON
               PERFORM H215-WRITE-REJECT
           END-IF.
           IF ACCT-CUST-NO = ZERO
               MOVE 'CUSTOMER NUMBER NOT CONFIRMED' TO RJ-REASON
               PERFORM H215-WRITE-REJECT
           END-IF.
           IF LAST-NAME = SPACES OR FIRST-NAME = SPACES
               MOVE 'NAME INCOMPLETE' TO RJ-REASON
               PERFORM H215-WRITE-REJECT
           END-IF.
           IF STREET-ADDR = SPACES OR CITY-COUNTY = SPACES
              OR USA-STATE = SPACES
               MOVE 'ADDRESS INCOMPLETE' TO RJ-REASON
               PERFORM H215-WRITE-REJECT
           END-IF.
       H210-END.EXIT.
      *
       H215-WRITE-REJECT.
           SET ACCOUNT-REJECTED TO TRUE.
           ADD 1 TO WS-REASON-COUNT.
           MOVE ACCT-NO TO RJ-ACCT-NO.
           STRING FUNCTION TRIM(LAST-NAME)  DELIMITED BY SIZE
                  ', '                      DELIMITED BY SIZE
                  FUNCTION TRIM(FIRST-NAME) DELIMITED BY SIZE
                  INTO RJ-NAME
           END-STRING.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM REJECT-DETAIL-REC.
           PERFORM H960-CHECK-PRT-STATUS.
           MOVE SPACES TO REJECT-DETAIL-REC.
       H215-END.EXIT.
      *
       H220-READ-ACCT.
           MOVE 'READ'  TO WS-OPERATION.
           READ ACCT-REC
               AT END SET ACCT-EOF TO TRUE
           END-READ.
           IF NOT ACCT-EOF
               PERFORM H920-CHECK-ACC-STATUS
           END-IF.
       H220-END.EXIT.
      *
      *Work out the payment status from the billing cycles and the
      *over-limit history, then write the account's detail record.
       H300-FURNISH-ACCOUNT.
           PERFORM H310-SCAN-BILLING.
           PERFORM H320-CHECK-OVER-LIMIT.
           PERFORM H330-SET-PAY-STATUS.
           MOVE SPACES TO CBX-REC.
           SET CBX-DETAIL TO TRUE.
           MOVE ACCT-NO            TO CBX-ACCT-NO.
           MOVE ACCT-CUST-NO       TO CBX-CUST-NO.
           MOVE LAST-NAME          TO CBX-LAST-NAME.
           MOVE FIRST-NAME         TO CBX-FIRST-NAME.
           MOVE STREET-ADDR        TO CBX-STREET-ADDR.
           MOVE CITY-COUNTY        TO CBX-CITY-COUNTY.
           MOVE USA-STATE          TO CBX-USA-STATE.
           MOVE ACCT-STATUS        TO CBX-ACCT-STATUS.
      *The status date is the open date while the account is open and
      *the close date once it is closed.
           IF ACCT-CLOSED
               MOVE ZERO           TO CBX-OPEN-DATE
               MOVE WS-STATUS-DATE TO CBX-CLOSE-DATE
           ELSE
               MOVE WS-STATUS-DATE TO CBX-OPEN-DATE
               MOVE ZERO           TO CBX-CLOSE-DATE
           END-IF.
           MOVE ACCT-LIMIT         TO CBX-CREDIT-LIMIT.
           MOVE ACCT-BALANCE       TO CBX-BALANCE.
           MOVE WS-PAY-STATUS      TO CBX-PAY-STATUS.
           MOVE WS-DAYS-PAST-DUE   TO CBX-DAYS-PAST-DUE.
           MOVE WS-AMOUNT-PAST-DUE TO CBX-AMOUNT-PAST-DUE.
           MOVE WS-OVER-LIMIT-IND  TO CBX-OVER-LIMIT-IND.
           MOVE WS-DAYS-OVER-LIMIT TO CBX-DAYS-OVER-LIMIT.
           PERFORM H340-WRITE-BUREAU-REC.
           ADD 1                   TO WS-FURNISHED-COUNT.
           ADD ACCT-LIMIT          TO WS-LIMIT-TOTAL.
           ADD ACCT-BALANCE        TO WS-BALANCE-TOTAL.
           ADD WS-AMOUNT-PAST-DUE  TO WS-PAST-DUE-TOTAL.
       H300-END.EXIT.
      *
      *Walk the account's billing cycles: the most days past due on
      *any open cycle, and what the past-due cycles are still short
      *of their minimums.
       H310-SCAN-BILLING.
           MOVE ZERO      TO WS-DAYS-PAST-DUE WS-AMOUNT-PAST-DUE.
           MOVE 'N'       TO BILL-SCAN-SW.
           MOVE ACCT-NO   TO BILL-ACCT-NO.
           MOVE ZERO      TO BILL-PERIOD.
           MOVE 'START' TO WS-OPERATION.
           START BILL-FILE KEY NOT < BILL-KEY.
           IF BIL-NOTFND OR BIL-FILE-EOF
               SET BILL-SCAN-DONE TO TRUE
           ELSE
               PERFORM H930-CHECK-BIL-STATUS
               PERFORM H314-READ-BILL-NEXT
           END-IF.
           PERFORM H312-CHECK-CYCLE UNTIL BILL-SCAN-DONE.
       H310-END.EXIT.
      *
       H312-CHECK-CYCLE.
           IF BILL-OPEN AND BILL-DAYS-PAST-DUE > ZERO
               COMPUTE WS-AMOUNT-PAST-DUE =
                   WS-AMOUNT-PAST-DUE + BILL-MIN-DUE - BILL-PAID-AMT
               IF BILL-DAYS-PAST-DUE > WS-DAYS-PAST-DUE
                   MOVE BILL-DAYS-PAST-DUE TO WS-DAYS-PAST-DUE
               END-IF
           END-IF.
           PERFORM H314-READ-BILL-NEXT.
       H312-END.EXIT.
      *
       H314-READ-BILL-NEXT.
           MOVE 'READ' TO WS-OPERATION.
           READ BILL-FILE NEXT
               AT END SET BILL-SCAN-DONE TO TRUE
           END-READ.
           IF NOT BILL-SCAN-DONE
               PERFORM H930-CHECK-BIL-STATUS
               IF BILL-ACCT-NO NOT = ACCT-NO
                   SET BILL-SCAN-DONE TO TRUE
               END-IF
           END-IF.
       H314-END.EXIT.
      *
      *An OVLHIST record means the account is over its limit as of
      *the last aging run; the days over count from the night it was
      *first flagged, as on the aging report.
       H320-CHECK-OVER-LIMIT.
           MOVE 'N'  TO WS-OVER-LIMIT-IND.
           MOVE ZERO TO WS-DAYS-OVER-LIMIT.
           MOVE ACCT-NO TO OVL-ACCT-NO.
           MOVE 'READ'  TO WS-OPERATION.
           READ OVLH-FILE.
           IF OVL-NOTFND
               CONTINUE
           ELSE
               PERFORM H940-CHECK-OVL-STATUS
               SET WS-OVER-LIMIT TO TRUE
               COMPUTE WS-INT-FIRST =
                   FUNCTION INTEGER-OF-DATE(OVL-FIRST-DATE)
               COMPUTE WS-DAYS-OVER-LIMIT =
                   WS-INT-TODAY - WS-INT-FIRST + 1
           END-IF.
       H320-END.EXIT.
      *
      *Worst condition first: past due by band, then over the limit,
      *then current; a closed account paid to zero is reported paid.
       H330-SET-PAY-STATUS.
           EVALUATE TRUE
               WHEN ACCT-CLOSED AND ACCT-BALANCE NOT > ZERO
                   MOVE '13' TO WS-PAY-STATUS
                   ADD 1     TO WS-CLOSED-PAID-CNT
               WHEN WS-DAYS-PAST-DUE NOT < 180
                   MOVE '84' TO WS-PAY-STATUS
                   ADD 1     TO WS-PAST-180-CNT
               WHEN WS-DAYS-PAST-DUE NOT < 150
                   MOVE '83' TO WS-PAY-STATUS
                   ADD 1     TO WS-PAST-150-CNT
               WHEN WS-DAYS-PAST-DUE NOT < 120
                   MOVE '82' TO WS-PAY-STATUS
                   ADD 1     TO WS-PAST-120-CNT
               WHEN WS-DAYS-PAST-DUE NOT < 90
                   MOVE '80' TO WS-PAY-STATUS
                   ADD 1     TO WS-PAST-90-CNT
               WHEN WS-DAYS-PAST-DUE NOT < 60
                   MOVE '78' TO WS-PAY-STATUS
                   ADD 1     TO WS-PAST-60-CNT
               WHEN WS-DAYS-PAST-DUE NOT < 30
                   MOVE '71' TO WS-PAY-STATUS
                   ADD 1     TO WS-PAST-30-CNT
               WHEN WS-OVER-LIMIT
                   MOVE '12' TO WS-PAY-STATUS
                   ADD 1     TO WS-OVER-LIMIT-CNT
               WHEN OTHER
                   MOVE '11' TO WS-PAY-STATUS
                   ADD 1     TO WS-CURRENT-CNT
           END-EVALUATE.
       H330-END.EXIT.
      *
       H340-WRITE-BUREAU-REC.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE CBX-REC.
           PERFORM H950-CHECK-CBX-STATUS.
       H340-END.EXIT.
      *
      *The trailer the bureau proves the file against.
       H400-WRITE-TRAILER.
           MOVE SPACES TO CBX-REC.
           SET CBX-TRAILER TO TRUE.
           MOVE WS-REPORT-MONTH    TO CBX-T-REPORT-MONTH.
           MOVE WS-FURNISHED-COUNT TO CBX-T-DETAIL-COUNT.
           MOVE WS-LIMIT-TOTAL     TO CBX-T-LIMIT-TOTAL.
           MOVE WS-BALANCE-TOTAL   TO CBX-T-BALANCE-TOTAL.
           MOVE WS-PAST-DUE-TOTAL  TO CBX-T-PAST-DUE-TOTAL.
           PERFORM H340-WRITE-BUREAU-REC.
       H400-END.EXIT.
      *
       H410-PRINT-TOTALS.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'EXTRACT TOTALS' TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'ACCOUNTS READ'            TO TL-LABEL.
           MOVE WS-READ-COUNT              TO TL-COUNT.
           PERFORM H420-WRITE-TOTAL-LINE.
           MOVE 'CLOSED - ALREADY REPORTED' TO TL-LABEL.
           MOVE WS-NOT-DUE-COUNT           TO TL-COUNT.
           PERFORM H420-WRITE-TOTAL-LINE.
           MOVE 'ACCOUNTS NOT FURNISHED'   TO TL-LABEL.
           MOVE WS-REJECTED-COUNT          TO TL-COUNT.
           PERFORM H420-WRITE-TOTAL-LINE.
           MOVE 'REASONS LISTED'           TO TL-LABEL.
           MOVE WS-REASON-COUNT            TO TL-COUNT.
           PERFORM H420-WRITE-TOTAL-LINE.
           MOVE 'ACCOUNTS FURNISHED'       TO TL-LABEL.
           MOVE WS-FURNISHED-COUNT         TO TL-COUNT.
           PERFORM H420-WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE '11 CURRENT'               TO TL-LABEL.
           MOVE WS-CURRENT-CNT             TO TL-COUNT.
           PERFORM H420-WRITE-TOTAL-LINE.
           MOVE '12 CURRENT - OVER LIMIT'  TO TL-LABEL.
           MOVE WS-OVER-LIMIT-CNT          TO TL-COUNT.
           PERFORM H420-WRITE-TOTAL-LINE.
           MOVE '71 30-59 DAYS PAST DUE'   TO TL-LABEL.
           MOVE WS-PAST-30-CNT             TO TL-COUNT.
           PERFORM H420-WRITE-TOTAL-LINE.
           MOVE '78 60-89 DAYS PAST DUE'   TO TL-LABEL.
           MOVE WS-PAST-60-CNT             TO TL-COUNT.
           PERFORM H420-WRITE-TOTAL-LINE.
           MOVE '80 90-119 DAYS PAST DUE'  TO TL-LABEL.
           MOVE WS-PAST-90-CNT             TO TL-COUNT.
           PERFORM H420-WRITE-TOTAL-LINE.
           MOVE '82 120-149 DAYS PAST DUE' TO TL-LABEL.
           MOVE WS-PAST-120-CNT            TO TL-COUNT.
           PERFORM H420-WRITE-TOTAL-LINE.
           MOVE '83 150-179 DAYS PAST DUE' TO TL-LABEL.
           MOVE WS-PAST-150-CNT            TO TL-COUNT.
           PERFORM H420-WRITE-TOTAL-LINE.
           MOVE '84 180+ DAYS PAST DUE'    TO TL-LABEL.
           MOVE WS-PAST-180-CNT            TO TL-COUNT.
           PERFORM H420-WRITE-TOTAL-LINE.
           MOVE '13 CLOSED - PAID'         TO TL-LABEL.
           MOVE WS-CLOSED-PAID-CNT         TO TL-COUNT.
           PERFORM H420-WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'TRAILER CREDIT LIMIT TOTAL' TO TL-LABEL.
           MOVE WS-LIMIT-TOTAL             TO TL-AMOUNT.
           PERFORM H420-WRITE-TOTAL-LINE.
           MOVE 'TRAILER BALANCE TOTAL'    TO TL-LABEL.
           MOVE WS-BALANCE-TOTAL           TO TL-AMOUNT.
           PERFORM H420-WRITE-TOTAL-LINE.
           MOVE 'TRAILER PAST DUE TOTAL'   TO TL-LABEL.
           MOVE WS-PAST-DUE-TOTAL          TO TL-AMOUNT.
           PERFORM H420-WRITE-TOTAL-LINE.
       H410-END.EXIT.
      *
       H420-WRITE-TOTAL-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM CRB-TOTAL-REC.
           PERFORM H960-CHECK-PRT-STATUS.
           MOVE SPACES TO CRB-TOTAL-REC.
       H420-END.EXIT.
      *
       H810-WRITE-PRINT-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC.
           PERFORM H960-CHECK-PRT-STATUS.
       H810-END.EXIT.
      *
       H500-CLOSE-FILES.
           CLOSE ACCT-REC
                 BILL-FILE
                 OVLH-FILE
                 BUREAU-FILE
                 PRINT-LINE.
       H500-END.EXIT.
      *
      *Mark the extract complete on the calendar, stamped with the
      *month it reported, so that month cannot be furnished again.
       H550-RUNCTL-COMPLETE.
           MOVE 'CBLOCRB1' TO RUN-PROGRAM.
           MOVE 'READ' TO WS-OPERATION.
           READ RUNCTL-FILE.
           PERFORM H910-CHECK-RNC-STATUS.
           MOVE 'C' TO RUN-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-STAMP-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-STAMP-TIME.
           MOVE WS-REPORT-MONTH TO RUN-CYCLE-MONTH.
           MOVE 'REWRITE' TO WS-OPERATION.
           REWRITE RUNCTL-REC.
           PERFORM H910-CHECK-RNC-STATUS.
           CLOSE RUNCTL-FILE.
       H550-END.EXIT.
      *
      *Report the failing file/operation/status, then stop the job
      *with a distinct return code, the same as CBLOMNT1's convention.
       H905-ABEND.
           DISPLAY 'CBLOCRB1 ABEND - FILE: ' WS-ABEND-FILE-NAME
                   ' OPERATION: ' WS-OPERATION
                   ' STATUS: '    WS-ABEND-STATUS.
           MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       H905-END.EXIT.
      *
       H910-CHECK-RNC-STATUS.
           IF NOT RNC-SUCCESS
               MOVE 'RUNCTL'  TO WS-ABEND-FILE-NAME
               MOVE RNC-ST    TO WS-ABEND-STATUS
               MOVE 20        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H910-END.EXIT.
      *
       H920-CHECK-ACC-STATUS.
           IF NOT ACC-SUCCESS AND NOT ACC-FILE-EOF
               MOVE 'ACCTREC' TO WS-ABEND-FILE-NAME
               MOVE ACC-ST    TO WS-ABEND-STATUS
               MOVE 24        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H920-END.EXIT.
      *
       H930-CHECK-BIL-STATUS.
           IF NOT BIL-SUCCESS
               MOVE 'BILLING' TO WS-ABEND-FILE-NAME
               MOVE BIL-ST    TO WS-ABEND-STATUS
               MOVE 28        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H930-END.EXIT.
      *
       H940-CHECK-OVL-STATUS.
           IF NOT OVL-SUCCESS
               MOVE 'OVLHIST' TO WS-ABEND-FILE-NAME
               MOVE OVL-ST    TO WS-ABEND-STATUS
               MOVE 32        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H940-END.EXIT.
      *
       H950-CHECK-CBX-STATUS.
           IF NOT CBX-SUCCESS
               MOVE 'BUREAUX' TO WS-ABEND-FILE-NAME
               MOVE CBX-ST    TO WS-ABEND-STATUS
               MOVE 36        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H950-END.EXIT.
      *
       H960-CHECK-PRT-STATUS.
           IF NOT PRT-SUCCESS
               MOVE 'PRTCRB'  TO WS-ABEND-FILE-NAME
               MOVE PRT-ST    TO WS-ABEND-STATUS
               MOVE 40        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H960-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           PERFORM H400-WRITE-TRAILER.
           PERFORM H410-PRINT-TOTALS.
           DISPLAY 'CBLOCRB1 MONTH: '    WS-REPORT-MONTH
                   ' READ: '             WS-READ-COUNT
                   ' FURNISHED: '        WS-FURNISHED-COUNT
                   ' NOT FURNISHED: '    WS-REJECTED-COUNT.
           PERFORM H500-CLOSE-FILES.
           PERFORM H550-RUNCTL-COMPLETE.
           STOP RUN.
       H999-END.EXIT.
      *
