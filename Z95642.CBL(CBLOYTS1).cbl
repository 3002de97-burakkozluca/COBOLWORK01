      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLOYTS1.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *CBLOYTS1 prints the annual account summary from the YTDACCT
      *year-to-date accumulators: per account, the finance charges,
      *payments, purchases, adjustments and late fees for the year,
      *under the same name/address block CBLOSTM1 puts on the
      *monthly statement, then a portfolio totals page for finance.
      *The year comes from SYSIN; blank means the year before the
      *run date. Normally that year has been closed by CBLOYTR1 and
      *sits in the prior-year slot; if the roll has not run yet the
      *figures are taken from the current-year slot and the summary
      *is marked year to date. Accounts with nothing for the year are
      *counted, not printed, and an accumulator whose account has
      *since left the master prints without an address. The program
      *only reads, so it can be run as often as needed.
      *YTD-FILE (year-to-date accumulators, VSAM KSDS) assign to YTDACCT
      *ACCT-REC (account master, VSAM KSDS) assign to ACCTREC
      *STMT-LINE (annual summaries and totals) assign to PRTYTS
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-FILE   ASSIGN TO YTDACCT
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS SEQUENTIAL
                             RECORD KEY   IS YTD-ACCT-NO
                             STATUS       IS YTD-ST.
           SELECT ACCT-REC   ASSIGN TO ACCTREC
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS ACCT-NO
                             STATUS       IS ACC-ST.
           SELECT STMT-LINE  ASSIGN TO PRTYTS
                             STATUS    STM-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  YTD-FILE RECORDING MODE F.
           COPY YTDREC.
      *
       FD  ACCT-REC RECORDING MODE F.
           COPY ACCTREC.
      *
       FD  STMT-LINE RECORDING MODE F.
       01  STMT-REC                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *Summary heading and address block lines, as on CBLOSTM1.
       01  STMT-TITLE-REC.
           05  FILLER                PIC X(23) VALUE
               'ANNUAL ACCOUNT SUMMARY '.
           05  ST-ACCT-NO            PIC X(8).
           05  FILLER                PIC X(7)  VALUE '  YEAR '.
           05  ST-YEAR               PIC 9(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  ST-YEAR-NOTE          PIC X(15).
           05  FILLER                PIC X(73) VALUE SPACES.
       01  STMT-ADDR-REC.
           05  FILLER                PIC X(5).
           05  SA-ADDR-LINE          PIC X(60).
           05  FILLER                PIC X(67).
      *Money line: category, amount for the year and, for payments
      *and purchases, how many there were.
       01  YTD-MONEY-REC.
           05  FILLER                PIC X(5).
           05  YM-LABEL              PIC X(18).
           05  YM-AMOUNT             PIC -$$$,$$$,$$9.99.
           05  FILLER                PIC X(3).
           05  YM-COUNT              PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER                PIC X(1).
           05  YM-COUNT-LABEL        PIC X(10).
           05  FILLER                PIC X(73).
      *Portfolio totals page heading and count lines.
       01  TOTAL-TITLE-REC.
           05  FILLER                PIC X(24) VALUE
               'ANNUAL PORTFOLIO TOTALS '.
           05  FILLER                PIC X(5)  VALUE 'YEAR '.
           05  TT-YEAR               PIC 9(4).
           05  FILLER                PIC X(11) VALUE '  RUN DATE '.
           05  TT-RUN-DATE           PIC 9(8).
           05  FILLER                PIC X(80) VALUE SPACES.
       01  TOTAL-COUNT-REC.
           05  FILLER                PIC X(5).
           05  TC-LABEL              PIC X(30).
           05  TC-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                PIC X(90).
       01  STMT-SEPARATOR-REC.
           05  FILLER                PIC X(80) VALUE ALL '='.
           05  FILLER                PIC X(52) VALUE SPACES.
       01  FLAGS.
           05 YTD-EOF-SW             PIC X VALUE 'N'.
              88 YTD-EOF             VALUE 'Y'.
       01  FILE-STATUSES.
           05 YTD-ST   PIC XX.
              88 YTD-SUCCESS  VALUE '00' '97'.
              88 YTD-FILE-EOF VALUE '10'.
              88 YTD-NOTFOUND VALUE '35'.
           05 ACC-ST   PIC XX.
              88 ACC-SUCCESS  VALUE '00' '97'.
              88 ACC-NOTFND   VALUE '23'.
           05 STM-ST   PIC XX.
              88 STM-SUCCESS  VALUE '00' '97'.
      *WS-OPERATION names the I/O verb just issued, for the abend
      *message written by H905-ABEND.
       01  WS-ABEND-INFO.
           05 WS-OPERATION         PIC X(8) VALUE SPACES.
           05 WS-ABEND-FILE-NAME   PIC X(8) VALUE SPACES.
           05 WS-ABEND-STATUS      PIC XX   VALUE '00'.
           05 WS-ABEND-RETURN-CODE PIC 9(3) VALUE ZERO.
      *The year asked for, from SYSIN.
       01  WS-SUMMARY-YEAR-IN      PIC X(4) VALUE SPACES.
       01  WS-SUMMARY-WORK.
           05 WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
              10 WS-RUN-YEAR       PIC 9(4).
              10 WS-RUN-MMDD       PIC 9(4).
           05 WS-SUMMARY-YEAR      PIC 9(4) VALUE ZERO.
      *The year's figures for the account, from whichever slot holds
      *the summary year - the same layout as both YTDREC slots.
       01  WS-YEAR-FIGURES.
           05 WS-YF-YEAR           PIC 9(4).
           05 WS-YF-FIN-CHG        PIC S9(9)V99 COMP-3.
           05 WS-YF-PAYMENTS       PIC S9(9)V99 COMP-3.
           05 WS-YF-PURCHASES      PIC S9(9)V99 COMP-3.
           05 WS-YF-ADJUSTS        PIC S9(9)V99 COMP-3.
           05 WS-YF-LATE-FEES      PIC S9(9)V99 COMP-3.
           05 WS-YF-PAY-COUNT      PIC S9(5) COMP-3.
           05 WS-YF-PUR-COUNT      PIC S9(5) COMP-3.
       01  WS-RUN-TOTALS.
           05 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-PRINTED-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-OPEN-YEAR-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-IDLE-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-NO-MASTER-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-OTHER-YEAR-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-FIN-CHG-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-PAYMENTS-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-PURCHASES-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-ADJUSTS-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-LATE-FEES-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-PAY-COUNT-TOTAL   PIC 9(7) VALUE ZERO.
           05 WS-PUR-COUNT-TOTAL   PIC 9(7) VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-SUMMARIZE-ACCOUNT UNTIL YTD-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
      *Year to summarize, one SYSIN line, blank = last year.
           ACCEPT WS-SUMMARY-YEAR-IN FROM SYSIN.
           IF WS-SUMMARY-YEAR-IN = SPACES
               COMPUTE WS-SUMMARY-YEAR = WS-RUN-YEAR - 1
           ELSE
               IF WS-SUMMARY-YEAR-IN NOT NUMERIC
                   DISPLAY 'CBLOYTS1 STOPPED - SUMMARY YEAR NOT'
                           ' NUMERIC: ' WS-SUMMARY-YEAR-IN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SUMMARY-YEAR-IN TO WS-SUMMARY-YEAR
           END-IF.
           OPEN INPUT  YTD-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF YTD-NOTFOUND
               SET YTD-EOF TO TRUE
           ELSE
               PERFORM H910-CHECK-YTD-STATUS
           END-IF.
           OPEN INPUT  ACCT-REC.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H920-CHECK-ACC-STATUS.
           OPEN OUTPUT STMT-LINE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H930-CHECK-STM-STATUS.
           MOVE SPACES TO STMT-ADDR-REC.
           MOVE SPACES TO YTD-MONEY-REC.
           MOVE SPACES TO TOTAL-COUNT-REC.
           IF NOT YTD-EOF
               PERFORM H210-READ-YTD
           END-IF.
       H100-END.EXIT.
      *
      *Pick the slot holding the summary year, skip the account if
      *neither does or the year is empty, otherwise print it.
       H200-SUMMARIZE-ACCOUNT.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO ST-YEAR-NOTE.
           INITIALIZE WS-YEAR-FIGURES.
           EVALUATE TRUE
               WHEN YTD-PRI-YEAR = WS-SUMMARY-YEAR
                   MOVE YTD-PRIOR   TO WS-YEAR-FIGURES
               WHEN YTD-CUR-YEAR = WS-SUMMARY-YEAR
                   MOVE YTD-CURRENT TO WS-YEAR-FIGURES
                   MOVE '(YEAR TO DATE)' TO ST-YEAR-NOTE
               WHEN OTHER
                   ADD 1 TO WS-OTHER-YEAR-COUNT
           END-EVALUATE.
           IF WS-YF-YEAR = WS-SUMMARY-YEAR
               IF WS-YF-FIN-CHG   = ZERO AND WS-YF-PAYMENTS = ZERO
                  AND WS-YF-PURCHASES = ZERO AND WS-YF-ADJUSTS = ZERO
                  AND WS-YF-LATE-FEES = ZERO
                   ADD 1 TO WS-IDLE-COUNT
               ELSE
                   PERFORM H300-PRINT-SUMMARY
               END-IF
           END-IF.
           PERFORM H210-READ-YTD.
       H200-END.EXIT.
      *
       H210-READ-YTD.
           MOVE 'READ' TO WS-OPERATION.
           READ YTD-FILE
               AT END SET YTD-EOF TO TRUE
           END-READ.
           IF NOT YTD-EOF
               PERFORM H910-CHECK-YTD-STATUS
           END-IF.
       H210-END.EXIT.
      *
       H300-PRINT-SUMMARY.
           ADD 1 TO WS-PRINTED-COUNT.
           IF ST-YEAR-NOTE NOT = SPACES
               ADD 1 TO WS-OPEN-YEAR-COUNT
           END-IF.
           ADD WS-YF-FIN-CHG     TO WS-FIN-CHG-TOTAL.
           ADD WS-YF-PAYMENTS    TO WS-PAYMENTS-TOTAL.
           ADD WS-YF-PURCHASES   TO WS-PURCHASES-TOTAL.
           ADD WS-YF-ADJUSTS     TO WS-ADJUSTS-TOTAL.
           ADD WS-YF-LATE-FEES   TO WS-LATE-FEES-TOTAL.
           ADD WS-YF-PAY-COUNT   TO WS-PAY-COUNT-TOTAL.
           ADD WS-YF-PUR-COUNT   TO WS-PUR-COUNT-TOTAL.
           PERFORM H310-PRINT-HEADING.
           MOVE 'FINANCE CHARGES'  TO YM-LABEL.
           MOVE WS-YF-FIN-CHG      TO YM-AMOUNT.
           PERFORM H452-WRITE-MONEY-LINE.
           MOVE 'PAYMENTS'         TO YM-LABEL.
           MOVE WS-YF-PAYMENTS     TO YM-AMOUNT.
           MOVE WS-YF-PAY-COUNT    TO YM-COUNT.
           MOVE 'PAYMENTS'         TO YM-COUNT-LABEL.
           PERFORM H452-WRITE-MONEY-LINE.
           MOVE 'PURCHASES'        TO YM-LABEL.
           MOVE WS-YF-PURCHASES    TO YM-AMOUNT.
           MOVE WS-YF-PUR-COUNT    TO YM-COUNT.
           MOVE 'PURCHASES'        TO YM-COUNT-LABEL.
           PERFORM H452-WRITE-MONEY-LINE.
           MOVE 'ADJUSTMENTS'      TO YM-LABEL.
           MOVE WS-YF-ADJUSTS      TO YM-AMOUNT.
           PERFORM H452-WRITE-MONEY-LINE.
           MOVE 'LATE FEES'        TO YM-LABEL.
           MOVE WS-YF-LATE-FEES    TO YM-AMOUNT.
           PERFORM H452-WRITE-MONEY-LINE.
           MOVE SPACES TO STMT-REC.
           PERFORM H810-WRITE-STMT-LINE.
       H300-END.EXIT.
      *
      *Summary heading and the postal address block from the master,
      *laid out as on the monthly statement.
       H310-PRINT-HEADING.
           MOVE STMT-SEPARATOR-REC TO STMT-REC.
           PERFORM H810-WRITE-STMT-LINE.
           MOVE YTD-ACCT-NO     TO ST-ACCT-NO.
           MOVE WS-SUMMARY-YEAR TO ST-YEAR.
           MOVE STMT-TITLE-REC  TO STMT-REC.
           PERFORM H810-WRITE-STMT-LINE.
           MOVE SPACES TO STMT-REC.
           PERFORM H810-WRITE-STMT-LINE.
           MOVE YTD-ACCT-NO TO ACCT-NO.
           MOVE 'READ' TO WS-OPERATION.
           READ ACCT-REC.
           IF ACC-NOTFND
               ADD 1 TO WS-NO-MASTER-COUNT
               MOVE 'ACCOUNT NO LONGER ON FILE' TO SA-ADDR-LINE
               PERFORM H445-WRITE-ADDR-LINE
           ELSE
               PERFORM H920-CHECK-ACC-STATUS
               STRING FUNCTION TRIM(FIRST-NAME) DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      FUNCTION TRIM(LAST-NAME)  DELIMITED BY SIZE
                      INTO SA-ADDR-LINE
               END-STRING
               PERFORM H445-WRITE-ADDR-LINE
               MOVE STREET-ADDR TO SA-ADDR-LINE
               PERFORM H445-WRITE-ADDR-LINE
               STRING FUNCTION TRIM(CITY-COUNTY) DELIMITED BY SIZE
                      ', '                       DELIMITED BY SIZE
                      FUNCTION TRIM(USA-STATE)   DELIMITED BY SIZE
                      INTO SA-ADDR-LINE
               END-STRING
               PERFORM H445-WRITE-ADDR-LINE
           END-IF.
           MOVE SPACES TO STMT-REC.
           PERFORM H810-WRITE-STMT-LINE.
       H310-END.EXIT.
      *
       H445-WRITE-ADDR-LINE.
           MOVE STMT-ADDR-REC TO STMT-REC.
           PERFORM H810-WRITE-STMT-LINE.
           MOVE SPACES TO STMT-ADDR-REC.
       H445-END.EXIT.
      *
       H452-WRITE-MONEY-LINE.
           MOVE YTD-MONEY-REC TO STMT-REC.
           PERFORM H810-WRITE-STMT-LINE.
           MOVE SPACES TO YTD-MONEY-REC.
       H452-END.EXIT.
      *
      *Portfolio totals page: the year's figures across every account
      *summarized, and the counts of those left off.
       H400-PRINT-TOTALS.
           MOVE STMT-SEPARATOR-REC TO STMT-REC.
           PERFORM H810-WRITE-STMT-LINE.
           MOVE WS-SUMMARY-YEAR TO TT-YEAR.
           MOVE WS-RUN-DATE     TO TT-RUN-DATE.
           MOVE TOTAL-TITLE-REC TO STMT-REC.
           PERFORM H810-WRITE-STMT-LINE.
           MOVE SPACES TO STMT-REC.
           PERFORM H810-WRITE-STMT-LINE.
           MOVE 'FINANCE CHARGES'    TO YM-LABEL.
           MOVE WS-FIN-CHG-TOTAL     TO YM-AMOUNT.
           PERFORM H452-WRITE-MONEY-LINE.
           MOVE 'PAYMENTS'           TO YM-LABEL.
           MOVE WS-PAYMENTS-TOTAL    TO YM-AMOUNT.
           MOVE WS-PAY-COUNT-TOTAL   TO YM-COUNT.
           MOVE 'PAYMENTS'           TO YM-COUNT-LABEL.
           PERFORM H452-WRITE-MONEY-LINE.
           MOVE 'PURCHASES'          TO YM-LABEL.
           MOVE WS-PURCHASES-TOTAL   TO YM-AMOUNT.
           MOVE WS-PUR-COUNT-TOTAL   TO YM-COUNT.
           MOVE 'PURCHASES'          TO YM-COUNT-LABEL.
           PERFORM H452-WRITE-MONEY-LINE.
           MOVE 'ADJUSTMENTS'        TO YM-LABEL.
           MOVE WS-ADJUSTS-TOTAL     TO YM-AMOUNT.
           PERFORM H452-WRITE-MONEY-LINE.
           MOVE 'LATE FEES'          TO YM-LABEL.
           MOVE WS-LATE-FEES-TOTAL   TO YM-AMOUNT.
           PERFORM H452-WRITE-MONEY-LINE.
           MOVE SPACES TO STMT-REC.
           PERFORM H810-WRITE-STMT-LINE.
           MOVE 'ACCUMULATORS READ'            TO TC-LABEL.
           MOVE WS-READ-COUNT                  TO TC-COUNT.
           PERFORM H410-WRITE-COUNT-LINE.
           MOVE 'ACCOUNTS SUMMARIZED'          TO TC-LABEL.
           MOVE WS-PRINTED-COUNT               TO TC-COUNT.
           PERFORM H410-WRITE-COUNT-LINE.
           MOVE '  OF WHICH YEAR NOT YET CLOSED' TO TC-LABEL.
           MOVE WS-OPEN-YEAR-COUNT             TO TC-COUNT.
           PERFORM H410-WRITE-COUNT-LINE.
           MOVE '  OF WHICH NO LONGER ON FILE' TO TC-LABEL.
           MOVE WS-NO-MASTER-COUNT             TO TC-COUNT.
           PERFORM H410-WRITE-COUNT-LINE.
           MOVE 'NO ACTIVITY IN YEAR'          TO TC-LABEL.
           MOVE WS-IDLE-COUNT                  TO TC-COUNT.
           PERFORM H410-WRITE-COUNT-LINE.
           MOVE 'NO FIGURES FOR YEAR'          TO TC-LABEL.
           MOVE WS-OTHER-YEAR-COUNT            TO TC-COUNT.
           PERFORM H410-WRITE-COUNT-LINE.
       H400-END.EXIT.
      *
       H410-WRITE-COUNT-LINE.
           MOVE TOTAL-COUNT-REC TO STMT-REC.
           PERFORM H810-WRITE-STMT-LINE.
           MOVE SPACES TO TOTAL-COUNT-REC.
       H410-END.EXIT.
      *
       H810-WRITE-STMT-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE STMT-REC.
           PERFORM H930-CHECK-STM-STATUS.
       H810-END.EXIT.
      *
       H500-CLOSE-FILES.
           IF NOT YTD-NOTFOUND
               CLOSE YTD-FILE
           END-IF.
           CLOSE ACCT-REC.
           CLOSE STMT-LINE.
       H500-END.EXIT.
      *
      *Report the failing file/operation/status, then stop the job
      *with a distinct return code, the same as CBLOMNT1's convention.
       H905-ABEND.
           DISPLAY 'CBLOYTS1 ABEND - FILE: ' WS-ABEND-FILE-NAME
                   ' OPERATION: ' WS-OPERATION
                   ' STATUS: '    WS-ABEND-STATUS.
           MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       H905-END.EXIT.
      *
       H910-CHECK-YTD-STATUS.
           IF NOT YTD-SUCCESS AND NOT YTD-FILE-EOF
               MOVE 'YTDACCT' TO WS-ABEND-FILE-NAME
               MOVE YTD-ST    TO WS-ABEND-STATUS
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
       H930-CHECK-STM-STATUS.
           IF NOT STM-SUCCESS
               MOVE 'PRTYTS'  TO WS-ABEND-FILE-NAME
               MOVE STM-ST    TO WS-ABEND-STATUS
               MOVE 28        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H930-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           PERFORM H400-PRINT-TOTALS.
           DISPLAY 'CBLOYTS1 YEAR: '       WS-SUMMARY-YEAR
                   ' READ: '               WS-READ-COUNT
                   ' SUMMARIZED: '         WS-PRINTED-COUNT
                   ' NO ACTIVITY: '        WS-IDLE-COUNT
                   ' NOT ON FILE: '        WS-NO-MASTER-COUNT.
           PERFORM H500-CLOSE-FILES.
           STOP RUN.
       H999-END.EXIT.
      *
