      *reconciled to the penny against the sum of balance changes, so
      *accounting can post one journal entry straight from it.
      *Closed accounts and accounts with no positive balance are
      *passed over untouched. The charge total is also appended to
      *the REGCTL control-total file, which CBLOGLX1 proves its
      *general ledger journal against. Each charge is also added to
      *the account's year-to-date finance charges on YTDACCT. A
      *YTDACCT record still carrying last year in its current slot
      *means the CBLOYTR1 year-end roll has not run yet, so the run
      *stops before charging that account rather than add a new
      *year's charge into the old year's figures.
      *ACCT-REC (account master, VSAM KSDS) assign to ACCTREC
      *PRINT-LINE (charges register report) assign to CHGRPT
      *CHARGE-FILE (machine-readable charges) assign to CHGOUT
      *RUNCTL-FILE (run-control calendar, VSAM KSDS) assign to RUNCTL
      *REGCTL-FILE (register control totals) assign to REGCTL
      *YTD-FILE (year-to-date accumulators, VSAM KSDS) assign to YTDACCT
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC    ASSIGN TO ACCTREC
                              ACCESS MODE  IS RANDOM
                              RECORD KEY   IS RUN-PROGRAM
                              STATUS       IS RNC-ST.
           SELECT REGCTL-FILE ASSIGN TO REGCTL
                              STATUS    RCT-ST.
           SELECT YTD-FILE    ASSIGN TO YTDACCT
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS RANDOM
                              RECORD KEY   IS YTD-ACCT-NO
                              STATUS       IS YTD-ST.
      *-------------
       DATA DIVISION.
      *-------------
      *balance - so it refuses instead.
       FD  RUNCTL-FILE RECORDING MODE F.
           COPY RUNCTLRC.
      *
       FD  REGCTL-FILE RECORDING MODE F.
           COPY REGCTLRC.
      *
       FD  YTD-FILE RECORDING MODE F.
           COPY YTDREC.
      *
       WORKING-STORAGE SECTION.
      *One register line per charged account.
              88 RNC-SUCCESS  VALUE '00' '97'.
              88 RNC-NOTFND   VALUE '23'.
              88 RNC-NOTFOUND VALUE '35'.
           05 RCT-ST   PIC XX.
              88 RCT-SUCCESS  VALUE '00' '97'.
              88 RCT-NOTFOUND VALUE '35'.
           05 YTD-ST   PIC XX.
              88 YTD-SUCCESS  VALUE '00' '97'.
              88 YTD-NOTFND   VALUE '23'.
              88 YTD-NOTFOUND VALUE '35'.
      *WS-OPERATION names the I/O verb just issued, for the abend
      *message written by H905-ABEND.
       01  WS-ABEND-INFO.
           OPEN OUTPUT CHARGE-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H940-CHECK-CHG-STATUS.
      *YTDACCT is created empty the first time either of the runs
      *that accumulate into it goes in.
           OPEN I-O    YTD-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF YTD-NOTFOUND
               OPEN OUTPUT YTD-FILE
               PERFORM H970-CHECK-YTD-STATUS
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE
           END-IF.
           PERFORM H970-CHECK-YTD-STATUS.
           MOVE SPACES TO REGISTER-DETAIL-REC REGISTER-TOTAL-REC.
           MOVE 'FINANCE CHARGE REGISTER' TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
       H200-END.EXIT.
      *
      *Pick the rate for this account's balance band and state, add
      *the rounded charge to the year-to-date figures and the
      *balance, rewrite the master, and cut the register line and
      *the charges-file record. The year-to-date figures go first,
      *so a stop there leaves this account's balance untouched.
       H210-APPLY-CHARGE.
           MOVE ACCT-BALANCE TO WS-OLD-BALANCE.
           PERFORM H710-FIND-BALANCE-BAND.
           PERFORM H720-PICK-STATE-RATE.
           COMPUTE WS-CHARGE-AMOUNT ROUNDED =
               WS-OLD-BALANCE * WS-RATE-WORK.
           PERFORM H320-ACCUMULATE-YTD.
           ADD WS-CHARGE-AMOUNT TO ACCT-BALANCE.
           MOVE 'REWRITE' TO WS-OPERATION.
           REWRITE ACCT-FIELDS.
           PERFORM H940-CHECK-CHG-STATUS.
       H310-END.EXIT.
      *
      *Add the charge to the account's year-to-date finance charges,
      *starting its accumulator record in this year the first time.
      *A record whose current slot is an earlier year has not been
      *through the year-end roll; the run stops rather than put this
      *year's charge into that year.
       H320-ACCUMULATE-YTD.
           MOVE ACCT-NO TO YTD-ACCT-NO.
           MOVE 'READ'  TO WS-OPERATION.
           READ YTD-FILE.
           IF YTD-NOTFND
               MOVE SPACES  TO YTD-REC
               INITIALIZE YTD-CURRENT YTD-PRIOR
               MOVE ACCT-NO TO YTD-ACCT-NO
               MOVE FUNCTION CURRENT-DATE(1:4) TO YTD-CUR-YEAR
               ADD WS-CHARGE-AMOUNT TO YTD-CUR-FIN-CHG
               MOVE FUNCTION CURRENT-DATE(1:8) TO YTD-LAST-UPDATED
               MOVE 'WRITE' TO WS-OPERATION
               WRITE YTD-REC
           ELSE
               PERFORM H970-CHECK-YTD-STATUS
               IF YTD-CUR-YEAR < FUNCTION CURRENT-DATE(1:4)
                   DISPLAY 'CBLOFIN1 STOPPED - CBLOYTR1 YEAR-END ROLL'
                           ' NOT RUN, ACCOUNT ' ACCT-NO
                           ' YTD STILL IN ' YTD-CUR-YEAR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD WS-CHARGE-AMOUNT TO YTD-CUR-FIN-CHG
               MOVE FUNCTION CURRENT-DATE(1:8) TO YTD-LAST-UPDATED
               MOVE 'REWRITE' TO WS-OPERATION
               REWRITE YTD-REC
           END-IF.
           PERFORM H970-CHECK-YTD-STATUS.
       H320-END.EXIT.
      *
      *Print the register totals and prove the charge total equals
      *the sum of balance changes to the penny. A mismatch means the
      *register cannot be posted, so the run fails loudly the same
           PERFORM H930-CHECK-PRT-STATUS.
           MOVE SPACES TO REGISTER-TOTAL-REC.
       H410-END.EXIT.
      *
      *Append the register's charge total to REGCTL for CBLOGLX1's
      *journal proof. REGCTL accumulates every run's totals the same
      *way ACCTAUD accumulates audit records, created on first use.
       H420-WRITE-REGISTER-CONTROL.
           OPEN EXTEND REGCTL-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF RCT-NOTFOUND
               OPEN OUTPUT REGCTL-FILE
           END-IF.
           PERFORM H960-CHECK-RCT-STATUS.
           MOVE SPACES TO REGCTL-REC.
           MOVE 'CBLOFIN1'                 TO RCT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RCT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RCT-RUN-TIME.
           MOVE 'FIN'                      TO RCT-SOURCE.
           MOVE 'F'                        TO RCT-TYPE.
           MOVE WS-CHARGED-COUNT           TO RCT-COUNT.
           MOVE WS-TOTAL-CHARGES           TO RCT-AMOUNT.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE REGCTL-REC.
           PERFORM H960-CHECK-RCT-STATUS.
           CLOSE REGCTL-FILE.
       H420-END.EXIT.
      *
       H810-WRITE-PRINT-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
       H500-CLOSE-FILES.
           CLOSE ACCT-REC
                 PRINT-LINE
                 CHARGE-FILE
                 YTD-FILE.
       H500-END.EXIT.
      *
      *Mark this run complete on the calendar, stamped with the
               PERFORM H905-ABEND
           END-IF.
       H950-END.EXIT.
      *
       H960-CHECK-RCT-STATUS.
           IF NOT RCT-SUCCESS
               MOVE 'REGCTL'  TO WS-ABEND-FILE-NAME
               MOVE RCT-ST    TO WS-ABEND-STATUS
               MOVE 36        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H960-END.EXIT.
      *
       H970-CHECK-YTD-STATUS.
           IF NOT YTD-SUCCESS
               MOVE 'YTDACCT' TO WS-ABEND-FILE-NAME
               MOVE YTD-ST    TO WS-ABEND-STATUS
               MOVE 40        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H970-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           PERFORM H400-PRINT-REGISTER-TOTALS.
           PERFORM H420-WRITE-REGISTER-CONTROL.
           DISPLAY 'CBLOFIN1 READ: '  WS-READ-COUNT
                   ' CHARGED: '       WS-CHARGED-COUNT
                   ' SKIPPED: '       WS-SKIPPED-COUNT.
