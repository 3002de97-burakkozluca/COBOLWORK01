      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLOYTR1.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *CBLOYTR1 is the year-end roll of the YTDACCT year-to-date
      *accumulators. It runs once, after the last CBLOFIN1 and
      *CBLOPST1 runs of the year and before the first of the new
      *year. Every account's current-year figures for the year being
      *closed move to the prior-year slot and the current slot starts
      *the new year at zero. An account with nothing accumulated in
      *the closing year (its current slot is older) gets an empty
      *prior-year slot for it; one already started in the new year
      *is left alone. The year closed comes from SYSIN; blank means
      *the year just ended when run in the first half of a year and
      *the current year when run in the second half, so a run on the
      *last day of December or the first days of January both close
      *the right year. Until it has run, CBLOFIN1 and CBLOPST1 stop
      *at the first account whose current slot is still last year's.
      *The RUNCTL calendar stops the roll going in twice: a completed
      *CBLOYTR1 record stamped with this year or a later one refuses
      *the run, and a roll still marked in flight stops it until
      *someone has looked, the same way CBLOFIN1 guards its charge
      *cycle. The listing proves the figures rolled.
      *YTD-FILE (year-to-date accumulators, VSAM KSDS) assign to YTDACCT
      *RUNCTL-FILE (run-control calendar, VSAM KSDS) assign to RUNCTL
      *PRINT-LINE (year-end roll listing) assign to PRTYTR
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-FILE    ASSIGN TO YTDACCT
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS SEQUENTIAL
                              RECORD KEY   IS YTD-ACCT-NO
                              STATUS       IS YTD-ST.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS RANDOM
                              RECORD KEY   IS RUN-PROGRAM
                              STATUS       IS RNC-ST.
           SELECT PRINT-LINE  ASSIGN TO PRTYTR
                              STATUS    PRT-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  YTD-FILE RECORDING MODE F.
           COPY YTDREC.
      *
      *The shared run-control calendar. RUN-CYCLE-MONTH carries the
      *December of the year a completed roll closed.
       FD  RUNCTL-FILE RECORDING MODE F.
           COPY RUNCTLRC.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *Total line: label, count and, where there is one, amount.
       01  ROLL-TOTAL-REC.
           05  FILLER             PIC X(2).
           05  TL-LABEL           PIC X(30).
           05  TL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2).
           05  TL-AMOUNT          PIC -$$$,$$$,$$9.99.
           05  FILLER             PIC X(76).
       01  FLAGS.
           05 YTD-EOF-SW          PIC X VALUE 'N'.
              88 YTD-EOF          VALUE 'Y'.
       01  FILE-STATUSES.
           05 YTD-ST   PIC XX.
              88 YTD-SUCCESS  VALUE '00' '97'.
              88 YTD-FILE-EOF VALUE '10'.
              88 YTD-NOTFOUND VALUE '35'.
           05 RNC-ST   PIC XX.
              88 RNC-SUCCESS  VALUE '00' '97'.
              88 RNC-NOTFND   VALUE '23'.
              88 RNC-NOTFOUND VALUE '35'.
           05 PRT-ST   PIC XX.
              88 PRT-SUCCESS  VALUE '00' '97'.
      *WS-OPERATION names the I/O verb just issued, for the abend
      *message written by H905-ABEND.
       01  WS-ABEND-INFO.
           05 WS-OPERATION         PIC X(8) VALUE SPACES.
           05 WS-ABEND-FILE-NAME   PIC X(8) VALUE SPACES.
           05 WS-ABEND-STATUS      PIC XX   VALUE '00'.
           05 WS-ABEND-RETURN-CODE PIC 9(3) VALUE ZERO.
      *The year being closed, from SYSIN, and the calendar stamp it
      *is recorded under: the December of that year.
       01  WS-CLOSE-YEAR-IN        PIC X(4) VALUE SPACES.
       01  WS-ROLL-WORK.
           05 WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
              10 WS-RUN-YEAR       PIC 9(4).
              10 WS-RUN-MONTH      PIC 9(2).
              10 WS-RUN-DAY        PIC 9(2).
           05 WS-CLOSE-YEAR        PIC 9(4) VALUE ZERO.
           05 WS-NEW-YEAR          PIC 9(4) VALUE ZERO.
           05 WS-ROLL-CYCLE        PIC 9(6) VALUE ZERO.
       01  WS-RUN-TOTALS.
           05 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-ROLLED-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-IDLE-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-AHEAD-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-FIN-CHG-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-PAYMENTS-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-PURCHASES-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-ADJUSTS-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-LATE-FEES-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-ROLL-ACCOUNT UNTIL YTD-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
      *Year to close, one SYSIN line, blank = the year just ended or
      *ending.
           ACCEPT WS-CLOSE-YEAR-IN FROM SYSIN.
           IF WS-CLOSE-YEAR-IN = SPACES
               IF WS-RUN-MONTH < 7
                   COMPUTE WS-CLOSE-YEAR = WS-RUN-YEAR - 1
               ELSE
                   MOVE WS-RUN-YEAR TO WS-CLOSE-YEAR
               END-IF
           ELSE
               IF WS-CLOSE-YEAR-IN NOT NUMERIC
                   DISPLAY 'CBLOYTR1 STOPPED - YEAR TO CLOSE NOT'
                           ' NUMERIC: ' WS-CLOSE-YEAR-IN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CLOSE-YEAR-IN TO WS-CLOSE-YEAR
           END-IF.
           COMPUTE WS-NEW-YEAR   = WS-CLOSE-YEAR + 1.
           COMPUTE WS-ROLL-CYCLE = WS-CLOSE-YEAR * 100 + 12.
           PERFORM H150-RUNCTL-CHECK-IN.
           OPEN I-O    YTD-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF YTD-NOTFOUND
               SET YTD-EOF TO TRUE
           ELSE
               PERFORM H910-CHECK-YTD-STATUS
           END-IF.
           OPEN OUTPUT PRINT-LINE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H930-CHECK-PRT-STATUS.
           MOVE SPACES TO ROLL-TOTAL-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'YEAR-TO-DATE YEAR-END ROLL - CLOSING YEAR '
                  WS-CLOSE-YEAR '  RUN DATE ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           IF NOT YTD-EOF
               PERFORM H210-READ-YTD
           END-IF.
       H100-END.EXIT.
      *
      *Check the run-control calendar before the roll starts: a
      *prior roll still marked in flight stops the job, and a
      *completed roll of this year or a later one refuses a second
      *pass - rolling twice would push the year just closed out of
      *the prior-year slot and zero it. RUNCTL may not exist yet the
      *very first time, so that case creates it empty.
       H150-RUNCTL-CHECK-IN.
           OPEN I-O RUNCTL-FILE.
           MOVE 'OPEN' TO WS-OPERATION.
           IF RNC-NOTFOUND
               OPEN OUTPUT RUNCTL-FILE
               PERFORM H920-CHECK-RNC-STATUS
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF.
           PERFORM H920-CHECK-RNC-STATUS.
           MOVE 'CBLOYTR1' TO RUN-PROGRAM.
           MOVE 'READ' TO WS-OPERATION.
           READ RUNCTL-FILE.
           IF RNC-NOTFND
               MOVE 'CBLOYTR1' TO RUN-PROGRAM
               MOVE 'I'  TO RUN-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-STAMP-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-STAMP-TIME
               MOVE ZERO TO RUN-CYCLE-MONTH
               MOVE 'WRITE' TO WS-OPERATION
               WRITE RUNCTL-REC
               PERFORM H920-CHECK-RNC-STATUS
           ELSE
               PERFORM H920-CHECK-RNC-STATUS
               IF RUN-IN-FLIGHT
                   DISPLAY 'CBLOYTR1 STOPPED - PRIOR RUN STILL IN'
                           ' FLIGHT SINCE ' RUN-STAMP-DATE ' '
                           RUN-STAMP-TIME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF RUN-COMPLETED
                   AND RUN-CYCLE-MONTH NOT < WS-ROLL-CYCLE
                   DISPLAY 'CBLOYTR1 STOPPED - YEAR ' WS-CLOSE-YEAR
                           ' ALREADY CLOSED - LAST ROLL CYCLE '
                           RUN-CYCLE-MONTH ' ON ' RUN-STAMP-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'I' TO RUN-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-STAMP-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-STAMP-TIME
               MOVE 'REWRITE' TO WS-OPERATION
               REWRITE RUNCTL-REC
               PERFORM H920-CHECK-RNC-STATUS
           END-IF.
       H150-END.EXIT.
      *
      *Roll one account's figures by the year its current slot holds.
       H200-ROLL-ACCOUNT.
           ADD 1 TO WS-READ-COUNT.
           EVALUATE TRUE
               WHEN YTD-CUR-YEAR = WS-CLOSE-YEAR
                   ADD 1                 TO WS-ROLLED-COUNT
                   ADD YTD-CUR-FIN-CHG   TO WS-FIN-CHG-TOTAL
                   ADD YTD-CUR-PAYMENTS  TO WS-PAYMENTS-TOTAL
                   ADD YTD-CUR-PURCHASES TO WS-PURCHASES-TOTAL
                   ADD YTD-CUR-ADJUSTS   TO WS-ADJUSTS-TOTAL
                   ADD YTD-CUR-LATE-FEES TO WS-LATE-FEES-TOTAL
                   MOVE YTD-CURRENT TO YTD-PRIOR
                   PERFORM H220-START-NEW-YEAR
               WHEN YTD-CUR-YEAR < WS-CLOSE-YEAR
                   ADD 1 TO WS-IDLE-COUNT
                   INITIALIZE YTD-PRIOR
                   MOVE WS-CLOSE-YEAR TO YTD-PRI-YEAR
                   PERFORM H220-START-NEW-YEAR
               WHEN OTHER
                   ADD 1 TO WS-AHEAD-COUNT
           END-EVALUATE.
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
       H220-START-NEW-YEAR.
           INITIALIZE YTD-CURRENT.
           MOVE WS-NEW-YEAR TO YTD-CUR-YEAR.
           MOVE WS-RUN-DATE TO YTD-LAST-UPDATED.
           MOVE 'REWRITE' TO WS-OPERATION.
           REWRITE YTD-REC.
           PERFORM H910-CHECK-YTD-STATUS.
       H220-END.EXIT.
      *
       H400-PRINT-TOTALS.
           MOVE 'ACCUMULATORS READ'        TO TL-LABEL.
           MOVE WS-READ-COUNT              TO TL-COUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'ROLLED TO PRIOR YEAR'     TO TL-LABEL.
           MOVE WS-ROLLED-COUNT            TO TL-COUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'NO ACTIVITY IN YEAR'      TO TL-LABEL.
           MOVE WS-IDLE-COUNT              TO TL-COUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'ALREADY IN NEW YEAR'      TO TL-LABEL.
           MOVE WS-AHEAD-COUNT             TO TL-COUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'FINANCE CHARGES ROLLED'   TO TL-LABEL.
           MOVE WS-FIN-CHG-TOTAL           TO TL-AMOUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'PAYMENTS ROLLED'          TO TL-LABEL.
           MOVE WS-PAYMENTS-TOTAL          TO TL-AMOUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'PURCHASES ROLLED'         TO TL-LABEL.
           MOVE WS-PURCHASES-TOTAL         TO TL-AMOUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'ADJUSTMENTS ROLLED'       TO TL-LABEL.
           MOVE WS-ADJUSTS-TOTAL           TO TL-AMOUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'LATE FEES ROLLED'         TO TL-LABEL.
           MOVE WS-LATE-FEES-TOTAL         TO TL-AMOUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
       H400-END.EXIT.
      *
       H410-WRITE-TOTAL-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM ROLL-TOTAL-REC.
           PERFORM H930-CHECK-PRT-STATUS.
           MOVE SPACES TO ROLL-TOTAL-REC.
       H410-END.EXIT.
      *
       H810-WRITE-PRINT-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC.
           PERFORM H930-CHECK-PRT-STATUS.
       H810-END.EXIT.
      *
       H500-CLOSE-FILES.
           IF NOT YTD-NOTFOUND
               CLOSE YTD-FILE
           END-IF.
           CLOSE PRINT-LINE.
       H500-END.EXIT.
      *
      *Mark the roll complete on the calendar, stamped with the
      *December of the year it closed, so the year cannot be rolled
      *again.
       H550-RUNCTL-COMPLETE.
           MOVE 'CBLOYTR1' TO RUN-PROGRAM.
           MOVE 'READ' TO WS-OPERATION.
           READ RUNCTL-FILE.
           PERFORM H920-CHECK-RNC-STATUS.
           MOVE 'C' TO RUN-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-STAMP-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-STAMP-TIME.
           MOVE WS-ROLL-CYCLE TO RUN-CYCLE-MONTH.
           MOVE 'REWRITE' TO WS-OPERATION.
           REWRITE RUNCTL-REC.
           PERFORM H920-CHECK-RNC-STATUS.
           CLOSE RUNCTL-FILE.
       H550-END.EXIT.
      *
      *Report the failing file/operation/status, then stop the job
      *with a distinct return code, the same as CBLOMNT1's convention.
       H905-ABEND.
           DISPLAY 'CBLOYTR1 ABEND - FILE: ' WS-ABEND-FILE-NAME
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
               MOVE 24        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H910-END.EXIT.
      *
       H920-CHECK-RNC-STATUS.
           IF NOT RNC-SUCCESS
               MOVE 'RUNCTL'  TO WS-ABEND-FILE-NAME
               MOVE RNC-ST    TO WS-ABEND-STATUS
               MOVE 20        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H920-END.EXIT.
      *
       H930-CHECK-PRT-STATUS.
           IF NOT PRT-SUCCESS
               MOVE 'PRTYTR'  TO WS-ABEND-FILE-NAME
               MOVE PRT-ST    TO WS-ABEND-STATUS
               MOVE 28        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H930-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           PERFORM H400-PRINT-TOTALS.
           DISPLAY 'CBLOYTR1 YEAR CLOSED: ' WS-CLOSE-YEAR
                   ' READ: '                WS-READ-COUNT
                   ' ROLLED: '              WS-ROLLED-COUNT
                   ' NO ACTIVITY: '         WS-IDLE-COUNT
                   ' ALREADY NEW YEAR: '    WS-AHEAD-COUNT.
           PERFORM H500-CLOSE-FILES.
           PERFORM H550-RUNCTL-COMPLETE.
           STOP RUN.
       H999-END.EXIT.
      *
