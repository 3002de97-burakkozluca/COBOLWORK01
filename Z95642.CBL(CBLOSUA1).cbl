      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLOSUA1.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *CBLOSUA1 is the daily unapplied-cash suspense aging report.
      *It reads every item CBLOPST1 has put on SUSPENSE and lists
      *each one still open with its key - the key the finance desk
      *keys on a CBLOSUS1 disposition card - the account and amount
      *as received, why it was turned away, who keyed it and how many
      *days it has been waiting, then counts and dollars by age band:
      *up to a week, up to two weeks, up to 30 days, and over 30 days.
      *The tie-out proves the SUSPENSE file against the controls
      *kept apart from it. What CBLOPST1 sent to suspense is summed
      *from the 'SUS' control totals it left on REGCTL, and must
      *agree with the items on file received since its first such
      *control; items received before then are brought forward from
      *the file as they stand. What was reapplied and what was marked
      *for refund is summed from CBLOSUS1's SUSPAUD trail, and must
      *agree with the items on file in each disposition. Brought
      *forward plus received, less reapplied and less refunded, must
      *then equal the open items in the age bands to the penny. Any
      *difference - an item written or closed with no control behind
      *it, or a control with no item - prints what failed to agree
      *and ends the run with return code 16.
      *SUSP-FILE (unapplied-cash suspense, VSAM KSDS) assign to SUSPENSE
      *REGCTL-FILE (register control totals, optional) assign to REGCTL
      *SUSPAUD-FILE (disposition audit trail, optional) assign to
      *SUSPAUD
      *PRINT-LINE (suspense aging report) assign to PRTSUA
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSP-FILE  ASSIGN TO SUSPENSE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS SEQUENTIAL
                             RECORD KEY   IS SUSP-KEY
                             STATUS       IS SUS-ST.
           SELECT REGCTL-FILE ASSIGN TO REGCTL
                             STATUS    RCT-ST.
           SELECT SUSPAUD-FILE ASSIGN TO SUSPAUD
                             STATUS    SAU-ST.
           SELECT PRINT-LINE ASSIGN TO PRTSUA
                             STATUS    PRT-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SUSP-FILE RECORDING MODE F.
           COPY SUSPREC.
      *
       FD  REGCTL-FILE RECORDING MODE F.
           COPY REGCTLRC.
      *
       FD  SUSPAUD-FILE RECORDING MODE F.
           COPY SAUDREC.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC              PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *Column headings for the open-item lines.
       01  AGE-HEADING-REC.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(23) VALUE 'SUSPENSE ITEM'.
           05  FILLER             PIC X(10) VALUE 'KEYED'.
           05  FILLER             PIC X(15) VALUE '       AMOUNT'.
           05  FILLER             PIC X(20) VALUE 'REASON'.
           05  FILLER             PIC X(10) VALUE 'OPERATOR'.
           05  FILLER             PIC X(7)  VALUE '  DAYS'.
           05  FILLER             PIC X(45) VALUE 'AGE BAND'.
      *One line per open suspense item.
       01  AGE-DETAIL-REC.
           05  FILLER             PIC X(2).
           05  AD-RECV-DATE       PIC 9(8).
           05  FILLER             PIC X(1).
           05  AD-RECV-TIME       PIC 9(6).
           05  FILLER             PIC X(1).
           05  AD-SEQ             PIC 9(5).
           05  FILLER             PIC X(2).
           05  AD-ACCT-NO         PIC X(8).
           05  FILLER             PIC X(2).
           05  AD-AMOUNT          PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(2).
           05  AD-REASON          PIC X(18).
           05  FILLER             PIC X(2).
           05  AD-OPERATOR-ID     PIC X(8).
           05  FILLER             PIC X(2).
           05  AD-DAYS            PIC ZZZZ9.
           05  FILLER             PIC X(2).
           05  AD-BAND            PIC X(14).
           05  FILLER             PIC X(31).
      *Band summary and tie-out line: label, count, dollar amount.
       01  AGE-SUMMARY-REC.
           05  FILLER             PIC X(2).
           05  AS-LABEL           PIC X(30).
           05  AS-COUNT           PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2).
           05  AS-AMOUNT          PIC -$$$,$$$,$$9.99.
           05  FILLER             PIC X(76).
       01  FLAGS.
           05 SUSP-EOF-SW         PIC X VALUE 'N'.
              88 SUSP-EOF         VALUE 'Y'.
           05 RCT-EOF-SW          PIC X VALUE 'N'.
              88 RCT-EOF          VALUE 'Y'.
           05 SAU-EOF-SW          PIC X VALUE 'N'.
              88 SAU-EOF          VALUE 'Y'.
           05 TIE-OUT-SW          PIC X VALUE 'Y'.
              88 TIES-OUT         VALUE 'Y'.
       01  FILE-STATUSES.
           05 SUS-ST   PIC XX.
              88 SUS-SUCCESS  VALUE '00' '97'.
              88 SUS-FILE-EOF VALUE '10'.
              88 SUS-NOTFOUND VALUE '35'.
           05 RCT-ST   PIC XX.
              88 RCT-SUCCESS  VALUE '00' '97'.
              88 RCT-FILE-EOF VALUE '10'.
              88 RCT-NOTFOUND VALUE '35'.
           05 SAU-ST   PIC XX.
              88 SAU-SUCCESS  VALUE '00' '97'.
              88 SAU-FILE-EOF VALUE '10'.
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
      *The age band limits, in days waiting, in one place; the band
      *labels on the report name them, so change the two together.
       01  WS-POLICY.
           05 WS-BAND-1-DAYS       PIC 9(3) VALUE 7.
           05 WS-BAND-2-DAYS       PIC 9(3) VALUE 14.
           05 WS-BAND-3-DAYS       PIC 9(3) VALUE 30.
      *Today's date and the integer day arithmetic for the days
      *waiting, as CBLODLQ1 ages its billing cycles.
       01  WS-AGING-WORK.
           05 WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05 WS-INT-RECV          PIC 9(7) VALUE ZERO.
           05 WS-INT-TODAY         PIC 9(7) VALUE ZERO.
           05 WS-DAYS-WAITING      PIC S9(5) COMP-3 VALUE ZERO.
      *Open items by age band.
       01  WS-AGE-BANDS.
           05 WS-BAND-1-CNT        PIC 9(7) VALUE ZERO.
           05 WS-BAND-1-TOT        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-BAND-2-CNT        PIC 9(7) VALUE ZERO.
           05 WS-BAND-2-TOT        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-BAND-3-CNT        PIC 9(7) VALUE ZERO.
           05 WS-BAND-3-TOT        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-BAND-4-CNT        PIC 9(7) VALUE ZERO.
           05 WS-BAND-4-TOT        PIC S9(9)V99 COMP-3 VALUE ZERO.
      *The date and time of CBLOPST1's first 'SUS' control on REGCTL.
      *Items keyed before it were received before the controls were
      *kept and are brought forward from the file; with no control
      *yet, every item is.
       01  WS-PERIOD-START.
           05 WS-PERIOD-DATE       PIC 9(8) VALUE 99999999.
           05 WS-PERIOD-TIME       PIC 9(6) VALUE 999999.
      *The amount a disposition closed, decoded from the suspense
      *image on SUSPAUD with the SUSPREC layout.
       01  WS-SUSP-IMAGE.
           05 SUA-I-KEY            PIC X(19).
           05 SUA-I-ACCT-NO        PIC X(8).
           05 SUA-I-AMOUNT         PIC S9(7)V99 COMP-3.
           05 FILLER               PIC X(54).
      *The tie-out. The file side: every item read, those brought
      *forward and those received in the period, and the items in
      *each disposition. The control side: receipts from REGCTL and
      *dispositions from SUSPAUD. Then the balance the controls leave
      *open and the open balance the bands must add up to.
       01  WS-TIE-OUT.
           05 WS-RECEIVED-CNT      PIC 9(7) VALUE ZERO.
           05 WS-RECEIVED-TOT      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-FORWARD-CNT       PIC 9(7) VALUE ZERO.
           05 WS-FORWARD-TOT       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-PERIOD-CNT        PIC 9(7) VALUE ZERO.
           05 WS-PERIOD-TOT        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-REAPPLIED-CNT     PIC 9(7) VALUE ZERO.
           05 WS-REAPPLIED-TOT     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-REFUND-CNT        PIC 9(7) VALUE ZERO.
           05 WS-REFUND-TOT        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-CTL-RECEIVED-CNT  PIC 9(7) VALUE ZERO.
           05 WS-CTL-RECEIVED-TOT  PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-AUD-REAPPLIED-CNT PIC 9(7) VALUE ZERO.
           05 WS-AUD-REAPPLIED-TOT PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-AUD-REFUND-CNT    PIC 9(7) VALUE ZERO.
           05 WS-AUD-REFUND-TOT    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-EXPECTED-CNT      PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-EXPECTED-TOT      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-OPEN-CNT          PIC 9(7) VALUE ZERO.
           05 WS-OPEN-TOT          PIC S9(9)V99 COMP-3 VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H300-LOAD-RECEIPT-CONTROLS.
           PERFORM H330-LOAD-DISPOSITIONS.
           PERFORM H200-PROCESS-ITEM UNTIL SUSP-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
      *SUSPENSE is created by the first CBLOPST1 run. Until then
      *there is nothing in suspense, and the report shows it empty.
           OPEN INPUT  SUSP-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF SUS-NOTFOUND
               SET SUSP-EOF TO TRUE
           ELSE
               PERFORM H910-CHECK-SUS-STATUS
           END-IF.
           OPEN OUTPUT PRINT-LINE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H920-CHECK-PRT-STATUS.
           MOVE SPACES TO AGE-DETAIL-REC AGE-SUMMARY-REC.
           MOVE 'UNAPPLIED CASH SUSPENSE - AGING AND TIE-OUT'
             TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE AGE-HEADING-REC TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-INT-TODAY =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           IF NOT SUSP-EOF
               PERFORM H250-READ-SUSPENSE
           END-IF.
       H100-END.EXIT.
      *
      *Count every item into the tie-out as brought forward or
      *received in the period, and by its status, and age and list
      *the ones still open.
       H200-PROCESS-ITEM.
           ADD 1           TO WS-RECEIVED-CNT.
           ADD SUSP-AMOUNT TO WS-RECEIVED-TOT.
           IF SUSP-RECV-DATE < WS-PERIOD-DATE
              OR (SUSP-RECV-DATE = WS-PERIOD-DATE
                  AND SUSP-RECV-TIME < WS-PERIOD-TIME)
               ADD 1           TO WS-FORWARD-CNT
               ADD SUSP-AMOUNT TO WS-FORWARD-TOT
           ELSE
               ADD 1           TO WS-PERIOD-CNT
               ADD SUSP-AMOUNT TO WS-PERIOD-TOT
           END-IF.
           EVALUATE TRUE
               WHEN SUSP-OPEN
                   PERFORM H210-AGE-ITEM
               WHEN SUSP-REAPPLIED
                   ADD 1           TO WS-REAPPLIED-CNT
                   ADD SUSP-AMOUNT TO WS-REAPPLIED-TOT
               WHEN SUSP-REFUND
                   ADD 1           TO WS-REFUND-CNT
                   ADD SUSP-AMOUNT TO WS-REFUND-TOT
               WHEN OTHER
                   DISPLAY 'CBLOSUA1 ITEM IN UNKNOWN STATUS: '
                           SUSP-KEY ' STATUS: ' SUSP-STATUS
           END-EVALUATE.
           PERFORM H250-READ-SUSPENSE.
       H200-END.EXIT.
      *
       H210-AGE-ITEM.
           ADD 1           TO WS-OPEN-CNT.
           ADD SUSP-AMOUNT TO WS-OPEN-TOT.
           COMPUTE WS-INT-RECV =
               FUNCTION INTEGER-OF-DATE(SUSP-RECV-DATE).
           COMPUTE WS-DAYS-WAITING = WS-INT-TODAY - WS-INT-RECV.
           IF WS-DAYS-WAITING < ZERO
               MOVE ZERO TO WS-DAYS-WAITING
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-WAITING NOT > WS-BAND-1-DAYS
                   ADD 1           TO WS-BAND-1-CNT
                   ADD SUSP-AMOUNT TO WS-BAND-1-TOT
                   MOVE '0-7 DAYS'     TO AD-BAND
               WHEN WS-DAYS-WAITING NOT > WS-BAND-2-DAYS
                   ADD 1           TO WS-BAND-2-CNT
                   ADD SUSP-AMOUNT TO WS-BAND-2-TOT
                   MOVE '8-14 DAYS'    TO AD-BAND
               WHEN WS-DAYS-WAITING NOT > WS-BAND-3-DAYS
                   ADD 1           TO WS-BAND-3-CNT
                   ADD SUSP-AMOUNT TO WS-BAND-3-TOT
                   MOVE '15-30 DAYS'   TO AD-BAND
               WHEN OTHER
                   ADD 1           TO WS-BAND-4-CNT
                   ADD SUSP-AMOUNT TO WS-BAND-4-TOT
                   MOVE 'OVER 30 DAYS' TO AD-BAND
           END-EVALUATE.
           MOVE SUSP-RECV-DATE   TO AD-RECV-DATE.
           MOVE SUSP-RECV-TIME   TO AD-RECV-TIME.
           MOVE SUSP-SEQ         TO AD-SEQ.
           MOVE SUSP-ACCT-NO     TO AD-ACCT-NO.
           MOVE SUSP-AMOUNT      TO AD-AMOUNT.
           EVALUATE TRUE
               WHEN SUSP-ACCT-NOT-FOUND
                   MOVE 'ACCOUNT NOT FOUND' TO AD-REASON
               WHEN SUSP-ACCT-CLOSED
                   MOVE 'ACCOUNT CLOSED'    TO AD-REASON
               WHEN OTHER
                   MOVE SUSP-REASON         TO AD-REASON
           END-EVALUATE.
           MOVE SUSP-OPERATOR-ID TO AD-OPERATOR-ID.
           MOVE WS-DAYS-WAITING  TO AD-DAYS.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM AGE-DETAIL-REC.
           PERFORM H920-CHECK-PRT-STATUS.
           MOVE SPACES TO AGE-DETAIL-REC.
       H210-END.EXIT.
      *
       H250-READ-SUSPENSE.
           MOVE 'READ' TO WS-OPERATION.
           READ SUSP-FILE
               AT END SET SUSP-EOF TO TRUE
           END-READ.
           IF NOT SUSP-EOF
               PERFORM H910-CHECK-SUS-STATUS
           END-IF.
       H250-END.EXIT.
      *
      *Sum the 'SUS' control totals CBLOPST1 left on REGCTL and note
      *the earliest, which starts the period. REGCTL not existing yet
      *means no posting run has left a control: nothing has been
      *received under control and every item is brought forward.
       H300-LOAD-RECEIPT-CONTROLS.
           OPEN INPUT  REGCTL-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF RCT-NOTFOUND
               SET RCT-EOF TO TRUE
           ELSE
               PERFORM H930-CHECK-RCT-STATUS
               PERFORM H320-READ-REGCTL
               PERFORM H310-ADD-ONE-CONTROL UNTIL RCT-EOF
               CLOSE REGCTL-FILE
           END-IF.
       H300-END.EXIT.
      *
       H310-ADD-ONE-CONTROL.
           IF RCT-SOURCE = 'SUS'
               ADD RCT-COUNT  TO WS-CTL-RECEIVED-CNT
               ADD RCT-AMOUNT TO WS-CTL-RECEIVED-TOT
               IF RCT-RUN-DATE < WS-PERIOD-DATE
                  OR (RCT-RUN-DATE = WS-PERIOD-DATE
                      AND RCT-RUN-TIME < WS-PERIOD-TIME)
                   MOVE RCT-RUN-DATE TO WS-PERIOD-DATE
                   MOVE RCT-RUN-TIME TO WS-PERIOD-TIME
               END-IF
           END-IF.
           PERFORM H320-READ-REGCTL.
       H310-END.EXIT.
      *
       H320-READ-REGCTL.
           MOVE 'READ'  TO WS-OPERATION.
           READ REGCTL-FILE
               AT END SET RCT-EOF TO TRUE
           END-READ.
           IF NOT RCT-EOF
               PERFORM H930-CHECK-RCT-STATUS
           END-IF.
       H320-END.EXIT.
      *
      *Sum CBLOSUS1's dispositions off SUSPAUD, each at the amount of
      *the item as it stood before it was closed. SUSPAUD not
      *existing yet means nothing has been disposed of.
       H330-LOAD-DISPOSITIONS.
           OPEN INPUT  SUSPAUD-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF SAU-NOTFOUND
               SET SAU-EOF TO TRUE
           ELSE
               PERFORM H940-CHECK-SAU-STATUS
               PERFORM H350-READ-SUSPAUD
               PERFORM H340-ADD-ONE-DISPOSITION UNTIL SAU-EOF
               CLOSE SUSPAUD-FILE
           END-IF.
       H330-END.EXIT.
      *
       H340-ADD-ONE-DISPOSITION.
           MOVE SA-BEFORE-IMAGE TO WS-SUSP-IMAGE.
           EVALUATE SA-ACTION
               WHEN 'A'
                   ADD 1            TO WS-AUD-REAPPLIED-CNT
                   ADD SUA-I-AMOUNT TO WS-AUD-REAPPLIED-TOT
               WHEN 'R'
                   ADD 1            TO WS-AUD-REFUND-CNT
                   ADD SUA-I-AMOUNT TO WS-AUD-REFUND-TOT
               WHEN OTHER
                   DISPLAY 'CBLOSUA1 SUSPAUD RECORD IN UNKNOWN ACTION: '
                           SUA-I-KEY ' ACTION: ' SA-ACTION
           END-EVALUATE.
           PERFORM H350-READ-SUSPAUD.
       H340-END.EXIT.
      *
       H350-READ-SUSPAUD.
           MOVE 'READ'  TO WS-OPERATION.
           READ SUSPAUD-FILE
               AT END SET SAU-EOF TO TRUE
           END-READ.
           IF NOT SAU-EOF
               PERFORM H940-CHECK-SAU-STATUS
           END-IF.
       H350-END.EXIT.
      *
      *Open items by age band, then the tie-out of the suspense
      *balance.
       H400-PRINT-SUMMARY.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'OPEN ITEMS BY AGE' TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE '0-7 DAYS'                  TO AS-LABEL.
           MOVE WS-BAND-1-CNT               TO AS-COUNT.
           MOVE WS-BAND-1-TOT               TO AS-AMOUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE '8-14 DAYS'                 TO AS-LABEL.
           MOVE WS-BAND-2-CNT               TO AS-COUNT.
           MOVE WS-BAND-2-TOT               TO AS-AMOUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE '15-30 DAYS'                TO AS-LABEL.
           MOVE WS-BAND-3-CNT               TO AS-COUNT.
           MOVE WS-BAND-3-TOT               TO AS-AMOUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE 'OVER 30 DAYS'              TO AS-LABEL.
           MOVE WS-BAND-4-CNT               TO AS-COUNT.
           MOVE WS-BAND-4-TOT               TO AS-AMOUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE 'TOTAL OPEN'                TO AS-LABEL.
           MOVE WS-OPEN-CNT                 TO AS-COUNT.
           MOVE WS-OPEN-TOT                 TO AS-AMOUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'SUSPENSE TIE-OUT' TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'RECEIVED PER REGCTL'       TO AS-LABEL.
           MOVE WS-CTL-RECEIVED-CNT         TO AS-COUNT.
           MOVE WS-CTL-RECEIVED-TOT         TO AS-AMOUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE 'RECEIVED PER SUSPENSE FILE' TO AS-LABEL.
           MOVE WS-PERIOD-CNT               TO AS-COUNT.
           MOVE WS-PERIOD-TOT               TO AS-AMOUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           IF WS-CTL-RECEIVED-CNT NOT = WS-PERIOD-CNT
              OR WS-CTL-RECEIVED-TOT NOT = WS-PERIOD-TOT
               MOVE '*** RECEIPTS DO NOT AGREE WITH REGCTL ***'
                 TO PRINT-REC
               PERFORM H420-REPORT-DIFFERENCE
           END-IF.
           MOVE 'REAPPLIED PER SUSPAUD'     TO AS-LABEL.
           MOVE WS-AUD-REAPPLIED-CNT        TO AS-COUNT.
           MOVE WS-AUD-REAPPLIED-TOT        TO AS-AMOUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE 'REAPPLIED PER SUSPENSE FILE' TO AS-LABEL.
           MOVE WS-REAPPLIED-CNT            TO AS-COUNT.
           MOVE WS-REAPPLIED-TOT            TO AS-AMOUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           IF WS-AUD-REAPPLIED-CNT NOT = WS-REAPPLIED-CNT
              OR WS-AUD-REAPPLIED-TOT NOT = WS-REAPPLIED-TOT
               MOVE '*** REAPPLIED DOES NOT AGREE WITH SUSPAUD ***'
                 TO PRINT-REC
               PERFORM H420-REPORT-DIFFERENCE
           END-IF.
           MOVE 'REFUNDED PER SUSPAUD'      TO AS-LABEL.
           MOVE WS-AUD-REFUND-CNT           TO AS-COUNT.
           MOVE WS-AUD-REFUND-TOT           TO AS-AMOUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE 'REFUNDED PER SUSPENSE FILE' TO AS-LABEL.
           MOVE WS-REFUND-CNT               TO AS-COUNT.
           MOVE WS-REFUND-TOT               TO AS-AMOUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           IF WS-AUD-REFUND-CNT NOT = WS-REFUND-CNT
              OR WS-AUD-REFUND-TOT NOT = WS-REFUND-TOT
               MOVE '*** REFUNDED DOES NOT AGREE WITH SUSPAUD ***'
                 TO PRINT-REC
               PERFORM H420-REPORT-DIFFERENCE
           END-IF.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'BROUGHT FORWARD'           TO AS-LABEL.
           MOVE WS-FORWARD-CNT              TO AS-COUNT.
           MOVE WS-FORWARD-TOT              TO AS-AMOUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE 'PLUS RECEIVED PER REGCTL'  TO AS-LABEL.
           MOVE WS-CTL-RECEIVED-CNT         TO AS-COUNT.
           MOVE WS-CTL-RECEIVED-TOT         TO AS-AMOUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE 'LESS REAPPLIED PER SUSPAUD' TO AS-LABEL.
           MOVE WS-AUD-REAPPLIED-CNT        TO AS-COUNT.
           MOVE WS-AUD-REAPPLIED-TOT        TO AS-AMOUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE 'LESS REFUNDED PER SUSPAUD' TO AS-LABEL.
           MOVE WS-AUD-REFUND-CNT           TO AS-COUNT.
           MOVE WS-AUD-REFUND-TOT           TO AS-AMOUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           COMPUTE WS-EXPECTED-CNT =
               WS-FORWARD-CNT + WS-CTL-RECEIVED-CNT
                 - WS-AUD-REAPPLIED-CNT - WS-AUD-REFUND-CNT.
           COMPUTE WS-EXPECTED-TOT =
               WS-FORWARD-TOT + WS-CTL-RECEIVED-TOT
                 - WS-AUD-REAPPLIED-TOT - WS-AUD-REFUND-TOT.
           MOVE 'SUSPENSE BALANCE'          TO AS-LABEL.
           MOVE WS-EXPECTED-CNT             TO AS-COUNT.
           MOVE WS-EXPECTED-TOT             TO AS-AMOUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE 'OPEN ITEMS BY AGE'         TO AS-LABEL.
           MOVE WS-OPEN-CNT                 TO AS-COUNT.
           MOVE WS-OPEN-TOT                 TO AS-AMOUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           IF WS-EXPECTED-CNT NOT = WS-OPEN-CNT
              OR WS-EXPECTED-TOT NOT = WS-OPEN-TOT
               MOVE '*** OPEN ITEMS DO NOT AGREE WITH BALANCE ***'
                 TO PRINT-REC
               PERFORM H420-REPORT-DIFFERENCE
           END-IF.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           IF TIES-OUT
               MOVE 'SUSPENSE TIES OUT' TO PRINT-REC
           ELSE
               MOVE '*** SUSPENSE DOES NOT TIE OUT ***' TO PRINT-REC
               DISPLAY 'CBLOSUA1 SUSPENSE DOES NOT TIE OUT - BALANCE: '
                       WS-EXPECTED-TOT ' OPEN ITEMS: ' WS-OPEN-TOT
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM H810-WRITE-PRINT-LINE.
       H400-END.EXIT.
      *
       H410-WRITE-SUMMARY-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM AGE-SUMMARY-REC.
           PERFORM H920-CHECK-PRT-STATUS.
           MOVE SPACES TO AGE-SUMMARY-REC.
       H410-END.EXIT.
      *
      *The caller has put the difference message in PRINT-REC.
       H420-REPORT-DIFFERENCE.
           MOVE 'N' TO TIE-OUT-SW.
           PERFORM H810-WRITE-PRINT-LINE.
       H420-END.EXIT.
      *
       H810-WRITE-PRINT-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC.
           PERFORM H920-CHECK-PRT-STATUS.
       H810-END.EXIT.
      *
       H500-CLOSE-FILES.
           IF NOT SUS-NOTFOUND
               CLOSE SUSP-FILE
           END-IF.
           CLOSE PRINT-LINE.
       H500-END.EXIT.
      *
      *Report the failing file/operation/status, then stop the job
      *with a distinct return code, the same as CBLOMNT1's convention.
       H905-ABEND.
           DISPLAY 'CBLOSUA1 ABEND - FILE: ' WS-ABEND-FILE-NAME
                   ' OPERATION: ' WS-OPERATION
                   ' STATUS: '    WS-ABEND-STATUS.
           MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       H905-END.EXIT.
      *
       H910-CHECK-SUS-STATUS.
           IF NOT SUS-SUCCESS AND NOT SUS-FILE-EOF
               MOVE 'SUSPENSE' TO WS-ABEND-FILE-NAME
               MOVE SUS-ST     TO WS-ABEND-STATUS
               MOVE 20         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H910-END.EXIT.
      *
       H920-CHECK-PRT-STATUS.
           IF NOT PRT-SUCCESS
               MOVE 'PRTSUA'  TO WS-ABEND-FILE-NAME
               MOVE PRT-ST    TO WS-ABEND-STATUS
               MOVE 24        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H920-END.EXIT.
      *
       H930-CHECK-RCT-STATUS.
           IF NOT RCT-SUCCESS AND NOT RCT-FILE-EOF
               MOVE 'REGCTL'  TO WS-ABEND-FILE-NAME
               MOVE RCT-ST    TO WS-ABEND-STATUS
               MOVE 28        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H930-END.EXIT.
      *
       H940-CHECK-SAU-STATUS.
           IF NOT SAU-SUCCESS AND NOT SAU-FILE-EOF
               MOVE 'SUSPAUD' TO WS-ABEND-FILE-NAME
               MOVE SAU-ST    TO WS-ABEND-STATUS
               MOVE 32        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H940-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           PERFORM H400-PRINT-SUMMARY.
           DISPLAY 'CBLOSUA1 ITEMS READ: ' WS-RECEIVED-CNT
                   ' OPEN: '               WS-OPEN-CNT
                   ' REAPPLIED: '          WS-REAPPLIED-CNT
                   ' REFUNDS: '            WS-REFUND-CNT.
           PERFORM H500-CLOSE-FILES.
           STOP RUN.
       H999-END.EXIT.
      *
