      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLOOPR1.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *CBLOOPR1 is the supervisor's daily operator authority report.
      *It reads the OPERLOG events CBLOEDT1, CBLOMNT1, CBLOPST1,
      *CBLOCMN1 and CBLOAPR1 logged on the report date and prints
      *them in three sections - violations (operators not on file,
      *suspended, keying types they do not hold, and release cards
      *refused), items held over an operator's ceiling, and the
      *releases and declines of held items - then lists every item
      *still pending on APPRQUE, whatever the day it was held, with
      *the days it has waited. Each section carries its count. The
      *log is read once per section, so each section prints in log
      *order.
      *Report date from SYSIN, blank = today.
      *OLOG-FILE (operator authority log) assign to OPERLOG
      *APPR-FILE (pending-approval queue, VSAM KSDS) assign to APPRQUE
      *PRINT-LINE (authority report) assign to PRTOPR
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLOG-FILE  ASSIGN TO OPERLOG
                             STATUS    OLG-ST.
           SELECT APPR-FILE  ASSIGN TO APPRQUE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS SEQUENTIAL
                             RECORD KEY   IS APPR-KEY
                             STATUS       IS APQ-ST.
           SELECT PRINT-LINE ASSIGN TO PRTOPR
                             STATUS    PRT-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  OLOG-FILE RECORDING MODE F.
           COPY OPLOGREC.
      *
       FD  APPR-FILE RECORDING MODE F.
           COPY APPRREC.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *Column headings for the three log sections.
       01  LOG-HEADING-REC.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  FILLER             PIC X(7)  VALUE 'TIME'.
           05  FILLER             PIC X(9)  VALUE 'PROGRAM'.
           05  FILLER             PIC X(2)  VALUE 'EV'.
           05  FILLER             PIC X(9)  VALUE 'OPERATOR'.
           05  FILLER             PIC X(9)  VALUE 'KEYED BY'.
           05  FILLER             PIC X(2)  VALUE 'TY'.
           05  FILLER             PIC X(9)  VALUE 'KEY'.
           05  FILLER             PIC X(14) VALUE '       AMOUNT'.
           05  FILLER             PIC X(14) VALUE '      CEILING'.
           05  FILLER             PIC X(31) VALUE 'REASON'.
           05  FILLER             PIC X(25) VALUE 'HELD ITEM'.
      *One line per logged event.
       01  LOG-DETAIL-REC.
           05  FILLER             PIC X(1).
           05  LD-TIME            PIC 9(6).
           05  FILLER             PIC X(1).
           05  LD-PROGRAM         PIC X(8).
           05  FILLER             PIC X(1).
           05  LD-EVENT           PIC X(1).
           05  FILLER             PIC X(1).
           05  LD-OPERATOR-ID     PIC X(8).
           05  FILLER             PIC X(1).
           05  LD-KEYED-BY        PIC X(8).
           05  FILLER             PIC X(1).
           05  LD-TRANS-TYPE      PIC X(1).
           05  FILLER             PIC X(1).
           05  LD-KEY             PIC X(8).
           05  FILLER             PIC X(1).
           05  LD-AMOUNT          PIC -$,$$$,$$9.99.
           05  FILLER             PIC X(1).
           05  LD-CEILING         PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(1).
           05  LD-REASON          PIC X(30).
           05  FILLER             PIC X(1).
           05  LD-APPR-KEY        PIC X(19).
           05  FILLER             PIC X(6).
      *Column headings for the still-pending section.
       01  PEND-HEADING-REC.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  FILLER             PIC X(23) VALUE 'HELD ITEM'.
           05  FILLER             PIC X(4)  VALUE 'SRC'.
           05  FILLER             PIC X(9)  VALUE 'ACCOUNT'.
           05  FILLER             PIC X(3)  VALUE 'TY'.
           05  FILLER             PIC X(14) VALUE '       AMOUNT'.
           05  FILLER             PIC X(14) VALUE '      CEILING'.
           05  FILLER             PIC X(9)  VALUE 'KEYED BY'.
           05  FILLER             PIC X(55) VALUE ' DAYS'.
      *One line per item still pending.
       01  PEND-DETAIL-REC.
           05  FILLER             PIC X(1).
           05  PD-QUEUE-DATE      PIC 9(8).
           05  FILLER             PIC X(1).
           05  PD-QUEUE-TIME      PIC 9(6).
           05  FILLER             PIC X(1).
           05  PD-SEQ             PIC 9(5).
           05  FILLER             PIC X(2).
           05  PD-SOURCE          PIC X(3).
           05  FILLER             PIC X(1).
           05  PD-ACCT-NO         PIC X(8).
           05  FILLER             PIC X(1).
           05  PD-TRANS-TYPE      PIC X(1).
           05  FILLER             PIC X(2).
           05  PD-AMOUNT          PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(1).
           05  PD-CEILING         PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(1).
           05  PD-KEYED-BY        PIC X(8).
           05  FILLER             PIC X(1).
           05  PD-DAYS            PIC ZZZZ9.
           05  FILLER             PIC X(50).
      *Section count line.
       01  SECTION-TOTAL-REC.
           05  FILLER             PIC X(2).
           05  ST-LABEL           PIC X(30).
           05  ST-COUNT           PIC ZZZ,ZZ9.
           05  FILLER             PIC X(93).
       01  FLAGS.
           05 OLOG-EOF-SW         PIC X VALUE 'N'.
              88 OLOG-EOF         VALUE 'Y'.
           05 APPR-EOF-SW         PIC X VALUE 'N'.
              88 APPR-EOF         VALUE 'Y'.
       01  FILE-STATUSES.
           05 OLG-ST   PIC XX.
              88 OLG-SUCCESS  VALUE '00' '97'.
              88 OLG-NOTFOUND VALUE '35'.
              88 OLG-EOF      VALUE '10'.
           05 APQ-ST   PIC XX.
              88 APQ-SUCCESS  VALUE '00' '97'.
              88 APQ-NOTFOUND VALUE '35'.
              88 APQ-EOF      VALUE '10'.
           05 PRT-ST   PIC XX.
              88 PRT-SUCCESS  VALUE '00' '97'.
      *WS-OPERATION names the I/O verb just issued, for the abend
      *message written by H905-ABEND.
       01  WS-ABEND-INFO.
           05 WS-OPERATION         PIC X(8) VALUE SPACES.
           05 WS-ABEND-FILE-NAME   PIC X(8) VALUE SPACES.
           05 WS-ABEND-STATUS      PIC XX   VALUE '00'.
           05 WS-ABEND-RETURN-CODE PIC 9(3) VALUE ZERO.
      *Report date, read from SYSIN; blank = today.
       01  WS-REPORT-DATE-IN       PIC X(8)  VALUE SPACES.
       01  WS-REPORT-DATE          PIC 9(8)  VALUE ZERO.
      *The log section being printed on this pass: 1 violations,
      *2 held items, 3 releases and declines.
       01  WS-SECTION-WORK.
           05 WS-SECTION           PIC 9(1)  VALUE ZERO.
           05 WS-SECTION-COUNT     PIC 9(7)  VALUE ZERO.
           05 WS-INT-REPORT        PIC 9(7)  VALUE ZERO.
           05 WS-INT-QUEUED        PIC 9(7)  VALUE ZERO.
           05 WS-DAYS-WAITING      PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-RUN-TOTALS.
           05 WS-VIOLATION-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-HELD-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-APPROVAL-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-PENDING-COUNT     PIC 9(7) VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H300-PRINT-LOG-SECTION
               VARYING WS-SECTION FROM 1 BY 1
               UNTIL WS-SECTION > 3.
           PERFORM H400-PRINT-PENDING.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
      *Report date, one SYSIN line, blank = today.
           ACCEPT WS-REPORT-DATE-IN FROM SYSIN.
           IF WS-REPORT-DATE-IN = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           ELSE
               MOVE WS-REPORT-DATE-IN TO WS-REPORT-DATE
           END-IF.
           COMPUTE WS-INT-REPORT =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE).
           OPEN OUTPUT PRINT-LINE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H930-CHECK-PRT-STATUS.
           MOVE SPACES TO LOG-DETAIL-REC PEND-DETAIL-REC
                          SECTION-TOTAL-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'OPERATOR AUTHORITY - VIOLATIONS AND APPROVALS FOR '
                  WS-REPORT-DATE DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
       H100-END.EXIT.
      *
      *One pass over OPERLOG for the section in WS-SECTION, printing
      *the report date's events that belong to it. OPERLOG is
      *created by the first run that logs anything; until then every
      *section prints empty.
       H300-PRINT-LOG-SECTION.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           EVALUATE WS-SECTION
               WHEN 1
                   MOVE 'AUTHORITY VIOLATIONS' TO PRINT-REC
               WHEN 2
                   MOVE 'ITEMS HELD OVER OPERATOR CEILING'
                     TO PRINT-REC
               WHEN 3
                   MOVE 'HELD ITEMS RELEASED OR DECLINED'
                     TO PRINT-REC
           END-EVALUATE.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE LOG-HEADING-REC TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE 'N'  TO OLOG-EOF-SW.
           OPEN INPUT OLOG-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF OLG-NOTFOUND
               SET OLOG-EOF TO TRUE
           ELSE
               PERFORM H910-CHECK-OLG-STATUS
               PERFORM H320-READ-OLOG
           END-IF.
           PERFORM H310-SELECT-EVENT UNTIL OLOG-EOF.
           IF NOT OLG-NOTFOUND
               CLOSE OLOG-FILE
           END-IF.
           EVALUATE WS-SECTION
               WHEN 1
                   MOVE WS-SECTION-COUNT TO WS-VIOLATION-COUNT
                   MOVE 'VIOLATIONS'     TO ST-LABEL
               WHEN 2
                   MOVE WS-SECTION-COUNT TO WS-HELD-COUNT
                   MOVE 'ITEMS HELD'     TO ST-LABEL
               WHEN 3
                   MOVE WS-SECTION-COUNT TO WS-APPROVAL-COUNT
                   MOVE 'RELEASED OR DECLINED' TO ST-LABEL
           END-EVALUATE.
           MOVE WS-SECTION-COUNT TO ST-COUNT.
           PERFORM H410-WRITE-SECTION-TOTAL.
       H300-END.EXIT.
      *
       H310-SELECT-EVENT.
           IF OLOG-DATE = WS-REPORT-DATE
               EVALUATE TRUE
                   WHEN WS-SECTION = 1 AND OLOG-VIOLATION
                   WHEN WS-SECTION = 2 AND OLOG-HELD
                   WHEN WS-SECTION = 3 AND OLOG-APPROVAL
                       PERFORM H330-WRITE-LOG-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM H320-READ-OLOG.
       H310-END.EXIT.
      *
       H320-READ-OLOG.
           MOVE 'READ'  TO WS-OPERATION.
           READ OLOG-FILE
               AT END SET OLOG-EOF TO TRUE
           END-READ.
           IF NOT OLOG-EOF
               PERFORM H910-CHECK-OLG-STATUS
           END-IF.
       H320-END.EXIT.
      *
       H330-WRITE-LOG-LINE.
           MOVE OLOG-TIME        TO LD-TIME.
           MOVE OLOG-PROGRAM     TO LD-PROGRAM.
           MOVE OLOG-EVENT       TO LD-EVENT.
           MOVE OLOG-OPERATOR-ID TO LD-OPERATOR-ID.
           MOVE OLOG-KEYED-BY    TO LD-KEYED-BY.
           MOVE OLOG-TRANS-TYPE  TO LD-TRANS-TYPE.
           MOVE OLOG-KEY         TO LD-KEY.
           MOVE OLOG-AMOUNT      TO LD-AMOUNT.
           MOVE OLOG-CEILING     TO LD-CEILING.
           MOVE OLOG-REASON      TO LD-REASON.
           MOVE OLOG-APPR-KEY    TO LD-APPR-KEY.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM LOG-DETAIL-REC.
           PERFORM H930-CHECK-PRT-STATUS.
           MOVE SPACES TO LOG-DETAIL-REC.
           ADD 1 TO WS-SECTION-COUNT.
       H330-END.EXIT.
      *
      *Every item still waiting on APPRQUE, oldest first, with the
      *days it has waited as of the report date. APPRQUE is created
      *by the first run to hold an item; until then nothing waits.
       H400-PRINT-PENDING.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'ITEMS STILL AWAITING A SECOND OPERATOR' TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE PEND-HEADING-REC TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           OPEN INPUT APPR-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF APQ-NOTFOUND
               SET APPR-EOF TO TRUE
           ELSE
               PERFORM H920-CHECK-APQ-STATUS
               PERFORM H420-READ-APPR
           END-IF.
           PERFORM H430-LIST-PENDING UNTIL APPR-EOF.
           IF NOT APQ-NOTFOUND
               CLOSE APPR-FILE
           END-IF.
           MOVE 'STILL PENDING'  TO ST-LABEL.
           MOVE WS-PENDING-COUNT TO ST-COUNT.
           PERFORM H410-WRITE-SECTION-TOTAL.
       H400-END.EXIT.
      *
       H410-WRITE-SECTION-TOTAL.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM SECTION-TOTAL-REC.
           PERFORM H930-CHECK-PRT-STATUS.
           MOVE SPACES TO SECTION-TOTAL-REC.
       H410-END.EXIT.
      *
       H420-READ-APPR.
           MOVE 'READ'  TO WS-OPERATION.
           READ APPR-FILE NEXT
               AT END SET APPR-EOF TO TRUE
           END-READ.
           IF NOT APPR-EOF
               PERFORM H920-CHECK-APQ-STATUS
           END-IF.
       H420-END.EXIT.
      *
       H430-LIST-PENDING.
           IF APPR-PENDING
               COMPUTE WS-INT-QUEUED =
                   FUNCTION INTEGER-OF-DATE(APPR-QUEUE-DATE)
               COMPUTE WS-DAYS-WAITING = WS-INT-REPORT - WS-INT-QUEUED
               IF WS-DAYS-WAITING < ZERO
                   MOVE ZERO TO WS-DAYS-WAITING
               END-IF
               MOVE APPR-QUEUE-DATE  TO PD-QUEUE-DATE
               MOVE APPR-QUEUE-TIME  TO PD-QUEUE-TIME
               MOVE APPR-SEQ         TO PD-SEQ
               MOVE APPR-SOURCE      TO PD-SOURCE
               MOVE APPR-ACCT-NO     TO PD-ACCT-NO
               MOVE APPR-TRANS-TYPE  TO PD-TRANS-TYPE
               MOVE APPR-AMOUNT      TO PD-AMOUNT
               MOVE APPR-CEILING     TO PD-CEILING
               MOVE APPR-OPERATOR-ID TO PD-KEYED-BY
               MOVE WS-DAYS-WAITING  TO PD-DAYS
               MOVE 'WRITE' TO WS-OPERATION
               WRITE PRINT-REC FROM PEND-DETAIL-REC
               PERFORM H930-CHECK-PRT-STATUS
               MOVE SPACES TO PEND-DETAIL-REC
               ADD 1 TO WS-PENDING-COUNT
           END-IF.
           PERFORM H420-READ-APPR.
       H430-END.EXIT.
      *
       H810-WRITE-PRINT-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC.
           PERFORM H930-CHECK-PRT-STATUS.
       H810-END.EXIT.
      *
      *Report the failing file/operation/status, then stop the job
      *with a distinct return code, the same as CBLOMNT1's convention.
       H905-ABEND.
           DISPLAY 'CBLOOPR1 ABEND - FILE: ' WS-ABEND-FILE-NAME
                   ' OPERATION: ' WS-OPERATION
                   ' STATUS: '    WS-ABEND-STATUS.
           MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       H905-END.EXIT.
      *
       H910-CHECK-OLG-STATUS.
           IF NOT OLG-SUCCESS AND NOT OLG-EOF
               MOVE 'OPERLOG' TO WS-ABEND-FILE-NAME
               MOVE OLG-ST    TO WS-ABEND-STATUS
               MOVE 20        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H910-END.EXIT.
      *
       H920-CHECK-APQ-STATUS.
           IF NOT APQ-SUCCESS AND NOT APQ-EOF
               MOVE 'APPRQUE' TO WS-ABEND-FILE-NAME
               MOVE APQ-ST    TO WS-ABEND-STATUS
               MOVE 24        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H920-END.EXIT.
      *
       H930-CHECK-PRT-STATUS.
           IF NOT PRT-SUCCESS
               MOVE 'PRTOPR'  TO WS-ABEND-FILE-NAME
               MOVE PRT-ST    TO WS-ABEND-STATUS
               MOVE 28        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H930-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           DISPLAY 'CBLOOPR1 DATE: '  WS-REPORT-DATE
                   ' VIOLATIONS: '    WS-VIOLATION-COUNT
                   ' HELD: '          WS-HELD-COUNT
                   ' RELEASED OR DECLINED: ' WS-APPROVAL-COUNT
                   ' STILL PENDING: ' WS-PENDING-COUNT.
           CLOSE PRINT-LINE.
           STOP RUN.
       H999-END.EXIT.
      *
