      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLOOPM1.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *CBLOOPM1 maintains the OPERMAST operator master that CBLOEDT1,
      *CBLOMNT1, CBLOPST1, CBLOCMN1, CBLOAPR1, CBLOSUS1 and CBLOCTM1
      *check every operator id against. One card per change: 'A' adds an
      *operator, 'C' replaces an operator's name, allowed type lists,
      *ceilings and approver flag, 'S' suspends an operator and 'R'
      *reinstates one. The administrator keying the card must be an
      *active approver on the master and may not maintain their own
      *record, so nobody raises their own ceiling. The run that creates
      *OPERMAST is the initial load and takes the cards on the
      *administrator's word, since nobody is on file yet to check
      *against. Every card is listed with its result; an applied change
      *stamps the record with the date and the administrator.
      *The system operator ids that cut transactions on their own -
      *SYSREVW (CBLOREV1 limit reviews), SYSDELQ (CBLODLQ1 late fees)
      *and SYSDORM (CBLODRM1 dormant closes and refund adjustments) -
      *need records here like anyone else.
      *OPERTRN-FILE (operator maintenance cards) assign to OPERTRN
      *OPER-FILE (operator master, VSAM KSDS) assign to OPERMAST
      *PRINT-LINE (maintenance listing) assign to PRTOPM
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERTRN-FILE ASSIGN TO OPERTRN
                               STATUS    OTR-ST.
           SELECT OPER-FILE    ASSIGN TO OPERMAST
                               ORGANIZATION IS INDEXED
                               ACCESS MODE  IS RANDOM
                               RECORD KEY   IS OPER-ID
                               STATUS       IS OPR-ST.
           SELECT PRINT-LINE   ASSIGN TO PRTOPM
                               STATUS    PRT-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *One maintenance card. The ceilings are keyed in whole dollars.
      *The type lists, ceilings and approver flag are ignored on a
      *suspend or reinstate card.
       FD  OPERTRN-FILE RECORDING MODE F.
       01  OPERTRN-REC.
           05  OT-ACTION              PIC X(1).
               88  OT-ADD             VALUE 'A'.
               88  OT-CHANGE          VALUE 'C'.
               88  OT-SUSPEND         VALUE 'S'.
               88  OT-REINSTATE       VALUE 'R'.
           05  OT-OPER-ID             PIC X(8).
           05  OT-NAME                PIC X(20).
           05  OT-ACCT-TYPES          PIC X(8).
           05  OT-MONY-TYPES          PIC X(8).
           05  OT-CUST-TYPES          PIC X(8).
           05  OT-LIMIT-CEILING       PIC 9(7).
           05  OT-ADJ-CEILING         PIC 9(7).
           05  OT-APPROVER            PIC X(1).
               88  OT-APPROVER-VALID  VALUE 'Y' 'N'.
           05  OT-ADMIN-ID            PIC X(8).
           05  FILLER                 PIC X(4).
      *
       FD  OPER-FILE RECORDING MODE F.
           COPY OPERREC.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *Column headings for the card lines.
       01  OPM-HEADING-REC.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(4)  VALUE 'ACT'.
           05  FILLER             PIC X(10) VALUE 'OPERATOR'.
           05  FILLER             PIC X(22) VALUE 'NAME'.
           05  FILLER             PIC X(10) VALUE 'ACCT'.
           05  FILLER             PIC X(10) VALUE 'MONY'.
           05  FILLER             PIC X(10) VALUE 'CUST'.
           05  FILLER             PIC X(9)  VALUE '  LIMIT'.
           05  FILLER             PIC X(9)  VALUE '    ADJ'.
           05  FILLER             PIC X(3)  VALUE 'AP'.
           05  FILLER             PIC X(10) VALUE 'ADMIN'.
           05  FILLER             PIC X(33) VALUE 'RESULT'.
      *One line per card.
       01  OPM-DETAIL-REC.
           05  FILLER             PIC X(2).
           05  OD-ACTION          PIC X(1).
           05  FILLER             PIC X(3).
           05  OD-OPER-ID         PIC X(8).
           05  FILLER             PIC X(2).
           05  OD-NAME            PIC X(20).
           05  FILLER             PIC X(2).
           05  OD-ACCT-TYPES      PIC X(8).
           05  FILLER             PIC X(2).
           05  OD-MONY-TYPES      PIC X(8).
           05  FILLER             PIC X(2).
           05  OD-CUST-TYPES      PIC X(8).
           05  FILLER             PIC X(2).
           05  OD-LIMIT-CEILING   PIC Z,ZZZ,ZZ9.
           05  OD-ADJ-CEILING     PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(1).
           05  OD-APPROVER        PIC X(1).
           05  FILLER             PIC X(2).
           05  OD-ADMIN-ID        PIC X(8).
           05  FILLER             PIC X(2).
           05  OD-RESULT          PIC X(32).
      *Total line: label, count.
       01  OPM-TOTAL-REC.
           05  FILLER             PIC X(2).
           05  TL-LABEL           PIC X(24).
           05  TL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER             PIC X(99).
       01  FLAGS.
           05 OPERTRN-EOF-SW      PIC X VALUE 'N'.
              88 OPERTRN-EOF      VALUE 'Y'.
      *Set when this run created OPERMAST: the initial load, with no
      *administrator on file to check the cards against.
           05 WS-INITIAL-LOAD-SW  PIC X VALUE 'N'.
              88 WS-INITIAL-LOAD  VALUE 'Y'.
       01  FILE-STATUSES.
           05 OTR-ST   PIC XX.
              88 OTR-SUCCESS  VALUE '00' '97'.
              88 OTR-EOF      VALUE '10'.
           05 OPR-ST   PIC XX.
              88 OPR-SUCCESS  VALUE '00' '97'.
              88 OPR-NOTFND   VALUE '23'.
              88 OPR-NOTFOUND VALUE '35'.
           05 PRT-ST   PIC XX.
              88 PRT-SUCCESS  VALUE '00' '97'.
      *WS-OPERATION names the I/O verb just issued, for the abend
      *message written by H905-ABEND.
       01  WS-ABEND-INFO.
           05 WS-OPERATION         PIC X(8) VALUE SPACES.
           05 WS-ABEND-FILE-NAME   PIC X(8) VALUE SPACES.
           05 WS-ABEND-STATUS      PIC XX   VALUE '00'.
           05 WS-ABEND-RETURN-CODE PIC 9(3) VALUE ZERO.
      *The reason a card cannot be applied; spaces when it can.
       01  WS-REJECT-REASON        PIC X(32) VALUE SPACES.
       01  WS-RUN-TOTALS.
           05 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-ADD-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-CHANGE-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-SUSPEND-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-REINSTATE-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT      PIC 9(7) VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS-CARD UNTIL OPERTRN-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           OPEN INPUT  OPERTRN-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H910-CHECK-OTR-STATUS.
      *OPERMAST is created empty by the first run, which is then the
      *initial load.
           OPEN I-O    OPER-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF OPR-NOTFOUND
               OPEN OUTPUT OPER-FILE
               PERFORM H920-CHECK-OPR-STATUS
               CLOSE OPER-FILE
               OPEN I-O OPER-FILE
               SET WS-INITIAL-LOAD TO TRUE
           END-IF.
           PERFORM H920-CHECK-OPR-STATUS.
           OPEN OUTPUT PRINT-LINE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H930-CHECK-PRT-STATUS.
           MOVE SPACES TO OPM-DETAIL-REC OPM-TOTAL-REC.
           MOVE 'OPERATOR MASTER MAINTENANCE' TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           IF WS-INITIAL-LOAD
               MOVE 'INITIAL LOAD - ADMINISTRATOR NOT CHECKED'
                 TO PRINT-REC
               PERFORM H810-WRITE-PRINT-LINE
           END-IF.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE OPM-HEADING-REC TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           PERFORM H250-READ-OPERTRN.
       H100-END.EXIT.
      *
      *Edit one card, check the administrator, apply it if it can be
      *applied, and list it.
       H200-PROCESS-CARD.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN NOT OT-ADD AND NOT OT-CHANGE
                   AND NOT OT-SUSPEND AND NOT OT-REINSTATE
                   MOVE 'REJECTED - UNKNOWN ACTION'
                     TO WS-REJECT-REASON
               WHEN OT-OPER-ID = SPACES
                   MOVE 'REJECTED - NO OPERATOR ID'
                     TO WS-REJECT-REASON
               WHEN OT-ADMIN-ID = SPACES
                   MOVE 'REJECTED - NO ADMINISTRATOR ID'
                     TO WS-REJECT-REASON
               WHEN OT-ADMIN-ID = OT-OPER-ID
                   MOVE 'REJECTED - OWN RECORD'
                     TO WS-REJECT-REASON
               WHEN (OT-ADD OR OT-CHANGE) AND OT-NAME = SPACES
                   MOVE 'REJECTED - NAME MISSING'
                     TO WS-REJECT-REASON
               WHEN (OT-ADD OR OT-CHANGE)
                   AND (OT-LIMIT-CEILING NOT NUMERIC
                   OR OT-ADJ-CEILING NOT NUMERIC)
                   MOVE 'REJECTED - CEILING NOT NUMERIC'
                     TO WS-REJECT-REASON
               WHEN (OT-ADD OR OT-CHANGE) AND NOT OT-APPROVER-VALID
                   MOVE 'REJECTED - APPROVER NOT Y OR N'
                     TO WS-REJECT-REASON
               WHEN OTHER
                   IF NOT WS-INITIAL-LOAD
                       PERFORM H210-CHECK-ADMINISTRATOR
                   END-IF
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               PERFORM H220-APPLY-CARD
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-REJECT-REASON TO OD-RESULT
           END-IF.
           PERFORM H240-WRITE-CARD-LINE.
           PERFORM H250-READ-OPERTRN.
       H200-END.EXIT.
      *
      *The administrator must be an active approver on the master.
       H210-CHECK-ADMINISTRATOR.
           MOVE OT-ADMIN-ID TO OPER-ID.
           MOVE 'READ'  TO WS-OPERATION.
           READ OPER-FILE.
           IF OPR-NOTFND
               MOVE 'REJECTED - ADMIN NOT ON FILE'
                 TO WS-REJECT-REASON
           ELSE
               PERFORM H920-CHECK-OPR-STATUS
               IF NOT OPER-ACTIVE OR NOT OPER-CAN-APPROVE
                   MOVE 'REJECTED - ADMIN NOT AUTHORIZED'
                     TO WS-REJECT-REASON
               END-IF
           END-IF.
       H210-END.EXIT.
      *
      *Read the operator's record and apply the card to it: an add
      *needs the operator not on file, everything else needs them on
      *it, and a suspend or reinstate needs them in the opposite
      *state.
       H220-APPLY-CARD.
           MOVE OT-OPER-ID TO OPER-ID.
           MOVE 'READ'  TO WS-OPERATION.
           READ OPER-FILE.
           IF OPR-NOTFND
               IF OT-ADD
                   PERFORM H230-ADD-OPERATOR
               ELSE
                   MOVE 'REJECTED - OPERATOR NOT ON FILE'
                     TO WS-REJECT-REASON
               END-IF
           ELSE
               PERFORM H920-CHECK-OPR-STATUS
               EVALUATE TRUE
                   WHEN OT-ADD
                       MOVE 'REJECTED - OPERATOR ALREADY ON FILE'
                         TO WS-REJECT-REASON
                   WHEN OT-CHANGE
                       PERFORM H235-MOVE-CARD-FIELDS
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE 'CHANGED' TO OD-RESULT
                   WHEN OT-SUSPEND AND OPER-SUSPENDED
                       MOVE 'REJECTED - ALREADY SUSPENDED'
                         TO WS-REJECT-REASON
                   WHEN OT-SUSPEND
                       SET OPER-SUSPENDED TO TRUE
                       ADD 1 TO WS-SUSPEND-COUNT
                       MOVE 'SUSPENDED' TO OD-RESULT
                   WHEN OT-REINSTATE AND OPER-ACTIVE
                       MOVE 'REJECTED - ALREADY ACTIVE'
                         TO WS-REJECT-REASON
                   WHEN OT-REINSTATE
                       SET OPER-ACTIVE TO TRUE
                       ADD 1 TO WS-REINSTATE-COUNT
                       MOVE 'REINSTATED' TO OD-RESULT
               END-EVALUATE
               IF WS-REJECT-REASON = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO OPER-CHANGED-DATE
                   MOVE OT-ADMIN-ID TO OPER-CHANGED-BY
                   MOVE 'REWRITE' TO WS-OPERATION
                   REWRITE OPER-REC
                   PERFORM H920-CHECK-OPR-STATUS
               END-IF
           END-IF.
       H220-END.EXIT.
      *
       H230-ADD-OPERATOR.
           MOVE SPACES     TO OPER-REC.
           MOVE OT-OPER-ID TO OPER-ID.
           SET OPER-ACTIVE TO TRUE.
           PERFORM H235-MOVE-CARD-FIELDS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OPER-CHANGED-DATE.
           MOVE OT-ADMIN-ID TO OPER-CHANGED-BY.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE OPER-REC.
           PERFORM H920-CHECK-OPR-STATUS.
           ADD 1 TO WS-ADD-COUNT.
           MOVE 'ADDED' TO OD-RESULT.
       H230-END.EXIT.
      *
       H235-MOVE-CARD-FIELDS.
           MOVE OT-NAME          TO OPER-NAME.
           MOVE OT-ACCT-TYPES    TO OPER-ACCT-TYPES.
           MOVE OT-MONY-TYPES    TO OPER-MONY-TYPES.
           MOVE OT-CUST-TYPES    TO OPER-CUST-TYPES.
           MOVE OT-LIMIT-CEILING TO OPER-LIMIT-CEILING.
           MOVE OT-ADJ-CEILING   TO OPER-ADJ-CEILING.
           MOVE OT-APPROVER      TO OPER-APPROVER.
       H235-END.EXIT.
      *
       H240-WRITE-CARD-LINE.
           MOVE OT-ACTION        TO OD-ACTION.
           MOVE OT-OPER-ID       TO OD-OPER-ID.
           MOVE OT-NAME          TO OD-NAME.
           MOVE OT-ACCT-TYPES    TO OD-ACCT-TYPES.
           MOVE OT-MONY-TYPES    TO OD-MONY-TYPES.
           MOVE OT-CUST-TYPES    TO OD-CUST-TYPES.
           IF OT-LIMIT-CEILING NUMERIC
               MOVE OT-LIMIT-CEILING TO OD-LIMIT-CEILING
           END-IF.
           IF OT-ADJ-CEILING NUMERIC
               MOVE OT-ADJ-CEILING   TO OD-ADJ-CEILING
           END-IF.
           MOVE OT-APPROVER      TO OD-APPROVER.
           MOVE OT-ADMIN-ID      TO OD-ADMIN-ID.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM OPM-DETAIL-REC.
           PERFORM H930-CHECK-PRT-STATUS.
           MOVE SPACES TO OPM-DETAIL-REC.
       H240-END.EXIT.
      *
       H250-READ-OPERTRN.
           MOVE 'READ'  TO WS-OPERATION.
           READ OPERTRN-FILE
               AT END SET OPERTRN-EOF TO TRUE
           END-READ.
           IF NOT OPERTRN-EOF
               PERFORM H910-CHECK-OTR-STATUS
           END-IF.
       H250-END.EXIT.
      *
       H400-PRINT-TOTALS.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'ADDED'               TO TL-LABEL.
           MOVE WS-ADD-COUNT          TO TL-COUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'CHANGED'             TO TL-LABEL.
           MOVE WS-CHANGE-COUNT       TO TL-COUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'SUSPENDED'           TO TL-LABEL.
           MOVE WS-SUSPEND-COUNT      TO TL-COUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'REINSTATED'          TO TL-LABEL.
           MOVE WS-REINSTATE-COUNT    TO TL-COUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'CARDS REJECTED'      TO TL-LABEL.
           MOVE WS-REJECT-COUNT       TO TL-COUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
       H400-END.EXIT.
      *
       H410-WRITE-TOTAL-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM OPM-TOTAL-REC.
           PERFORM H930-CHECK-PRT-STATUS.
           MOVE SPACES TO OPM-TOTAL-REC.
       H410-END.EXIT.
      *
       H810-WRITE-PRINT-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC.
           PERFORM H930-CHECK-PRT-STATUS.
       H810-END.EXIT.
      *
       H500-CLOSE-FILES.
           CLOSE OPERTRN-FILE
                 OPER-FILE
                 PRINT-LINE.
       H500-END.EXIT.
      *
      *Report the failing file/operation/status, then stop the job
      *with a distinct return code, the same as CBLOMNT1's convention.
       H905-ABEND.
           DISPLAY 'CBLOOPM1 ABEND - FILE: ' WS-ABEND-FILE-NAME
                   ' OPERATION: ' WS-OPERATION
                   ' STATUS: '    WS-ABEND-STATUS.
           MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       H905-END.EXIT.
      *
       H910-CHECK-OTR-STATUS.
           IF NOT OTR-SUCCESS AND NOT OTR-EOF
               MOVE 'OPERTRN' TO WS-ABEND-FILE-NAME
               MOVE OTR-ST    TO WS-ABEND-STATUS
               MOVE 20        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H910-END.EXIT.
      *
       H920-CHECK-OPR-STATUS.
           IF NOT OPR-SUCCESS
               MOVE 'OPERMAST' TO WS-ABEND-FILE-NAME
               MOVE OPR-ST     TO WS-ABEND-STATUS
               MOVE 24         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H920-END.EXIT.
      *
       H930-CHECK-PRT-STATUS.
           IF NOT PRT-SUCCESS
               MOVE 'PRTOPM'  TO WS-ABEND-FILE-NAME
               MOVE PRT-ST    TO WS-ABEND-STATUS
               MOVE 28        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H930-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           PERFORM H400-PRINT-TOTALS.
           DISPLAY 'CBLOOPM1 CARDS READ: ' WS-READ-COUNT
                   ' ADDED: '              WS-ADD-COUNT
                   ' CHANGED: '            WS-CHANGE-COUNT
                   ' SUSPENDED: '          WS-SUSPEND-COUNT
                   ' REINSTATED: '         WS-REINSTATE-COUNT
                   ' REJECTED: '           WS-REJECT-COUNT.
           PERFORM H500-CLOSE-FILES.
           STOP RUN.
       H999-END.EXIT.
      *
