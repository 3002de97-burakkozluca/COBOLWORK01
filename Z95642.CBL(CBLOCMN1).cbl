      *table, and writes the surviving records out as the new
      *master - no more hand edits, no more CBLOXRF1 mismatching on
      *a fudged name for weeks.
      *The operator id on each transaction must be on the OPERMAST
      *operator master, active, and allowed the customer transaction
      *type; a transaction that fails is rejected with the other
      *edit failures and the refusal logged to OPERLOG for the
      *supervisor's daily report.
      *CTRAN-FILE (customer transactions) assign to CUSTTRN
      *CUST-FILE (CODEV customer master, input) assign to CUSTMAST
      *NEWM-FILE (maintained customer master, out) assign to CUSTOUT
      *CREJ-FILE (rejects plus reason code) assign to CUSTREJ
      *CAUD-FILE (before/after audit trail) assign to CUSTAUD
      *OPER-FILE (operator master, VSAM KSDS) assign to OPERMAST
      *OLOG-FILE (operator authority log) assign to OPERLOG
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRAN-FILE ASSIGN TO CUSTTRN
                             STATUS    REJ-ST.
           SELECT CAUD-FILE  ASSIGN TO CUSTAUD
                             STATUS    AUD-ST.
           SELECT OPER-FILE  ASSIGN TO OPERMAST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS OPER-ID
                             STATUS       IS OPR-ST.
           SELECT OLOG-FILE  ASSIGN TO OPERLOG
                             STATUS    OLG-ST.
      *-------------
       DATA DIVISION.
      *-------------
           05  CAUD-CUST-NO       PIC X(4).
           05  CAUD-BEFORE-IMAGE  PIC X(50).
           05  CAUD-AFTER-IMAGE   PIC X(50).
      *
       FD  OPER-FILE RECORDING MODE F.
           COPY OPERREC.
      *
      *One log record per transaction refused on operator authority.
       FD  OLOG-FILE RECORDING MODE F.
           COPY OPLOGREC.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 AUD-ST   PIC XX.
              88 AUD-SUCCESS  VALUE '00' '97'.
              88 AUD-NOTFOUND VALUE '35'.
           05 OPR-ST   PIC XX.
              88 OPR-SUCCESS  VALUE '00' '97'.
              88 OPR-NOTFND   VALUE '23'.
           05 OLG-ST   PIC XX.
              88 OLG-SUCCESS  VALUE '00' '97'.
              88 OLG-NOTFOUND VALUE '35'.
      *WS-OPERATION names the I/O verb just issued, for the abend
      *message written by H905-ABEND.
       01  WS-ABEND-INFO.
       01  WS-REJECT-REASON.
           05 WS-REASON-CODE       PIC X(4)  VALUE SPACES.
           05 WS-REASON-DESC       PIC X(30) VALUE SPACES.
      *The authority log event for an operator edit failure, and the
      *count of times the transaction type appears in the operator's
      *list of allowed customer types.
       01  WS-AUTHORITY-WORK.
           05 WS-LOG-EVENT         PIC X(1)  VALUE SPACE.
           05 WS-TYPE-HITS         PIC 9(3)  COMP-3 VALUE ZERO.
      *Today's date, stamped on CUST-TODAY when a customer is added
      *and on every audit record, and the ceiling a keyed birth
      *date may not pass.
               OPEN OUTPUT CAUD-FILE
           END-IF.
           PERFORM H940-CHECK-AUD-STATUS.
           OPEN INPUT  OPER-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H950-CHECK-OPR-STATUS.
      *OPERLOG accumulates across runs and programs, the same as
      *CUSTAUD.
           OPEN EXTEND OLOG-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF OLG-NOTFOUND
               OPEN OUTPUT OLOG-FILE
           END-IF.
           PERFORM H960-CHECK-OLG-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
       H100-END.EXIT.
      *
           MOVE 'P'    TO WS-EDIT-SW.
           MOVE SPACES TO WS-REASON-CODE WS-REASON-DESC.
           PERFORM H210-APPLY-EDITS.
           IF EDIT-PASSED
               PERFORM H225-EDIT-OPERATOR
           END-IF.
           IF EDIT-PASSED
               PERFORM H250-FIND-CUSTOMER-SLOT
               EVALUATE TRUE
               SET EDIT-FAILED TO TRUE
           END-IF.
       H220-END.EXIT.
      *
      *The operator must be on the operator master, active, and hold
      *the transaction type in their list of customer maintenance
      *types, as CBLOEDT1 checks account maintenance. A refusal is
      *logged for the supervisor as well as rejected.
       H225-EDIT-OPERATOR.
           MOVE CTR-OPERATOR-ID TO OPER-ID.
           MOVE 'READ'  TO WS-OPERATION.
           READ OPER-FILE.
           IF OPR-NOTFND
               MOVE 'C013' TO WS-REASON-CODE
               MOVE 'OPERATOR NOT ON OPERATOR FILE' TO WS-REASON-DESC
               MOVE 'U'    TO WS-LOG-EVENT
               SET EDIT-FAILED TO TRUE
           ELSE
               PERFORM H950-CHECK-OPR-STATUS
               MOVE ZERO TO WS-TYPE-HITS
               INSPECT OPER-CUST-TYPES TALLYING WS-TYPE-HITS
                   FOR ALL CTR-TYPE
               IF NOT OPER-ACTIVE
                   MOVE 'C014' TO WS-REASON-CODE
                   MOVE 'OPERATOR NOT ACTIVE' TO WS-REASON-DESC
                   MOVE 'I'    TO WS-LOG-EVENT
                   SET EDIT-FAILED TO TRUE
               ELSE
                   IF WS-TYPE-HITS = ZERO
                       MOVE 'C015' TO WS-REASON-CODE
                       MOVE 'TYPE NOT AUTHORIZED FOR OPER'
                                   TO WS-REASON-DESC
                       MOVE 'T'    TO WS-LOG-EVENT
                       SET EDIT-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF EDIT-FAILED
               PERFORM H228-WRITE-AUTHORITY-LOG
           END-IF.
       H225-END.EXIT.
      *
       H228-WRITE-AUTHORITY-LOG.
           MOVE SPACES TO OLOG-REC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OLOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO OLOG-TIME.
           MOVE 'CBLOCMN1'        TO OLOG-PROGRAM.
           MOVE WS-LOG-EVENT      TO OLOG-EVENT.
           MOVE CTR-OPERATOR-ID   TO OLOG-OPERATOR-ID.
           MOVE CTR-OPERATOR-ID   TO OLOG-KEYED-BY.
           MOVE CTR-TYPE          TO OLOG-TRANS-TYPE.
           MOVE CTR-CUST-NO       TO OLOG-KEY.
           MOVE ZERO              TO OLOG-AMOUNT OLOG-CEILING.
           MOVE WS-REASON-DESC    TO OLOG-REASON.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE OLOG-REC.
           PERFORM H960-CHECK-OLG-STATUS.
       H228-END.EXIT.
      *
       H230-EDIT-NAMES.
           IF EDIT-PASSED AND CTR-NAME = SPACES
           CLOSE CTRAN-FILE
                 NEWM-FILE
                 CREJ-FILE
                 CAUD-FILE
                 OPER-FILE
                 OLOG-FILE.
       H500-END.EXIT.
      *
      *Report the failing file/operation/status, then stop the job
               PERFORM H905-ABEND
           END-IF.
       H940-END.EXIT.
      *
       H950-CHECK-OPR-STATUS.
           IF NOT OPR-SUCCESS
               MOVE 'OPERMAST' TO WS-ABEND-FILE-NAME
               MOVE OPR-ST     TO WS-ABEND-STATUS
               MOVE 36         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H950-END.EXIT.
      *
       H960-CHECK-OLG-STATUS.
           IF NOT OLG-SUCCESS
               MOVE 'OPERLOG'  TO WS-ABEND-FILE-NAME
               MOVE OLG-ST     TO WS-ABEND-STATUS
               MOVE 40         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H960-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           DISPLAY 'CBLOCMN1 LOADED: ' WS-LOADED-COUNT
