      *incoming transaction stream, so bad data is stopped here with a
      *reason code instead of landing on the ACCTREC master and being
      *found weeks later on the CBLODEV1 listing.
      *The operator id on each transaction must be on the OPERMAST
      *operator master, active, and allowed the transaction type;
      *a transaction that fails is rejected like any other edit
      *failure and the refusal is logged to OPERLOG for the
      *supervisor's daily report (CBLOOPR1).
      *A renumber must name the new account number, which may not be
      *the old one, and say whether the card was lost or stolen;
      *whether the numbers are on the master is CBLOMNT1's check.
      *TRANS-FILE (raw keyed transactions) assign to TRANSIN
      *CLEAN-FILE (edited transactions, becomes CBLOMNT1's input)
      *assign to TRANSOUT
      *REJECT-FILE (failed transactions plus reason code) assign to
      *TRANSREJ
      *RUNCTL-FILE (run-control calendar, VSAM KSDS) assign to RUNCTL
      *OPER-FILE (operator master, VSAM KSDS) assign to OPERMAST
      *OLOG-FILE (operator authority log) assign to OPERLOG
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE  ASSIGN TO TRANSIN
                              ACCESS MODE  IS RANDOM
                              RECORD KEY   IS RUN-PROGRAM
                              STATUS       IS RNC-ST.
           SELECT OPER-FILE   ASSIGN TO OPERMAST
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS RANDOM
                              RECORD KEY   IS OPER-ID
                              STATUS       IS OPR-ST.
           SELECT OLOG-FILE   ASSIGN TO OPERLOG
                              STATUS    OLG-ST.
      *-------------
       DATA DIVISION.
      *-------------
      *can demand a same-day CBLOEDT1 completion before it starts.
       FD  RUNCTL-FILE RECORDING MODE F.
           COPY RUNCTLRC.
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
              88 RNC-SUCCESS  VALUE '00' '97'.
              88 RNC-NOTFND   VALUE '23'.
              88 RNC-NOTFOUND VALUE '35'.
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
      *list of allowed types.
       01  WS-AUTHORITY-WORK.
           05 WS-LOG-EVENT         PIC X(1)  VALUE SPACE.
           05 WS-TYPE-HITS         PIC 9(3)  COMP-3 VALUE ZERO.
      *The fifty valid state names TRANS-USA-STATE is edited against,
      *in ascending order for the SEARCH ALL in H260-EDIT-STATE.
       01  WS-STATE-TABLE-VALUES.
           OPEN OUTPUT REJECT-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H930-CHECK-REJ-STATUS.
           OPEN INPUT  OPER-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H950-CHECK-OPR-STATUS.
      *OPERLOG is opened EXTEND so the authority events accumulate
      *across runs and programs, the same as ACCTAUD; the first run
      *to log anything creates it.
           OPEN EXTEND OLOG-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF OLG-NOTFOUND
               OPEN OUTPUT OLOG-FILE
           END-IF.
           PERFORM H960-CHECK-OLG-STATUS.
           MOVE 'READ'  TO WS-OPERATION.
           READ TRANS-FILE
               AT END SET TRANS-EOF TO TRUE
           MOVE 'P'    TO WS-EDIT-SW.
           MOVE SPACES TO WS-REASON-CODE WS-REASON-DESC.
           PERFORM H210-APPLY-EDITS.
           IF EDIT-PASSED
               PERFORM H270-EDIT-OPERATOR
           END-IF.
           IF EDIT-PASSED
               PERFORM H300-WRITE-CLEAN
           ELSE
      *Apply the edits that fit the transaction type: an add must pass
      *every field edit, a change everything but the names (CBLOMNT1
      *does not apply names on a change), a delete or a close only
      *the key and the operator id, a customer confirmation the key
      *fields plus the customer number it is confirming, and a
      *renumber the key fields plus the new number and the reason.
       H210-APPLY-EDITS.
           EVALUATE TRUE
               WHEN TRANS-ADD
               WHEN TRANS-CONFIRM
                   PERFORM H220-EDIT-KEY-FIELDS
                   PERFORM H260-EDIT-CUST-NO
               WHEN TRANS-RENUMBER
                   PERFORM H220-EDIT-KEY-FIELDS
                   PERFORM H265-EDIT-RENUMBER
               WHEN OTHER
                   MOVE 'E001' TO WS-REASON-CODE
                   MOVE 'INVALID TRANSACTION TYPE'
               SET EDIT-FAILED TO TRUE
           END-IF.
       H260-END.EXIT.
      *
      *A renumber carries the replacement account number and the
      *lost/stolen reason in the comments area. The new number must
      *be present and differ from the number being reissued.
       H265-EDIT-RENUMBER.
           IF EDIT-PASSED AND TRANS-NEW-ACCT-NO = SPACES
               MOVE 'E016' TO WS-REASON-CODE
               MOVE 'NEW ACCOUNT NUMBER MISSING' TO WS-REASON-DESC
               SET EDIT-FAILED TO TRUE
           END-IF.
           IF EDIT-PASSED AND TRANS-NEW-ACCT-NO = TRANS-ACCT-NO
               MOVE 'E017' TO WS-REASON-CODE
               MOVE 'NEW ACCOUNT SAME AS OLD' TO WS-REASON-DESC
               SET EDIT-FAILED TO TRUE
           END-IF.
           IF EDIT-PASSED AND NOT TRANS-RENUM-VALID
               MOVE 'E018' TO WS-REASON-CODE
               MOVE 'INVALID RENUMBER REASON' TO WS-REASON-DESC
               SET EDIT-FAILED TO TRUE
           END-IF.
       H265-END.EXIT.
      *
      *The operator must be on the operator master, active, and hold
      *the transaction type in their list of account maintenance
      *types. A refusal is logged for the supervisor as well as
      *rejected.
       H270-EDIT-OPERATOR.
           MOVE TRANS-OPERATOR-ID TO OPER-ID.
           MOVE 'READ'  TO WS-OPERATION.
           READ OPER-FILE.
           IF OPR-NOTFND
               MOVE 'E013' TO WS-REASON-CODE
               MOVE 'OPERATOR NOT ON OPERATOR FILE' TO WS-REASON-DESC
               MOVE 'U'    TO WS-LOG-EVENT
               SET EDIT-FAILED TO TRUE
           ELSE
               PERFORM H950-CHECK-OPR-STATUS
               MOVE ZERO TO WS-TYPE-HITS
               INSPECT OPER-ACCT-TYPES TALLYING WS-TYPE-HITS
                   FOR ALL TRANS-TYPE
               IF NOT OPER-ACTIVE
                   MOVE 'E014' TO WS-REASON-CODE
                   MOVE 'OPERATOR NOT ACTIVE' TO WS-REASON-DESC
                   MOVE 'I'    TO WS-LOG-EVENT
                   SET EDIT-FAILED TO TRUE
               ELSE
                   IF WS-TYPE-HITS = ZERO
                       MOVE 'E015' TO WS-REASON-CODE
                       MOVE 'TYPE NOT AUTHORIZED FOR OPER'
                                   TO WS-REASON-DESC
                       MOVE 'T'    TO WS-LOG-EVENT
                       SET EDIT-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF EDIT-FAILED
               PERFORM H280-WRITE-AUTHORITY-LOG
           END-IF.
       H270-END.EXIT.
      *
       H280-WRITE-AUTHORITY-LOG.
           MOVE SPACES TO OLOG-REC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OLOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO OLOG-TIME.
           MOVE 'CBLOEDT1'        TO OLOG-PROGRAM.
           MOVE WS-LOG-EVENT      TO OLOG-EVENT.
           MOVE TRANS-OPERATOR-ID TO OLOG-OPERATOR-ID.
           MOVE TRANS-OPERATOR-ID TO OLOG-KEYED-BY.
           MOVE TRANS-TYPE        TO OLOG-TRANS-TYPE.
           MOVE TRANS-ACCT-NO     TO OLOG-KEY.
           MOVE ZERO              TO OLOG-AMOUNT OLOG-CEILING.
           MOVE WS-REASON-DESC    TO OLOG-REASON.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE OLOG-REC.
           PERFORM H960-CHECK-OLG-STATUS.
       H280-END.EXIT.
      *
       H300-WRITE-CLEAN.
           MOVE 'WRITE' TO WS-OPERATION.
       H400-CLOSE-FILES.
           CLOSE TRANS-FILE
                 CLEAN-FILE
                 REJECT-FILE
                 OPER-FILE
                 OLOG-FILE.
       H400-END.EXIT.
      *
      *Mark this run complete on the calendar. Only a clean end of
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
           DISPLAY 'CBLOEDT1 READ: ' WS-READ-COUNT
