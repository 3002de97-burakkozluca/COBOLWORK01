      *ACCT-REC (account master, VSAM KSDS) assign to ACCTREC
      *AUDIT-FILE (before/after audit trail) assign to ACCTAUD
      *RUNCTL-FILE (run-control calendar, VSAM KSDS) assign to RUNCTL
      *REGCTL-FILE (register control totals) assign to REGCTL
      *OPER-FILE (operator master, VSAM KSDS) assign to OPERMAST
      *APPR-FILE (pending-approval queue, VSAM KSDS) assign to APPRQUE
      *OLOG-FILE (operator authority log) assign to OPERLOG
      *LINK-FILE (account renumbering links, VSAM KSDS) assign to
      *ACCTLINK
      *BILL-FILE (billing cycles, VSAM KSDS) assign to BILLING
      *CONT-FILE (collections contact history, VSAM KSDS) assign to
      *CONTACTS
      *YTD-FILE (year-to-date accumulators, VSAM KSDS) assign to
      *YTDACCT
      *Every transaction is checked against the operator master
      *before it is applied: an operator not on file, suspended or
      *not allowed the type is refused. An add or change whose
      *credit limit rises above the account's current limit by more
      *than the operator's limit ceiling is not applied at all - it
      *is held on APPRQUE until a second operator releases it
      *through CBLOAPR1. Refusals and held items are logged to
      *OPERLOG for the supervisor's daily report.
      *A renumber ('R') reissues a lost or stolen card's account under
      *a new number. The new account is written with the old one's
      *balance, limit, customer link and address; the old one is
      *closed with its balance moved off and a comment pointing at
      *its replacement. Both sides go to ACCTAUD under type 'R', and
      *the old/new pair is filed on ACCTLINK so inquiries, audit
      *history and statements can follow the chain. The debt moves
      *with the balance: every BILLING cycle still open is copied
      *under the new number and the old copy marked reissued, and
      *the whole CONTACTS history moves to the new number, so the
      *past-due amount, the aging and any live promise carry on
      *against the new card. The year-to-date accumulators on
      *YTDACCT move as well, current and prior year, so the annual
      *summary covers the whole year under the new number. The
      *balance only changes number, so a renumber adds nothing to
      *the REGCTL movement. A renumber is refused if the old
      *account is not on file or closed, if the new number is
      *already on the master or already has billing cycles,
      *contacts or year-to-date figures filed under it, or if either
      *number already appears on ACCTLINK.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO TRANSIN
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS RUN-PROGRAM
                             STATUS       IS RNC-ST.
           SELECT REGCTL-FILE ASSIGN TO REGCTL
                             STATUS    RCT-ST.
           SELECT OPER-FILE  ASSIGN TO OPERMAST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS OPER-ID
                             STATUS       IS OPR-ST.
           SELECT APPR-FILE  ASSIGN TO APPRQUE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS APPR-KEY
                             STATUS       IS APQ-ST.
           SELECT OLOG-FILE  ASSIGN TO OPERLOG
                             STATUS    OLG-ST.
           SELECT LINK-FILE  ASSIGN TO ACCTLINK
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS DYNAMIC
                             RECORD KEY   IS LINK-OLD-ACCT-NO
                             ALTERNATE RECORD KEY IS LINK-NEW-ACCT-NO
                             STATUS       IS LNK-ST.
           SELECT BILL-FILE  ASSIGN TO BILLING
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS DYNAMIC
                             RECORD KEY   IS BILL-KEY
                             STATUS       IS BIL-ST.
           SELECT CONT-FILE  ASSIGN TO CONTACTS
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS DYNAMIC
                             RECORD KEY   IS CONT-KEY
                             STATUS       IS CON-ST.
           SELECT YTD-FILE   ASSIGN TO YTDACCT
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS YTD-ACCT-NO
                             STATUS       IS YTD-ST.
      *-------------
       DATA DIVISION.
      *-------------
      *never run against a TRANSOUT that was not produced today.
       FD  RUNCTL-FILE RECORDING MODE F.
           COPY RUNCTLRC.
      *
      *The balance movement made by adds and changes, appended at the
      *end of the run for CBLOGLX1's general ledger journal proof.
       FD  REGCTL-FILE RECORDING MODE F.
           COPY REGCTLRC.
      *
       FD  OPER-FILE RECORDING MODE F.
           COPY OPERREC.
      *
      *Limit increases over the keying operator's ceiling wait here,
      *whole transaction and all, for a second operator.
       FD  APPR-FILE RECORDING MODE F.
           COPY APPRREC.
      *
       FD  OLOG-FILE RECORDING MODE F.
           COPY OPLOGREC.
      *
      *One old-number/new-number pair per renumbered account.
       FD  LINK-FILE RECORDING MODE F.
           COPY LINKREC.
      *
      *A renumbered account's open billing cycles, its contact
      *history and its year-to-date figures move to the new number
      *with the balance.
       FD  BILL-FILE RECORDING MODE F.
           COPY BILLREC.
      *
       FD  CONT-FILE RECORDING MODE F.
           COPY CONTREC.
      *
       FD  YTD-FILE RECORDING MODE F.
           COPY YTDREC.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 TRANS-EOF-SW        PIC X VALUE 'N'.
              88 TRANS-EOF        VALUE 'Y'.
      *WS-AUTH-SW carries the verdict of the operator check on the
      *transaction in hand.
           05 WS-AUTH-SW          PIC X VALUE 'P'.
              88 AUTH-PASSED      VALUE 'P'.
              88 AUTH-FAILED      VALUE 'F'.
      *BILLING, CONTACTS and YTDACCT are only there once the first
      *statement has been cut, the first contact keyed and the first
      *posting or finance charge accumulated.
           05 BILL-FILE-SW        PIC X VALUE 'N'.
              88 BILL-FILE-OPEN   VALUE 'Y'.
           05 CONT-FILE-SW        PIC X VALUE 'N'.
              88 CONT-FILE-OPEN   VALUE 'Y'.
           05 YTD-FILE-SW         PIC X VALUE 'N'.
              88 YTD-FILE-OPEN    VALUE 'Y'.
           05 BILL-SCAN-SW        PIC X VALUE 'N'.
              88 BILL-SCAN-DONE   VALUE 'Y'.
           05 CONT-SCAN-SW        PIC X VALUE 'N'.
              88 CONT-SCAN-DONE   VALUE 'Y'.
       01  FILE-STATUSES.
           05 TRN-ST   PIC XX.
              88 TRN-SUCCESS VALUE '00' '97'.
              88 RNC-SUCCESS  VALUE '00' '97'.
              88 RNC-NOTFND   VALUE '23'.
              88 RNC-NOTFOUND VALUE '35'.
           05 RCT-ST   PIC XX.
              88 RCT-SUCCESS  VALUE '00' '97'.
              88 RCT-NOTFOUND VALUE '35'.
           05 OPR-ST   PIC XX.
              88 OPR-SUCCESS  VALUE '00' '97'.
              88 OPR-NOTFND   VALUE '23'.
           05 APQ-ST   PIC XX.
              88 APQ-SUCCESS  VALUE '00' '97'.
              88 APQ-NOTFOUND VALUE '35'.
           05 OLG-ST   PIC XX.
              88 OLG-SUCCESS  VALUE '00' '97'.
              88 OLG-NOTFOUND VALUE '35'.
           05 LNK-ST   PIC XX.
              88 LNK-SUCCESS  VALUE '00' '97'.
              88 LNK-NOTFND   VALUE '23'.
              88 LNK-NOTFOUND VALUE '35'.
           05 BIL-ST   PIC XX.
              88 BIL-SUCCESS  VALUE '00' '97'.
              88 BIL-NOTFND   VALUE '23'.
              88 BIL-NOTFOUND VALUE '35'.
              88 BIL-FILE-EOF VALUE '10'.
           05 CON-ST   PIC XX.
              88 CON-SUCCESS  VALUE '00' '97'.
              88 CON-NOTFND   VALUE '23'.
              88 CON-NOTFOUND VALUE '35'.
              88 CON-FILE-EOF VALUE '10'.
           05 YTD-ST   PIC XX.
              88 YTD-SUCCESS  VALUE '00' '97'.
              88 YTD-NOTFND   VALUE '23'.
              88 YTD-NOTFOUND VALUE '35'.
      *WS-OPERATION names the I/O verb just issued, for the abend
      *message written by H900-ABEND.
       01  WS-ABEND-INFO.
           05 WS-CLOSE-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-CONFIRM-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-HELD-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-RENUMBER-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-CYCLE-MOVE-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-CONT-MOVE-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-YTD-MOVE-COUNT    PIC 9(7) VALUE ZERO.
      *Balance movement: an add brings its opening balance onto the
      *file, a change moves the balance by new minus old.
           05 WS-ADD-MOVEMENT      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-CHANGE-MOVEMENT   PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-OLD-BALANCE       PIC S9(7)V99 COMP-3 VALUE ZERO.
      *Today's date, stamped on ACCT-STATUS-DATE as the open date of
      *an added account and the close date of a closed one.
       01  WS-TODAY-DATE           PIC 9(8) VALUE ZERO.
      *Operator authority work: the log event and reason for the
      *transaction in hand, the count of times its type appears in
      *the operator's allowed list, and the limit increase measured
      *against the operator's ceiling. Held items are keyed by this
      *run's start date and time and a sequence within the run.
       01  WS-AUTHORITY-WORK.
           05 WS-LOG-EVENT         PIC X(1)  VALUE SPACE.
           05 WS-LOG-REASON        PIC X(30) VALUE SPACES.
           05 WS-TYPE-HITS         PIC 9(3)  COMP-3 VALUE ZERO.
           05 WS-LIMIT-INCREASE    PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-APPR-RUN-DATE     PIC 9(8)  VALUE ZERO.
           05 WS-APPR-RUN-TIME     PIC 9(6)  VALUE ZERO.
           05 WS-APPR-SEQ          PIC 9(5)  VALUE ZERO.
      *Renumber work: the old account's record as read, which becomes
      *the new account once its number and status are replaced, and
      *the reason wording for the old account's pointer comment.
       01  WS-RENUMBER-WORK.
           05 WS-RENUM-OLD-IMAGE   PIC X(174) VALUE SPACES.
           05 WS-SCAN-ACCT-NO      PIC X(8)   VALUE SPACES.
           05 WS-RENUM-REASON-TEXT PIC X(12)  VALUE SPACES.
           05 WS-RENUM-REFUSED-SW  PIC X VALUE 'N'.
              88 WS-RENUM-REFUSED  VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           PERFORM H930-CHECK-AUD-STATUS.
           OPEN INPUT  OPER-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H960-CHECK-OPR-STATUS.
      *APPRQUE is created empty the first time an item is held, the
      *same as CBLOPST1 treats SUSPENSE; OPERLOG accumulates across
      *runs the same as ACCTAUD.
           OPEN I-O    APPR-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF APQ-NOTFOUND
               OPEN OUTPUT APPR-FILE
               PERFORM H970-CHECK-APQ-STATUS
               CLOSE APPR-FILE
               OPEN I-O APPR-FILE
           END-IF.
           PERFORM H970-CHECK-APQ-STATUS.
           OPEN EXTEND OLOG-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF OLG-NOTFOUND
               OPEN OUTPUT OLOG-FILE
           END-IF.
           PERFORM H980-CHECK-OLG-STATUS.
      *ACCTLINK is created empty the first time, the same as APPRQUE.
           OPEN I-O    LINK-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF LNK-NOTFOUND
               OPEN OUTPUT LINK-FILE
               PERFORM H990-CHECK-LNK-STATUS
               CLOSE LINK-FILE
               OPEN I-O LINK-FILE
           END-IF.
           PERFORM H990-CHECK-LNK-STATUS.
      *BILLING, CONTACTS and YTDACCT not there yet just means a
      *renumber has no cycles, contacts or figures to carry over.
           OPEN I-O    BILL-FILE.
           IF BIL-NOTFOUND
               CONTINUE
           ELSE
               MOVE 'OPEN'  TO WS-OPERATION
               PERFORM H992-CHECK-BIL-STATUS
               SET BILL-FILE-OPEN TO TRUE
           END-IF.
           OPEN I-O    CONT-FILE.
           IF CON-NOTFOUND
               CONTINUE
           ELSE
               MOVE 'OPEN'  TO WS-OPERATION
               PERFORM H994-CHECK-CON-STATUS
               SET CONT-FILE-OPEN TO TRUE
           END-IF.
           OPEN I-O    YTD-FILE.
           IF YTD-NOTFOUND
               CONTINUE
           ELSE
               MOVE 'OPEN'  TO WS-OPERATION
               PERFORM H996-CHECK-YTD-STATUS
               SET YTD-FILE-OPEN TO TRUE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-APPR-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-APPR-RUN-TIME.
           MOVE 'READ'  TO WS-OPERATION.
           READ TRANS-FILE
               AT END SET TRANS-EOF TO TRUE
           END-IF.
       H155-END.EXIT.
      *
      *The operator must be on the operator master, active, and hold
      *the transaction type - CBLOEDT1 has already refused anything
      *that fails, so a refusal here means TRANSIN did not come
      *through today's edit or the operator master changed since.
      *The operator record stays in the buffer for the ceiling test.
       H160-CHECK-OPERATOR.
           MOVE 'P' TO WS-AUTH-SW.
           MOVE TRANS-OPERATOR-ID TO OPER-ID.
           MOVE 'READ'  TO WS-OPERATION.
           READ OPER-FILE.
           IF OPR-NOTFND
               MOVE 'U' TO WS-LOG-EVENT
               MOVE 'OPERATOR NOT ON OPERATOR FILE' TO WS-LOG-REASON
               SET AUTH-FAILED TO TRUE
           ELSE
               PERFORM H960-CHECK-OPR-STATUS
               MOVE ZERO TO WS-TYPE-HITS
               INSPECT OPER-ACCT-TYPES TALLYING WS-TYPE-HITS
                   FOR ALL TRANS-TYPE
               IF NOT OPER-ACTIVE
                   MOVE 'I' TO WS-LOG-EVENT
                   MOVE 'OPERATOR NOT ACTIVE' TO WS-LOG-REASON
                   SET AUTH-FAILED TO TRUE
               ELSE
                   IF WS-TYPE-HITS = ZERO
                       MOVE 'T' TO WS-LOG-EVENT
                       MOVE 'TYPE NOT AUTHORIZED FOR OPER'
                         TO WS-LOG-REASON
                       SET AUTH-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF AUTH-FAILED
               DISPLAY 'CBLOMNT1 REJECT - ' WS-LOG-REASON ' '
                       TRANS-OPERATOR-ID ' ACCOUNT: ' TRANS-ACCT-NO
               ADD 1 TO WS-REJECT-COUNT
               MOVE ZERO TO WS-LIMIT-INCREASE
               PERFORM H260-WRITE-AUTHORITY-LOG
           END-IF.
       H160-END.EXIT.
      *
      *Check the operator's authority, apply the transaction if it
      *passes, then read the next one.
       H200-PROCESS-TRANSACTION.
           PERFORM H160-CHECK-OPERATOR.
           IF AUTH-PASSED
               EVALUATE TRUE
                   WHEN TRANS-ADD
                       PERFORM H210-ADD-ACCOUNT
                   WHEN TRANS-CHANGE
                       PERFORM H220-CHANGE-ACCOUNT
                   WHEN TRANS-DELETE
                       PERFORM H230-DELETE-ACCOUNT
                   WHEN TRANS-CLOSE
                       PERFORM H225-CLOSE-ACCOUNT
                   WHEN TRANS-CONFIRM
                       PERFORM H227-CONFIRM-CUSTOMER
                   WHEN TRANS-RENUMBER
                       PERFORM H270-RENUMBER-ACCOUNT
                   WHEN OTHER
                       PERFORM H240-REJECT-TRANSACTION
               END-EVALUATE
           END-IF.
           MOVE 'READ' TO WS-OPERATION.
           READ TRANS-FILE
               AT END SET TRANS-EOF TO TRUE
       H200-END.EXIT.
      *
      *Add a new account. Rejected if the account number already
      *exists on the master. The whole opening limit counts as the
      *increase against the operator's limit ceiling; over it, the
      *add is held for approval instead.
       H210-ADD-ACCOUNT.
           MOVE TRANS-ACCT-NO TO ACCT-NO.
           MOVE 'READ'  TO WS-OPERATION.
               IF NOT ACC-NOTFND
                   PERFORM H920-CHECK-ACC-STATUS
               END-IF
               MOVE TRANS-LIMIT TO WS-LIMIT-INCREASE
               IF WS-LIMIT-INCREASE > OPER-LIMIT-CEILING
                   PERFORM H250-HOLD-FOR-APPROVAL
               ELSE
                   MOVE SPACES TO AUDIT-BEFORE-IMAGE
                   INITIALIZE ACCT-FIELDS
                   MOVE TRANS-ACCT-NO     TO ACCT-NO
                   MOVE TRANS-LIMIT       TO ACCT-LIMIT
                   MOVE TRANS-BALANCE     TO ACCT-BALANCE
                   MOVE TRANS-LAST-NAME   TO LAST-NAME
                   MOVE TRANS-FIRST-NAME  TO FIRST-NAME
                   MOVE TRANS-STREET-ADDR TO STREET-ADDR
                   MOVE TRANS-CITY-COUNTY TO CITY-COUNTY
                   MOVE TRANS-USA-STATE   TO USA-STATE
                   MOVE TRANS-COMMENTS    TO COMMENTS
                   MOVE 'A' TO ACCT-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
                   MOVE WS-TODAY-DATE TO ACCT-STATUS-DATE
                   MOVE 'WRITE' TO WS-OPERATION
                   WRITE ACCT-FIELDS
                   IF NOT ACC-SUCCESS
                       PERFORM H920-CHECK-ACC-STATUS
                   END-IF
                   MOVE ACCT-FIELDS TO AUDIT-AFTER-IMAGE
                   ADD 1 TO WS-ADD-COUNT
                   ADD ACCT-BALANCE TO WS-ADD-MOVEMENT
                   PERFORM H900-WRITE-AUDIT-RECORD
               END-IF
           END-IF.
       H210-END.EXIT.
      *
      *Replace ACCT-LIMIT, ACCT-BALANCE, CLIENT-ADDR and COMMENTS on
      *an existing account. Rejected if the account is not on file or
      *has been closed. A limit raised above the current one by more
      *than the operator's limit ceiling holds the whole change for
      *approval instead.
       H220-CHANGE-ACCOUNT.
           MOVE TRANS-ACCT-NO TO ACCT-NO.
           MOVE 'READ'  TO WS-OPERATION.
                           'CLOSED: ' TRANS-ACCT-NO
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   COMPUTE WS-LIMIT-INCREASE = TRANS-LIMIT - ACCT-LIMIT
                   IF WS-LIMIT-INCREASE > OPER-LIMIT-CEILING
                       PERFORM H250-HOLD-FOR-APPROVAL
                   ELSE
                       PERFORM H222-APPLY-CHANGE
                   END-IF
               END-IF
           END-IF.
       H220-END.EXIT.
      *
       H222-APPLY-CHANGE.
           MOVE ACCT-FIELDS TO AUDIT-BEFORE-IMAGE.
           MOVE ACCT-BALANCE      TO WS-OLD-BALANCE.
           MOVE TRANS-LIMIT       TO ACCT-LIMIT.
           MOVE TRANS-BALANCE     TO ACCT-BALANCE.
           MOVE TRANS-STREET-ADDR TO STREET-ADDR.
           MOVE TRANS-CITY-COUNTY TO CITY-COUNTY.
           MOVE TRANS-USA-STATE   TO USA-STATE.
           MOVE TRANS-COMMENTS    TO COMMENTS.
           MOVE 'REWRITE' TO WS-OPERATION.
           REWRITE ACCT-FIELDS.
           IF NOT ACC-SUCCESS
               PERFORM H920-CHECK-ACC-STATUS
           END-IF.
           MOVE ACCT-FIELDS TO AUDIT-AFTER-IMAGE.
           ADD 1 TO WS-CHANGE-COUNT.
           COMPUTE WS-CHANGE-MOVEMENT = WS-CHANGE-MOVEMENT
               + ACCT-BALANCE - WS-OLD-BALANCE.
           PERFORM H900-WRITE-AUDIT-RECORD.
       H222-END.EXIT.
      *
      *Close an account in place: the record stays on the master with
      *ACCT-STATUS 'C' and today's date as the close date, so the
           ADD 1 TO WS-REJECT-COUNT.
       H240-END.EXIT.
      *
      *Hold the transaction on APPRQUE, untouched, for a second
      *operator to release through CBLOAPR1; nothing is applied to
      *the master now. The hold is logged for the supervisor.
       H250-HOLD-FOR-APPROVAL.
           ADD 1 TO WS-APPR-SEQ.
           MOVE SPACES             TO APPR-REC.
           MOVE WS-APPR-RUN-DATE   TO APPR-QUEUE-DATE.
           MOVE WS-APPR-RUN-TIME   TO APPR-QUEUE-TIME.
           MOVE WS-APPR-SEQ        TO APPR-SEQ.
           MOVE 'MNT'              TO APPR-SOURCE.
           MOVE TRANS-ACCT-NO      TO APPR-ACCT-NO.
           MOVE TRANS-TYPE         TO APPR-TRANS-TYPE.
           MOVE WS-LIMIT-INCREASE  TO APPR-AMOUNT.
           MOVE OPER-LIMIT-CEILING TO APPR-CEILING.
           MOVE TRANS-OPERATOR-ID  TO APPR-OPERATOR-ID.
           SET APPR-PENDING        TO TRUE.
           MOVE ZERO               TO APPR-ACTION-DATE.
           MOVE TRANS-REC          TO APPR-TRANS-IMAGE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE APPR-REC.
           PERFORM H970-CHECK-APQ-STATUS.
           ADD 1 TO WS-HELD-COUNT.
           DISPLAY 'CBLOMNT1 HELD - LIMIT INCREASE OVER CEILING, '
                   'ACCOUNT: ' TRANS-ACCT-NO ' OPERATOR: '
                   TRANS-OPERATOR-ID.
           MOVE 'Q' TO WS-LOG-EVENT.
           MOVE 'LIMIT INCREASE OVER CEILING' TO WS-LOG-REASON.
           PERFORM H260-WRITE-AUTHORITY-LOG.
       H250-END.EXIT.
      *
      *Log an operator refusal or a held item to OPERLOG. The amount
      *and ceiling are the limit increase and the operator's limit
      *ceiling; zero for a refusal.
       H260-WRITE-AUTHORITY-LOG.
           MOVE SPACES TO OLOG-REC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OLOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO OLOG-TIME.
           MOVE 'CBLOMNT1'        TO OLOG-PROGRAM.
           MOVE WS-LOG-EVENT      TO OLOG-EVENT.
           MOVE TRANS-OPERATOR-ID TO OLOG-OPERATOR-ID.
           MOVE TRANS-OPERATOR-ID TO OLOG-KEYED-BY.
           MOVE TRANS-TYPE        TO OLOG-TRANS-TYPE.
           MOVE TRANS-ACCT-NO     TO OLOG-KEY.
           MOVE WS-LIMIT-INCREASE TO OLOG-AMOUNT.
           IF OLOG-HELD
               MOVE OPER-LIMIT-CEILING TO OLOG-CEILING
               MOVE APPR-KEY           TO OLOG-APPR-KEY
           ELSE
               MOVE ZERO               TO OLOG-CEILING
           END-IF.
           MOVE WS-LOG-REASON     TO OLOG-REASON.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE OLOG-REC.
           PERFORM H980-CHECK-OLG-STATUS.
       H260-END.EXIT.
      *
      *Reissue an account under a new number. Every refusal is
      *checked before anything is written: the new number must not be
      *on the master, already used on ACCTLINK or already carrying
      *billing cycles or contacts of its own, and the old account
      *must not have been reissued before, must be on file and must
      *not be closed. The old account is read last so its record is
      *the one in the buffer when the change is applied.
       H270-RENUMBER-ACCOUNT.
           MOVE 'N' TO WS-RENUM-REFUSED-SW.
           MOVE TRANS-NEW-ACCT-NO TO ACCT-NO.
           MOVE 'READ'  TO WS-OPERATION.
           READ ACCT-REC.
           IF ACC-SUCCESS
               DISPLAY 'CBLOMNT1 REJECT - RENUMBER, NEW ACCOUNT '
                       'ALREADY EXISTS: ' TRANS-NEW-ACCT-NO
               SET WS-RENUM-REFUSED TO TRUE
           ELSE
               IF NOT ACC-NOTFND
                   PERFORM H920-CHECK-ACC-STATUS
               END-IF
           END-IF.
           IF NOT WS-RENUM-REFUSED
               PERFORM H271-CHECK-LINKS
           END-IF.
           IF NOT WS-RENUM-REFUSED
               PERFORM H273-CHECK-NEW-HISTORY
           END-IF.
           IF NOT WS-RENUM-REFUSED
               MOVE TRANS-ACCT-NO TO ACCT-NO
               MOVE 'READ'  TO WS-OPERATION
               READ ACCT-REC
               IF ACC-NOTFND
                   DISPLAY 'CBLOMNT1 REJECT - RENUMBER, ACCOUNT NOT '
                           'FOUND: ' TRANS-ACCT-NO
                   SET WS-RENUM-REFUSED TO TRUE
               ELSE
                   PERFORM H920-CHECK-ACC-STATUS
                   IF ACCT-CLOSED
                       DISPLAY 'CBLOMNT1 REJECT - RENUMBER, ACCOUNT '
                               'CLOSED: ' TRANS-ACCT-NO
                       SET WS-RENUM-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WS-RENUM-REFUSED
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM H272-APPLY-RENUMBER
           END-IF.
       H270-END.EXIT.
      *
      *Neither number may already be on ACCTLINK: the old one as an
      *account already reissued, the new one as a number a chain
      *already runs through, or the chain would fork.
       H271-CHECK-LINKS.
           MOVE TRANS-ACCT-NO TO LINK-OLD-ACCT-NO.
           MOVE 'READ'  TO WS-OPERATION.
           READ LINK-FILE.
           IF LNK-SUCCESS
               DISPLAY 'CBLOMNT1 REJECT - RENUMBER, ACCOUNT ALREADY '
                       'REISSUED: ' TRANS-ACCT-NO
               SET WS-RENUM-REFUSED TO TRUE
           ELSE
               IF NOT LNK-NOTFND
                   PERFORM H990-CHECK-LNK-STATUS
               END-IF
           END-IF.
           IF NOT WS-RENUM-REFUSED
               MOVE TRANS-NEW-ACCT-NO TO LINK-NEW-ACCT-NO
               MOVE 'READ'  TO WS-OPERATION
               READ LINK-FILE KEY IS LINK-NEW-ACCT-NO
               IF LNK-SUCCESS
                   DISPLAY 'CBLOMNT1 REJECT - RENUMBER, NEW ACCOUNT '
                           'ALREADY LINKED: ' TRANS-NEW-ACCT-NO
                   SET WS-RENUM-REFUSED TO TRUE
               ELSE
                   IF NOT LNK-NOTFND
                       PERFORM H990-CHECK-LNK-STATUS
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-RENUM-REFUSED
               MOVE TRANS-NEW-ACCT-NO TO LINK-OLD-ACCT-NO
               MOVE 'READ'  TO WS-OPERATION
               READ LINK-FILE
               IF LNK-SUCCESS
                   DISPLAY 'CBLOMNT1 REJECT - RENUMBER, NEW ACCOUNT '
                           'ALREADY LINKED: ' TRANS-NEW-ACCT-NO
                   SET WS-RENUM-REFUSED TO TRUE
               ELSE
                   IF NOT LNK-NOTFND
                       PERFORM H990-CHECK-LNK-STATUS
                   END-IF
               END-IF
           END-IF.
       H271-END.EXIT.
      *
      *Close the old account with its balance moved off and a pointer
      *to the new number, then write the new account from the old
      *one's record under the new number, open as of today. Each side
      *gets its own 'R' audit record - the new side with no before
      *image, like an add - and the pair is filed on ACCTLINK.
       H272-APPLY-RENUMBER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE ACCT-FIELDS TO WS-RENUM-OLD-IMAGE.
           MOVE ACCT-FIELDS TO AUDIT-BEFORE-IMAGE.
           IF TRANS-RENUM-STOLEN
               MOVE 'CARD STOLEN' TO WS-RENUM-REASON-TEXT
           ELSE
               MOVE 'CARD LOST'   TO WS-RENUM-REASON-TEXT
           END-IF.
           MOVE ZERO TO ACCT-BALANCE.
           MOVE 'C' TO ACCT-STATUS.
           MOVE WS-TODAY-DATE TO ACCT-STATUS-DATE.
           MOVE SPACES TO COMMENTS.
           STRING 'REISSUED AS ' TRANS-NEW-ACCT-NO ' - '
                  WS-RENUM-REASON-TEXT
                  DELIMITED BY SIZE INTO COMMENTS
           END-STRING.
           MOVE 'REWRITE' TO WS-OPERATION.
           REWRITE ACCT-FIELDS.
           IF NOT ACC-SUCCESS
               PERFORM H920-CHECK-ACC-STATUS
           END-IF.
           MOVE ACCT-FIELDS TO AUDIT-AFTER-IMAGE.
           PERFORM H900-WRITE-AUDIT-RECORD.
           MOVE WS-RENUM-OLD-IMAGE TO ACCT-FIELDS.
           MOVE TRANS-NEW-ACCT-NO TO ACCT-NO.
           MOVE 'A' TO ACCT-STATUS.
           MOVE WS-TODAY-DATE TO ACCT-STATUS-DATE.
           MOVE SPACES TO COMMENTS.
           STRING 'REISSUED FROM ' TRANS-ACCT-NO
                  DELIMITED BY SIZE INTO COMMENTS
           END-STRING.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE ACCT-FIELDS.
           IF NOT ACC-SUCCESS
               PERFORM H920-CHECK-ACC-STATUS
           END-IF.
           MOVE SPACES TO AUDIT-BEFORE-IMAGE.
           MOVE ACCT-FIELDS TO AUDIT-AFTER-IMAGE.
           MOVE TRANS-NEW-ACCT-NO TO AUDIT-ACCT-NO.
           PERFORM H901-STAMP-AUDIT-RECORD.
           MOVE SPACES TO LINK-REC.
           MOVE TRANS-ACCT-NO      TO LINK-OLD-ACCT-NO.
           MOVE TRANS-NEW-ACCT-NO  TO LINK-NEW-ACCT-NO.
           MOVE WS-TODAY-DATE      TO LINK-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO LINK-TIME.
           MOVE TRANS-OPERATOR-ID  TO LINK-OPERATOR-ID.
           MOVE TRANS-RENUM-REASON TO LINK-REASON.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE LINK-REC.
           PERFORM H990-CHECK-LNK-STATUS.
           IF BILL-FILE-OPEN
               PERFORM H274-MOVE-BILLING-CYCLES
           END-IF.
           IF CONT-FILE-OPEN
               PERFORM H278-MOVE-CONTACTS
           END-IF.
           IF YTD-FILE-OPEN
               PERFORM H282-MOVE-YEAR-TO-DATE
           END-IF.
           ADD 1 TO WS-RENUMBER-COUNT.
       H272-END.EXIT.
      *
      *Cycles, contacts or year-to-date figures already filed under
      *the new number - left by an account deleted outright - would
      *collide with the ones being carried over, so the renumber is
      *refused instead.
       H273-CHECK-NEW-HISTORY.
           IF BILL-FILE-OPEN
               MOVE TRANS-NEW-ACCT-NO TO BILL-ACCT-NO
               MOVE ZERO              TO BILL-PERIOD
               PERFORM H276-START-BILLING
               IF NOT BILL-SCAN-DONE
                   DISPLAY 'CBLOMNT1 REJECT - RENUMBER, NEW ACCOUNT '
                           'HAS BILLING CYCLES: ' TRANS-NEW-ACCT-NO
                   SET WS-RENUM-REFUSED TO TRUE
               END-IF
           END-IF.
           IF CONT-FILE-OPEN AND NOT WS-RENUM-REFUSED
               MOVE TRANS-NEW-ACCT-NO TO CONT-ACCT-NO
               MOVE ZERO              TO CONT-DATE
               PERFORM H280-START-CONTACTS
               IF NOT CONT-SCAN-DONE
                   DISPLAY 'CBLOMNT1 REJECT - RENUMBER, NEW ACCOUNT '
                           'HAS CONTACTS: ' TRANS-NEW-ACCT-NO
                   SET WS-RENUM-REFUSED TO TRUE
               END-IF
           END-IF.
           IF YTD-FILE-OPEN AND NOT WS-RENUM-REFUSED
               MOVE TRANS-NEW-ACCT-NO TO YTD-ACCT-NO
               MOVE 'READ'  TO WS-OPERATION
               READ YTD-FILE
               IF NOT YTD-NOTFND
                   PERFORM H996-CHECK-YTD-STATUS
                   DISPLAY 'CBLOMNT1 REJECT - RENUMBER, NEW ACCOUNT '
                           'HAS YEAR-TO-DATE FIGURES: '
                           TRANS-NEW-ACCT-NO
                   SET WS-RENUM-REFUSED TO TRUE
               END-IF
           END-IF.
       H273-END.EXIT.
      *
      *Copy each of the old account's open cycles under the new
      *number, same period and amounts, and mark the old copy
      *reissued. Paid cycles stay with the old number as history.
      *Writing under the new key does not move the read position,
      *and a record under the new number ends the old one's scan.
       H274-MOVE-BILLING-CYCLES.
           MOVE TRANS-ACCT-NO TO BILL-ACCT-NO.
           MOVE ZERO          TO BILL-PERIOD.
           PERFORM H276-START-BILLING.
           PERFORM H275-MOVE-ONE-CYCLE UNTIL BILL-SCAN-DONE.
       H274-END.EXIT.
      *
       H275-MOVE-ONE-CYCLE.
           IF BILL-OPEN
               SET BILL-REISSUED TO TRUE
               MOVE 'REWRITE' TO WS-OPERATION
               REWRITE BILL-REC
               PERFORM H992-CHECK-BIL-STATUS
               MOVE TRANS-NEW-ACCT-NO TO BILL-ACCT-NO
               SET BILL-OPEN TO TRUE
               MOVE 'WRITE' TO WS-OPERATION
               WRITE BILL-REC
               PERFORM H992-CHECK-BIL-STATUS
               ADD 1 TO WS-CYCLE-MOVE-COUNT
           END-IF.
           PERFORM H277-READ-BILL-NEXT.
       H275-END.EXIT.
      *
      *Position on the first cycle of the account in BILL-ACCT-NO and
      *read it; the scan is done at once if there is none.
       H276-START-BILLING.
           MOVE 'N' TO BILL-SCAN-SW.
           MOVE BILL-ACCT-NO TO WS-SCAN-ACCT-NO.
           MOVE 'START' TO WS-OPERATION.
           START BILL-FILE KEY NOT < BILL-KEY.
           IF BIL-NOTFND OR BIL-FILE-EOF
               SET BILL-SCAN-DONE TO TRUE
           ELSE
               PERFORM H992-CHECK-BIL-STATUS
               PERFORM H277-READ-BILL-NEXT
           END-IF.
       H276-END.EXIT.
      *
      *Read the account's next cycle; another account's ends the
      *scan.
       H277-READ-BILL-NEXT.
           MOVE 'READ' TO WS-OPERATION.
           READ BILL-FILE NEXT
               AT END SET BILL-SCAN-DONE TO TRUE
           END-READ.
           IF NOT BILL-SCAN-DONE
               PERFORM H992-CHECK-BIL-STATUS
               IF BILL-ACCT-NO NOT = WS-SCAN-ACCT-NO
                   SET BILL-SCAN-DONE TO TRUE
               END-IF
           END-IF.
       H277-END.EXIT.
      *
      *Move the old account's whole contact history to the new
      *number: each record is written under the new number as it
      *stands - promise, result and payments counted - and deleted
      *from the old one. Promises are judged against the account's
      *payments as a set, so the history cannot be split.
       H278-MOVE-CONTACTS.
           MOVE TRANS-ACCT-NO TO CONT-ACCT-NO.
           MOVE ZERO          TO CONT-DATE.
           PERFORM H280-START-CONTACTS.
           PERFORM H279-MOVE-ONE-CONTACT UNTIL CONT-SCAN-DONE.
       H278-END.EXIT.
      *
       H279-MOVE-ONE-CONTACT.
           MOVE 'DELETE' TO WS-OPERATION.
           DELETE CONT-FILE.
           PERFORM H994-CHECK-CON-STATUS.
           MOVE TRANS-NEW-ACCT-NO TO CONT-ACCT-NO.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE CONT-REC.
           PERFORM H994-CHECK-CON-STATUS.
           ADD 1 TO WS-CONT-MOVE-COUNT.
           PERFORM H281-READ-CONT-NEXT.
       H279-END.EXIT.
      *
      *Position on the first contact of the account in CONT-ACCT-NO
      *and read it; the scan is done at once if there is none.
       H280-START-CONTACTS.
           MOVE 'N' TO CONT-SCAN-SW.
           MOVE CONT-ACCT-NO TO WS-SCAN-ACCT-NO.
           MOVE 'START' TO WS-OPERATION.
           START CONT-FILE KEY NOT < CONT-KEY.
           IF CON-NOTFND OR CON-FILE-EOF
               SET CONT-SCAN-DONE TO TRUE
           ELSE
               PERFORM H994-CHECK-CON-STATUS
               PERFORM H281-READ-CONT-NEXT
           END-IF.
       H280-END.EXIT.
      *
       H281-READ-CONT-NEXT.
           MOVE 'READ' TO WS-OPERATION.
           READ CONT-FILE NEXT
               AT END SET CONT-SCAN-DONE TO TRUE
           END-READ.
           IF NOT CONT-SCAN-DONE
               PERFORM H994-CHECK-CON-STATUS
               IF CONT-ACCT-NO NOT = WS-SCAN-ACCT-NO
                   SET CONT-SCAN-DONE TO TRUE
               END-IF
           END-IF.
       H281-END.EXIT.
      *
      *Move the old account's year-to-date record, both years as they
      *stand, to the new number. The new number has none of its own
      *(H273), so the annual summary for the year shows everything
      *under the number the customer holds, and the old record is
      *removed so no figure is summarized twice.
       H282-MOVE-YEAR-TO-DATE.
           MOVE TRANS-ACCT-NO TO YTD-ACCT-NO.
           MOVE 'READ'  TO WS-OPERATION.
           READ YTD-FILE.
           IF NOT YTD-NOTFND
               PERFORM H996-CHECK-YTD-STATUS
               MOVE 'DELETE' TO WS-OPERATION
               DELETE YTD-FILE
               PERFORM H996-CHECK-YTD-STATUS
               MOVE TRANS-NEW-ACCT-NO TO YTD-ACCT-NO
               MOVE 'WRITE' TO WS-OPERATION
               WRITE YTD-REC
               PERFORM H996-CHECK-YTD-STATUS
               ADD 1 TO WS-YTD-MOVE-COUNT
           END-IF.
       H282-END.EXIT.
      *
      *Write the before/after audit trail entry for the transaction
      *just applied, stamped with the operator id and current date
      *and time.
       H900-WRITE-AUDIT-RECORD.
           MOVE TRANS-ACCT-NO     TO AUDIT-ACCT-NO.
           PERFORM H901-STAMP-AUDIT-RECORD.
       H900-END.EXIT.
      *
      *Stamp and write an audit record whose account number is
      *already set - the new side of a renumber is filed under the
      *new number rather than the transaction's.
       H901-STAMP-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-TIME.
           MOVE TRANS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE TRANS-TYPE        TO AUDIT-TRANS-TYPE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE AUDIT-REC.
           PERFORM H930-CHECK-AUD-STATUS.
       H901-END.EXIT.
      *
       H300-CLOSE-FILES.
           CLOSE TRANS-FILE
                 ACCT-REC
                 AUDIT-FILE
                 OPER-FILE
                 APPR-FILE
                 OLOG-FILE
                 LINK-FILE.
           IF BILL-FILE-OPEN
               CLOSE BILL-FILE
           END-IF.
           IF CONT-FILE-OPEN
               CLOSE CONT-FILE
           END-IF.
           IF YTD-FILE-OPEN
               CLOSE YTD-FILE
           END-IF.
       H300-END.EXIT.
      *
      *Append the adds' and changes' balance movement to REGCTL for
      *CBLOGLX1's journal proof. REGCTL accumulates every run's
      *totals the same way ACCTAUD accumulates audit records, created
      *on first use.
       H330-WRITE-REGISTER-CONTROL.
           OPEN EXTEND REGCTL-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF RCT-NOTFOUND
               OPEN OUTPUT REGCTL-FILE
           END-IF.
           PERFORM H950-CHECK-RCT-STATUS.
           MOVE SPACES TO REGCTL-REC.
           MOVE 'CBLOMNT1'                 TO RCT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RCT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RCT-RUN-TIME.
           MOVE 'MNT'                      TO RCT-SOURCE.
           MOVE 'A'                        TO RCT-TYPE.
           MOVE WS-ADD-COUNT               TO RCT-COUNT.
           MOVE WS-ADD-MOVEMENT            TO RCT-AMOUNT.
           PERFORM H335-WRITE-CONTROL-RECORD.
           MOVE 'C'                        TO RCT-TYPE.
           MOVE WS-CHANGE-COUNT            TO RCT-COUNT.
           MOVE WS-CHANGE-MOVEMENT         TO RCT-AMOUNT.
           PERFORM H335-WRITE-CONTROL-RECORD.
           CLOSE REGCTL-FILE.
       H330-END.EXIT.
      *
       H335-WRITE-CONTROL-RECORD.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE REGCTL-REC.
           PERFORM H950-CHECK-RCT-STATUS.
       H335-END.EXIT.
      *
      *Mark this run complete on the calendar. Only a clean end of
      *job gets here, so an abend leaves the in-flight mark standing
      *for the next attempt to stop on.
               PERFORM H905-ABEND
           END-IF.
       H940-END.EXIT.
      *
       H950-CHECK-RCT-STATUS.
           IF NOT RCT-SUCCESS
               MOVE 'REGCTL'  TO WS-ABEND-FILE-NAME
               MOVE RCT-ST    TO WS-ABEND-STATUS
               MOVE 36        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H950-END.EXIT.
      *
       H960-CHECK-OPR-STATUS.
           IF NOT OPR-SUCCESS
               MOVE 'OPERMAST' TO WS-ABEND-FILE-NAME
               MOVE OPR-ST     TO WS-ABEND-STATUS
               MOVE 40         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H960-END.EXIT.
      *
       H970-CHECK-APQ-STATUS.
           IF NOT APQ-SUCCESS
               MOVE 'APPRQUE'  TO WS-ABEND-FILE-NAME
               MOVE APQ-ST     TO WS-ABEND-STATUS
               MOVE 44         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H970-END.EXIT.
      *
       H980-CHECK-OLG-STATUS.
           IF NOT OLG-SUCCESS
               MOVE 'OPERLOG'  TO WS-ABEND-FILE-NAME
               MOVE OLG-ST     TO WS-ABEND-STATUS
               MOVE 48         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H980-END.EXIT.
      *
       H990-CHECK-LNK-STATUS.
           IF NOT LNK-SUCCESS
               MOVE 'ACCTLINK' TO WS-ABEND-FILE-NAME
               MOVE LNK-ST     TO WS-ABEND-STATUS
               MOVE 52         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H990-END.EXIT.
      *
       H992-CHECK-BIL-STATUS.
           IF NOT BIL-SUCCESS
               MOVE 'BILLING'  TO WS-ABEND-FILE-NAME
               MOVE BIL-ST     TO WS-ABEND-STATUS
               MOVE 56         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H992-END.EXIT.
      *
       H994-CHECK-CON-STATUS.
           IF NOT CON-SUCCESS
               MOVE 'CONTACTS' TO WS-ABEND-FILE-NAME
               MOVE CON-ST     TO WS-ABEND-STATUS
               MOVE 60         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H994-END.EXIT.
      *
       H996-CHECK-YTD-STATUS.
           IF NOT YTD-SUCCESS
               MOVE 'YTDACCT'  TO WS-ABEND-FILE-NAME
               MOVE YTD-ST     TO WS-ABEND-STATUS
               MOVE 64         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H996-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           DISPLAY 'CBLOMNT1 ADDS: '    WS-ADD-COUNT
                   ' DELETES: '         WS-DELETE-COUNT
                   ' CLOSES: '          WS-CLOSE-COUNT
                   ' CONFIRMS: '        WS-CONFIRM-COUNT
                   ' RENUMBERS: '       WS-RENUMBER-COUNT
                   ' CYCLES MOVED: '    WS-CYCLE-MOVE-COUNT
                   ' CONTACTS MOVED: '  WS-CONT-MOVE-COUNT
                   ' YTD MOVED: '       WS-YTD-MOVE-COUNT
                   ' REJECTS: '         WS-REJECT-COUNT
                   ' HELD: '            WS-HELD-COUNT.
           PERFORM H300-CLOSE-FILES.
           PERFORM H330-WRITE-REGISTER-CONTROL.
           PERFORM H350-RUNCTL-COMPLETE.
           STOP RUN.
       H999-END.EXIT.
