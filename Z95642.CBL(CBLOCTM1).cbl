      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLOCTM1.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *CBLOCTM1 maintains the CONTACTS collections contact history
      *that the collectors keep while working the PRTAGE aging report
      *and CBLOSRC1 lookups. One card per call: 'A' adds the day's
      *contact for an account, 'U' updates it when the customer is
      *reached again the same day or the entry was keyed wrong. The
      *outcome is one of
      *  P promise to pay      C contacted, no promise
      *  M message left        N no answer
      *  R refused to pay      W wrong number
      *  D balance disputed
      *and a 'P' card must carry the amount promised and a promise
      *date no earlier than the contact. The account must be on
      *ACCTREC and the collector an active operator on OPERMAST. A
      *promise CBLOPTP1 has already judged kept, part kept or broken
      *is history and is not changed; the collector records a new
      *contact instead. An account reissued under ACCTLINK has taken
      *its contact history to the new number, so a card keyed
      *against the old number - off a report printed before the
      *reissue - is rejected with the number to key it under, and
      *no promise is left behind where its payments never reach it.
      *No ACCTLINK yet means no account has ever been renumbered.
      *Every card is listed with its result.
      *CONTTRN-FILE (contact maintenance cards) assign to CONTTRN
      *ACCT-REC (account master, VSAM KSDS) assign to ACCTREC
      *OPER-FILE (operator master, VSAM KSDS) assign to OPERMAST
      *LINK-FILE (account renumbering links, VSAM KSDS) assign to
      *ACCTLINK
      *CONT-FILE (contact history, VSAM KSDS) assign to CONTACTS
      *PRINT-LINE (maintenance listing) assign to PRTCTM
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTTRN-FILE ASSIGN TO CONTTRN
                               STATUS    CTR-ST.
           SELECT ACCT-REC     ASSIGN TO ACCTREC
                               ORGANIZATION IS INDEXED
                               ACCESS MODE  IS RANDOM
                               RECORD KEY   IS ACCT-NO
                               STATUS       IS ACC-ST.
           SELECT OPER-FILE    ASSIGN TO OPERMAST
                               ORGANIZATION IS INDEXED
                               ACCESS MODE  IS RANDOM
                               RECORD KEY   IS OPER-ID
                               STATUS       IS OPR-ST.
           SELECT CONT-FILE    ASSIGN TO CONTACTS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE  IS RANDOM
                               RECORD KEY   IS CONT-KEY
                               STATUS       IS CON-ST.
           SELECT LINK-FILE    ASSIGN TO ACCTLINK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE  IS RANDOM
                               RECORD KEY   IS LINK-OLD-ACCT-NO
                               STATUS       IS LNK-ST.
           SELECT PRINT-LINE   ASSIGN TO PRTCTM
                               STATUS    PRT-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *One maintenance card. The promised amount is keyed with its
      *cents and is left blank, with the promise date, on any card
      *that is not a promise.
       FD  CONTTRN-FILE RECORDING MODE F.
       01  CONTTRN-REC.
           05  CT-ACTION              PIC X(1).
               88  CT-ADD             VALUE 'A'.
               88  CT-UPDATE          VALUE 'U'.
           05  CT-ACCT-NO             PIC X(8).
           05  CT-CONTACT-DATE        PIC 9(8).
           05  CT-OUTCOME             PIC X(1).
               88  CT-PROMISED        VALUE 'P'.
               88  CT-OUTCOME-VALID   VALUE 'P' 'C' 'M' 'N' 'R'
                                            'W' 'D'.
           05  CT-COLLECTOR-ID        PIC X(8).
           05  CT-PROMISE-AMOUNT      PIC 9(7)V99.
           05  CT-PROMISE-AMOUNT-X REDEFINES CT-PROMISE-AMOUNT
                                      PIC X(9).
           05  CT-PROMISE-DATE        PIC 9(8).
           05  CT-PROMISE-DATE-X REDEFINES CT-PROMISE-DATE
                                      PIC X(8).
           05  CT-NOTE                PIC X(30).
           05  FILLER                 PIC X(7).
      *
       FD  ACCT-REC RECORDING MODE F.
           COPY ACCTREC.
      *
       FD  OPER-FILE RECORDING MODE F.
           COPY OPERREC.
      *
       FD  CONT-FILE RECORDING MODE F.
           COPY CONTREC.
      *
       FD  LINK-FILE RECORDING MODE F.
           COPY LINKREC.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *Column headings for the card lines.
       01  CTM-HEADING-REC.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(4)  VALUE 'ACT'.
           05  FILLER             PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER             PIC X(10) VALUE 'CONTACT'.
           05  FILLER             PIC X(4)  VALUE 'OUT'.
           05  FILLER             PIC X(10) VALUE 'COLLECTOR'.
           05  FILLER             PIC X(14) VALUE '      PROMISED'.
           05  FILLER             PIC X(10) VALUE 'BY'.
           05  FILLER             PIC X(32) VALUE 'NOTE'.
           05  FILLER             PIC X(36) VALUE 'RESULT'.
      *One line per card.
       01  CTM-DETAIL-REC.
           05  FILLER             PIC X(2).
           05  CD-ACTION          PIC X(1).
           05  FILLER             PIC X(3).
           05  CD-ACCT-NO         PIC X(8).
           05  FILLER             PIC X(2).
           05  CD-CONTACT-DATE    PIC X(8).
           05  FILLER             PIC X(2).
           05  CD-OUTCOME         PIC X(1).
           05  FILLER             PIC X(3).
           05  CD-COLLECTOR-ID    PIC X(8).
           05  FILLER             PIC X(2).
           05  CD-PROMISE-AMOUNT  PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(1).
           05  CD-PROMISE-DATE    PIC X(8).
           05  FILLER             PIC X(2).
           05  CD-NOTE            PIC X(30).
           05  FILLER             PIC X(2).
           05  CD-RESULT          PIC X(36).
      *Total line: label, count.
       01  CTM-TOTAL-REC.
           05  FILLER             PIC X(2).
           05  TL-LABEL           PIC X(24).
           05  TL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER             PIC X(99).
       01  FLAGS.
           05 CONTTRN-EOF-SW      PIC X VALUE 'N'.
              88 CONTTRN-EOF      VALUE 'Y'.
           05 LINK-FILE-SW        PIC X VALUE 'N'.
              88 LINK-FILE-OPEN   VALUE 'Y'.
       01  FILE-STATUSES.
           05 CTR-ST   PIC XX.
              88 CTR-SUCCESS  VALUE '00' '97'.
              88 CTR-EOF      VALUE '10'.
           05 ACC-ST   PIC XX.
              88 ACC-SUCCESS  VALUE '00' '97'.
              88 ACC-NOTFND   VALUE '23'.
           05 OPR-ST   PIC XX.
              88 OPR-SUCCESS  VALUE '00' '97'.
              88 OPR-NOTFND   VALUE '23'.
           05 CON-ST   PIC XX.
              88 CON-SUCCESS  VALUE '00' '97'.
              88 CON-NOTFND   VALUE '23'.
              88 CON-NOTFOUND VALUE '35'.
           05 LNK-ST   PIC XX.
              88 LNK-SUCCESS  VALUE '00' '97'.
              88 LNK-NOTFND   VALUE '23'.
              88 LNK-NOTFOUND VALUE '35'.
           05 PRT-ST   PIC XX.
              88 PRT-SUCCESS  VALUE '00' '97'.
      *WS-OPERATION names the I/O verb just issued, for the abend
      *message written by H905-ABEND.
       01  WS-ABEND-INFO.
           05 WS-OPERATION         PIC X(8) VALUE SPACES.
           05 WS-ABEND-FILE-NAME   PIC X(8) VALUE SPACES.
           05 WS-ABEND-STATUS      PIC XX   VALUE '00'.
           05 WS-ABEND-RETURN-CODE PIC 9(3) VALUE ZERO.
       01  WS-RUN-DATE             PIC 9(8) VALUE ZERO.
      *The reason a card cannot be applied; spaces when it can.
       01  WS-REJECT-REASON        PIC X(36) VALUE SPACES.
       01  WS-RUN-TOTALS.
           05 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-ADD-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-UPDATE-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-PROMISE-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT      PIC 9(7) VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS-CARD UNTIL CONTTRN-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT  CONTTRN-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H910-CHECK-CTR-STATUS.
           OPEN INPUT  ACCT-REC.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H920-CHECK-ACC-STATUS.
           OPEN INPUT  OPER-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H930-CHECK-OPR-STATUS.
      *CONTACTS is created empty the first time contacts are keyed.
           OPEN I-O    CONT-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF CON-NOTFOUND
               OPEN OUTPUT CONT-FILE
               PERFORM H940-CHECK-CON-STATUS
               CLOSE CONT-FILE
               OPEN I-O CONT-FILE
           END-IF.
           PERFORM H940-CHECK-CON-STATUS.
      *ACCTLINK only exists once an account has been renumbered.
           OPEN INPUT  LINK-FILE.
           IF LNK-NOTFOUND
               CONTINUE
           ELSE
               MOVE 'OPEN'  TO WS-OPERATION
               PERFORM H960-CHECK-LNK-STATUS
               SET LINK-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT PRINT-LINE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H950-CHECK-PRT-STATUS.
           MOVE SPACES TO CTM-DETAIL-REC CTM-TOTAL-REC.
           MOVE 'COLLECTIONS CONTACT MAINTENANCE' TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE CTM-HEADING-REC TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           PERFORM H250-READ-CONTTRN.
       H100-END.EXIT.
      *
      *Edit one card, check the account and collector, apply it if
      *it can be applied, and list it.
       H200-PROCESS-CARD.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN NOT CT-ADD AND NOT CT-UPDATE
                   MOVE 'REJECTED - UNKNOWN ACTION'
                     TO WS-REJECT-REASON
               WHEN CT-ACCT-NO = SPACES
                   MOVE 'REJECTED - NO ACCOUNT NUMBER'
                     TO WS-REJECT-REASON
               WHEN CT-CONTACT-DATE NOT NUMERIC
                   MOVE 'REJECTED - CONTACT DATE NOT NUMERIC'
                     TO WS-REJECT-REASON
               WHEN CT-CONTACT-DATE > WS-RUN-DATE
                   MOVE 'REJECTED - CONTACT DATE IN FUTURE'
                     TO WS-REJECT-REASON
               WHEN NOT CT-OUTCOME-VALID
                   MOVE 'REJECTED - UNKNOWN OUTCOME'
                     TO WS-REJECT-REASON
               WHEN CT-COLLECTOR-ID = SPACES
                   MOVE 'REJECTED - NO COLLECTOR ID'
                     TO WS-REJECT-REASON
               WHEN CT-PROMISED
                   AND (CT-PROMISE-AMOUNT NOT NUMERIC
                   OR CT-PROMISE-DATE NOT NUMERIC)
                   MOVE 'REJECTED - PROMISE NOT NUMERIC'
                     TO WS-REJECT-REASON
               WHEN CT-PROMISED AND CT-PROMISE-AMOUNT = ZERO
                   MOVE 'REJECTED - NO AMOUNT PROMISED'
                     TO WS-REJECT-REASON
               WHEN CT-PROMISED
                   AND CT-PROMISE-DATE < CT-CONTACT-DATE
                   MOVE 'REJECTED - PROMISED BEFORE CONTACT'
                     TO WS-REJECT-REASON
               WHEN NOT CT-PROMISED
                   AND (CT-PROMISE-AMOUNT-X NOT = SPACES
                   OR CT-PROMISE-DATE-X NOT = SPACES)
                   MOVE 'REJECTED - PROMISE WITHOUT OUTCOME P'
                     TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM H210-CHECK-ACCOUNT
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               PERFORM H215-CHECK-COLLECTOR
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM H220-APPLY-CARD
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-REJECT-REASON TO CD-RESULT
           END-IF.
           PERFORM H240-WRITE-CARD-LINE.
           PERFORM H250-READ-CONTTRN.
       H200-END.EXIT.
      *
      *The account must be on the master, open or closed - a closed
      *account can still owe - and must not have been reissued: its
      *contacts are kept under the number it was reissued as.
       H210-CHECK-ACCOUNT.
           MOVE CT-ACCT-NO TO ACCT-NO.
           MOVE 'READ'  TO WS-OPERATION.
           READ ACCT-REC.
           IF ACC-NOTFND
               MOVE 'REJECTED - ACCOUNT NOT ON FILE'
                 TO WS-REJECT-REASON
           ELSE
               PERFORM H920-CHECK-ACC-STATUS
               IF LINK-FILE-OPEN
                   PERFORM H212-CHECK-REISSUED
               END-IF
           END-IF.
       H210-END.EXIT.
      *
       H212-CHECK-REISSUED.
           MOVE CT-ACCT-NO TO LINK-OLD-ACCT-NO.
           MOVE 'READ'  TO WS-OPERATION.
           READ LINK-FILE.
           IF NOT LNK-NOTFND
               PERFORM H960-CHECK-LNK-STATUS
               STRING 'REJECTED - ACCT REISSUED AS '
                      LINK-NEW-ACCT-NO
                      DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.
       H212-END.EXIT.
      *
      *The collector must be an active operator.
       H215-CHECK-COLLECTOR.
           MOVE CT-COLLECTOR-ID TO OPER-ID.
           MOVE 'READ'  TO WS-OPERATION.
           READ OPER-FILE.
           IF OPR-NOTFND
               MOVE 'REJECTED - COLLECTOR NOT ON FILE'
                 TO WS-REJECT-REASON
           ELSE
               PERFORM H930-CHECK-OPR-STATUS
               IF NOT OPER-ACTIVE
                   MOVE 'REJECTED - COLLECTOR SUSPENDED'
                     TO WS-REJECT-REASON
               END-IF
           END-IF.
       H215-END.EXIT.
      *
      *Read the day's contact and apply the card to it: an add needs
      *no contact on file for the account that day, an update needs
      *one whose promise, if any, is still live.
       H220-APPLY-CARD.
           MOVE CT-ACCT-NO      TO CONT-ACCT-NO.
           MOVE CT-CONTACT-DATE TO CONT-DATE.
           MOVE 'READ'  TO WS-OPERATION.
           READ CONT-FILE.
           IF CON-NOTFND
               IF CT-ADD
                   PERFORM H230-ADD-CONTACT
               ELSE
                   MOVE 'REJECTED - NO CONTACT THAT DATE'
                     TO WS-REJECT-REASON
               END-IF
           ELSE
               PERFORM H940-CHECK-CON-STATUS
               EVALUATE TRUE
                   WHEN CT-ADD
                       MOVE 'REJECTED - CONTACT ALREADY ON FILE'
                         TO WS-REJECT-REASON
                   WHEN CONT-PROMISE-KEPT OR CONT-PROMISE-PART
                       OR CONT-PROMISE-BROKEN
                       MOVE 'REJECTED - PROMISE ALREADY JUDGED'
                         TO WS-REJECT-REASON
                   WHEN OTHER
                       PERFORM H235-MOVE-CARD-FIELDS
                       MOVE 'REWRITE' TO WS-OPERATION
                       REWRITE CONT-REC
                       PERFORM H940-CHECK-CON-STATUS
                       ADD 1 TO WS-UPDATE-COUNT
                       MOVE 'UPDATED' TO CD-RESULT
               END-EVALUATE
           END-IF.
       H220-END.EXIT.
      *
       H230-ADD-CONTACT.
           MOVE SPACES          TO CONT-REC.
           MOVE CT-ACCT-NO      TO CONT-ACCT-NO.
           MOVE CT-CONTACT-DATE TO CONT-DATE.
           MOVE CT-COLLECTOR-ID TO CONT-COLLECTOR-ID.
           PERFORM H235-MOVE-CARD-FIELDS.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE CONT-REC.
           PERFORM H940-CHECK-CON-STATUS.
           ADD 1 TO WS-ADD-COUNT.
           MOVE 'ADDED' TO CD-RESULT.
       H230-END.EXIT.
      *
      *The outcome and promise replace what was there; a note left
      *blank on an update keeps the note already on file. A contact
      *that is no longer a promise carries no promise at all.
       H235-MOVE-CARD-FIELDS.
           MOVE CT-OUTCOME TO CONT-OUTCOME.
           IF CT-PROMISED
               MOVE CT-PROMISE-AMOUNT TO CONT-PROMISE-AMOUNT
               MOVE CT-PROMISE-DATE   TO CONT-PROMISE-DATE
               SET CONT-PROMISE-LIVE  TO TRUE
               ADD 1 TO WS-PROMISE-COUNT
           ELSE
               MOVE ZERO TO CONT-PROMISE-AMOUNT CONT-PROMISE-DATE
               SET CONT-NO-PROMISE TO TRUE
           END-IF.
           MOVE ZERO TO CONT-PAID-AMOUNT CONT-RESOLVED-DATE.
           IF CT-NOTE NOT = SPACES OR CT-ADD
               MOVE CT-NOTE TO CONT-NOTE
           END-IF.
           MOVE WS-RUN-DATE     TO CONT-UPDATED-DATE.
           MOVE CT-COLLECTOR-ID TO CONT-UPDATED-BY.
       H235-END.EXIT.
      *
       H240-WRITE-CARD-LINE.
           MOVE CT-ACTION        TO CD-ACTION.
           MOVE CT-ACCT-NO       TO CD-ACCT-NO.
           MOVE CT-CONTACT-DATE  TO CD-CONTACT-DATE.
           MOVE CT-OUTCOME       TO CD-OUTCOME.
           MOVE CT-COLLECTOR-ID  TO CD-COLLECTOR-ID.
           IF CT-PROMISE-AMOUNT NUMERIC
               MOVE CT-PROMISE-AMOUNT TO CD-PROMISE-AMOUNT
           END-IF.
           MOVE CT-PROMISE-DATE-X TO CD-PROMISE-DATE.
           MOVE CT-NOTE          TO CD-NOTE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM CTM-DETAIL-REC.
           PERFORM H950-CHECK-PRT-STATUS.
           MOVE SPACES TO CTM-DETAIL-REC.
       H240-END.EXIT.
      *
       H250-READ-CONTTRN.
           MOVE 'READ'  TO WS-OPERATION.
           READ CONTTRN-FILE
               AT END SET CONTTRN-EOF TO TRUE
           END-READ.
           IF NOT CONTTRN-EOF
               PERFORM H910-CHECK-CTR-STATUS
           END-IF.
       H250-END.EXIT.
      *
       H400-PRINT-TOTALS.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'CONTACTS ADDED'      TO TL-LABEL.
           MOVE WS-ADD-COUNT          TO TL-COUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'CONTACTS UPDATED'    TO TL-LABEL.
           MOVE WS-UPDATE-COUNT       TO TL-COUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'PROMISES RECORDED'   TO TL-LABEL.
           MOVE WS-PROMISE-COUNT      TO TL-COUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
           MOVE 'CARDS REJECTED'      TO TL-LABEL.
           MOVE WS-REJECT-COUNT       TO TL-COUNT.
           PERFORM H410-WRITE-TOTAL-LINE.
       H400-END.EXIT.
      *
       H410-WRITE-TOTAL-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM CTM-TOTAL-REC.
           PERFORM H950-CHECK-PRT-STATUS.
           MOVE SPACES TO CTM-TOTAL-REC.
       H410-END.EXIT.
      *
       H810-WRITE-PRINT-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC.
           PERFORM H950-CHECK-PRT-STATUS.
       H810-END.EXIT.
      *
       H500-CLOSE-FILES.
           CLOSE CONTTRN-FILE
                 ACCT-REC
                 OPER-FILE
                 CONT-FILE
                 PRINT-LINE.
           IF LINK-FILE-OPEN
               CLOSE LINK-FILE
           END-IF.
       H500-END.EXIT.
      *
      *Report the failing file/operation/status, then stop the job
      *with a distinct return code, the same as CBLOMNT1's convention.
       H905-ABEND.
           DISPLAY 'CBLOCTM1 ABEND - FILE: ' WS-ABEND-FILE-NAME
                   ' OPERATION: ' WS-OPERATION
                   ' STATUS: '    WS-ABEND-STATUS.
           MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       H905-END.EXIT.
      *
       H910-CHECK-CTR-STATUS.
           IF NOT CTR-SUCCESS AND NOT CTR-EOF
               MOVE 'CONTTRN' TO WS-ABEND-FILE-NAME
               MOVE CTR-ST    TO WS-ABEND-STATUS
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
       H930-CHECK-OPR-STATUS.
           IF NOT OPR-SUCCESS
               MOVE 'OPERMAST' TO WS-ABEND-FILE-NAME
               MOVE OPR-ST     TO WS-ABEND-STATUS
               MOVE 28         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H930-END.EXIT.
      *
       H940-CHECK-CON-STATUS.
           IF NOT CON-SUCCESS
               MOVE 'CONTACTS' TO WS-ABEND-FILE-NAME
               MOVE CON-ST     TO WS-ABEND-STATUS
               MOVE 32         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H940-END.EXIT.
      *
       H950-CHECK-PRT-STATUS.
           IF NOT PRT-SUCCESS
               MOVE 'PRTCTM'  TO WS-ABEND-FILE-NAME
               MOVE PRT-ST    TO WS-ABEND-STATUS
               MOVE 36        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H950-END.EXIT.
      *
       H960-CHECK-LNK-STATUS.
           IF NOT LNK-SUCCESS
               MOVE 'ACCTLINK' TO WS-ABEND-FILE-NAME
               MOVE LNK-ST     TO WS-ABEND-STATUS
               MOVE 40         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H960-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           PERFORM H400-PRINT-TOTALS.
           DISPLAY 'CBLOCTM1 CARDS READ: ' WS-READ-COUNT
                   ' ADDED: '              WS-ADD-COUNT
                   ' UPDATED: '            WS-UPDATE-COUNT
                   ' PROMISES: '           WS-PROMISE-COUNT
                   ' REJECTED: '           WS-REJECT-COUNT.
           PERFORM H500-CLOSE-FILES.
           STOP RUN.
       H999-END.EXIT.
      *
