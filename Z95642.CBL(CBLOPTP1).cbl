      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLOPTP1.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *CBLOPTP1 runs nightly after CBLOPST1 and follows up the
      *promises to pay recorded on the CONTACTS history. The payments
      *CBLOPST1 actually posted are taken off the ACCTAUD trail ('P'
      *records, the amount being the fall in the balance), sorted
      *into account/date order and matched against each account's
      *contacts. A payment counts toward a promise when it posted on
      *or after the contact date and no later than the promise date;
      *an account's promises take the payments oldest promise first
      *and no payment is counted twice, so a promise already judged
      *keeps the payments it was judged on. A live promise is
      *  kept           as soon as its payments reach the amount;
      *  partially kept once the promise date has gone by with only
      *                 part of it paid;
      *  broken         once the promise date has gone by unpaid;
      *and otherwise stays live. A judged promise is rewritten with
      *the result, the amount counted and the date, and is listed
      *with the promises still live on the follow-up report.
      *Payments that are only held on APPRQUE, or were sent to
      *suspense, never reached ACCTAUD and do not count.
      *A reissued account's contacts move to its new number, so a
      *payment made on a number since reissued under ACCTLINK is
      *counted under the number the customer holds now.
      *AUDIT-FILE (before/after audit trail) assign to ACCTAUD
      *CONT-FILE (contact history, VSAM KSDS) assign to CONTACTS
      *LINK-FILE (account renumbering links, VSAM KSDS) assign to
      *ACCTLINK
      *PRINT-LINE (promise follow-up report) assign to PRTPTP
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO ACCTAUD
                             STATUS    AUD-ST.
           SELECT CONT-FILE  ASSIGN TO CONTACTS
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS SEQUENTIAL
                             RECORD KEY   IS CONT-KEY
                             STATUS       IS CON-ST.
           SELECT LINK-FILE  ASSIGN TO ACCTLINK
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS LINK-OLD-ACCT-NO
                             STATUS       IS LNK-ST.
           SELECT PRINT-LINE ASSIGN TO PRTPTP
                             STATUS    PRT-ST.
           SELECT SORT-WORK  ASSIGN TO SORTWK1.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  AUDIT-FILE RECORDING MODE F.
           COPY AUDITREC.
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
      *SORT-WORK carries each posted payment's account, date and
      *amount into account/date order for the match.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-ACCT-NO            PIC X(8).
           05  SRT-DATE               PIC 9(8).
           05  SRT-AMOUNT             PIC S9(7)V99 COMP-3.
      *
       WORKING-STORAGE SECTION.
      *Column headings and one line per promise judged or still live.
       01  PTP-HEADING-REC.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER             PIC X(10) VALUE 'CONTACT'.
           05  FILLER             PIC X(10) VALUE 'COLLECTOR'.
           05  FILLER             PIC X(10) VALUE 'PROMISED'.
           05  FILLER             PIC X(15) VALUE '         AMOUNT'.
           05  FILLER             PIC X(15) VALUE '           PAID'.
           05  FILLER             PIC X(60) VALUE '  RESULT'.
       01  PTP-DETAIL-REC.
           05  FILLER             PIC X(2).
           05  PD-ACCT-NO         PIC X(8).
           05  FILLER             PIC X(2).
           05  PD-CONTACT-DATE    PIC 9(8).
           05  FILLER             PIC X(2).
           05  PD-COLLECTOR-ID    PIC X(8).
           05  FILLER             PIC X(2).
           05  PD-PROMISE-DATE    PIC 9(8).
           05  FILLER             PIC X(4).
           05  PD-PROMISE-AMOUNT  PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(2).
           05  PD-PAID-AMOUNT     PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(2).
           05  PD-RESULT          PIC X(16).
           05  FILLER             PIC X(42).
      *Total line: label, count, amount promised, amount paid.
       01  PTP-TOTAL-REC.
           05  FILLER             PIC X(2).
           05  TL-LABEL           PIC X(24).
           05  TL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2).
           05  TL-PROMISED        PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(2).
           05  TL-PAID            PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(67).
       01  FLAGS.
           05 AUDIT-EOF-SW        PIC X VALUE 'N'.
              88 AUDIT-EOF        VALUE 'Y'.
           05 CONT-EOF-SW         PIC X VALUE 'N'.
              88 CONT-EOF         VALUE 'Y'.
           05 SORT-DONE-SW        PIC X VALUE 'N'.
              88 SORT-DONE        VALUE 'Y'.
           05 WS-PAY-OVERFLOW-SW  PIC X VALUE 'N'.
              88 WS-PAY-OVERFLOW  VALUE 'Y'.
           05 LINK-FILE-SW        PIC X VALUE 'N'.
              88 LINK-FILE-OPEN   VALUE 'Y'.
           05 LINK-DONE-SW        PIC X VALUE 'N'.
              88 LINK-DONE        VALUE 'Y'.
       01  FILE-STATUSES.
           05 AUD-ST   PIC XX.
              88 AUD-SUCCESS  VALUE '00' '97'.
              88 AUD-EOF      VALUE '10'.
           05 CON-ST   PIC XX.
              88 CON-SUCCESS  VALUE '00' '97'.
              88 CON-FILE-EOF VALUE '10'.
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
      *The balances a payment's audit record carries, decoded with
      *the ACCTREC layout; the rest of each image is not needed.
       01  WS-IMAGE-ACCT.
           05 PTP-I-ACCT-NO        PIC X(8).
           05 PTP-I-LIMIT          PIC S9(7)V99 COMP-3.
           05 PTP-I-BALANCE        PIC S9(7)V99 COMP-3.
           05 FILLER               PIC X(156).
       01  WS-BALANCE-BEFORE       PIC S9(7)V99 COMP-3 VALUE ZERO.
      *Reissue chain work: the number the walk along ACCTLINK has
      *reached and how many links it has followed.
       01  WS-LINK-WORK.
           05 WS-LINK-CURRENT      PIC X(8) VALUE SPACES.
           05 WS-LINK-HOPS         PIC 9(3) COMP-3 VALUE ZERO.
      *The sorted payment just returned.
       01  WS-PAYMENT-REC.
           05 WS-PAY-ACCT-NO       PIC X(8).
           05 WS-PAY-IN-DATE       PIC 9(8).
           05 WS-PAY-IN-AMOUNT     PIC S9(7)V99 COMP-3.
      *One account's posted payments, in date order, each with the
      *part of it no promise has yet counted.
       01  WS-PAYMENT-TABLE.
           05 WS-CUR-ACCT-NO       PIC X(8).
           05 WS-PAY-USED          PIC 9(3) COMP-3 VALUE ZERO.
           05 WS-PAY-SUB           PIC 9(3) COMP-3 VALUE ZERO.
           05 WS-PAY-ENTRY OCCURS 300 TIMES.
              10 WS-PAY-DATE       PIC 9(8).
              10 WS-PAY-LEFT       PIC S9(7)V99 COMP-3.
      *What the promise being judged may take, what it has taken and
      *the part of one payment being counted.
       01  WS-PROMISE-WORK.
           05 WS-NEED              PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-GOT               PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-TAKE              PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-RUN-TOTALS.
           05 WS-AUDIT-READ-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-PAYMENT-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-CONTACT-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-KEPT-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-KEPT-PROMISED     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-KEPT-PAID         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-PART-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-PART-PROMISED     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-PART-PAID         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-BROKEN-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-BROKEN-PROMISED   PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-LIVE-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-LIVE-PROMISED     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-LIVE-PAID         PIC S9(9)V99 COMP-3 VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-ACCT-NO SRT-DATE
               INPUT PROCEDURE  H300-SORT-INPUT
               OUTPUT PROCEDURE H400-SORT-OUTPUT.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN OUTPUT PRINT-LINE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H940-CHECK-PRT-STATUS.
           MOVE SPACES TO PTP-DETAIL-REC PTP-TOTAL-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'PROMISE TO PAY FOLLOW-UP  RUN DATE ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE PTP-HEADING-REC TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
      *ACCTLINK only exists once an account has been renumbered.
           OPEN INPUT LINK-FILE.
           IF LNK-NOTFOUND
               CONTINUE
           ELSE
               MOVE 'OPEN'  TO WS-OPERATION
               PERFORM H945-CHECK-LNK-STATUS
               SET LINK-FILE-OPEN TO TRUE
           END-IF.
       H100-END.EXIT.
      *
      *Read the whole audit trail and release the payments.
       H300-SORT-INPUT.
           OPEN INPUT AUDIT-FILE.
           MOVE 'OPEN' TO WS-OPERATION.
           PERFORM H910-CHECK-AUD-STATUS.
           PERFORM H320-READ-AUDIT.
           PERFORM H310-RELEASE-AUDIT UNTIL AUDIT-EOF.
           CLOSE AUDIT-FILE.
       H300-END.EXIT.
      *
      *A payment's amount is what it took off the balance.
       H310-RELEASE-AUDIT.
           ADD 1 TO WS-AUDIT-READ-COUNT.
           IF AUDIT-TRANS-TYPE = 'P'
               MOVE AUDIT-BEFORE-IMAGE TO WS-IMAGE-ACCT
               MOVE PTP-I-BALANCE      TO WS-BALANCE-BEFORE
               MOVE AUDIT-AFTER-IMAGE  TO WS-IMAGE-ACCT
               COMPUTE SRT-AMOUNT = WS-BALANCE-BEFORE - PTP-I-BALANCE
               MOVE AUDIT-ACCT-NO      TO SRT-ACCT-NO
               IF LINK-FILE-OPEN
                   PERFORM H315-FIND-CURRENT-NUMBER
               END-IF
               MOVE AUDIT-DATE         TO SRT-DATE
               RELEASE SORT-REC
               ADD 1 TO WS-PAYMENT-COUNT
           END-IF.
           PERFORM H320-READ-AUDIT.
       H310-END.EXIT.
      *
      *Follow the payment's account forward along ACCTLINK to the
      *number it is issued under now. Twenty hops is far past any
      *real chain and stops a damaged file from looping.
       H315-FIND-CURRENT-NUMBER.
           MOVE SRT-ACCT-NO TO WS-LINK-CURRENT.
           MOVE ZERO TO WS-LINK-HOPS.
           MOVE 'N' TO LINK-DONE-SW.
           PERFORM H317-FOLLOW-LINK UNTIL LINK-DONE.
           MOVE WS-LINK-CURRENT TO SRT-ACCT-NO.
       H315-END.EXIT.
      *
       H317-FOLLOW-LINK.
           MOVE WS-LINK-CURRENT TO LINK-OLD-ACCT-NO.
           MOVE 'READ'  TO WS-OPERATION.
           READ LINK-FILE.
           IF LNK-NOTFND
               SET LINK-DONE TO TRUE
           ELSE
               PERFORM H945-CHECK-LNK-STATUS
               MOVE LINK-NEW-ACCT-NO TO WS-LINK-CURRENT
               ADD 1 TO WS-LINK-HOPS
               IF WS-LINK-HOPS NOT < 20
                   SET LINK-DONE TO TRUE
               END-IF
           END-IF.
       H317-END.EXIT.
      *
       H320-READ-AUDIT.
           MOVE 'READ' TO WS-OPERATION.
           READ AUDIT-FILE
               AT END SET AUDIT-EOF TO TRUE
           END-READ.
           IF NOT AUDIT-EOF
               PERFORM H910-CHECK-AUD-STATUS
           END-IF.
       H320-END.EXIT.
      *
      *Work the contact history in key order, one account at a time
      *with that account's payments in the table. CONTACTS not there
      *yet means no contact has ever been keyed and there is nothing
      *to follow up.
       H400-SORT-OUTPUT.
           OPEN I-O CONT-FILE.
           MOVE 'OPEN' TO WS-OPERATION.
           IF CON-NOTFOUND
               SET CONT-EOF TO TRUE
           ELSE
               PERFORM H920-CHECK-CON-STATUS
               PERFORM H410-READ-CONTACT
               PERFORM H420-RETURN-PAYMENT
               PERFORM H430-FOLLOW-ACCOUNT UNTIL CONT-EOF
               CLOSE CONT-FILE
           END-IF.
       H400-END.EXIT.
      *
       H410-READ-CONTACT.
           MOVE 'READ' TO WS-OPERATION.
           READ CONT-FILE
               AT END SET CONT-EOF TO TRUE
           END-READ.
           IF NOT CONT-EOF
               PERFORM H920-CHECK-CON-STATUS
               ADD 1 TO WS-CONTACT-COUNT
           END-IF.
       H410-END.EXIT.
      *
       H420-RETURN-PAYMENT.
           RETURN SORT-WORK INTO WS-PAYMENT-REC
               AT END SET SORT-DONE TO TRUE
           END-RETURN.
       H420-END.EXIT.
      *
      *Load the account's payments - those for accounts nobody has
      *called are passed by - then take its contacts in date order.
       H430-FOLLOW-ACCOUNT.
           MOVE CONT-ACCT-NO TO WS-CUR-ACCT-NO.
           MOVE ZERO         TO WS-PAY-USED.
           MOVE 'N'          TO WS-PAY-OVERFLOW-SW.
           PERFORM H420-RETURN-PAYMENT
               UNTIL SORT-DONE OR WS-PAY-ACCT-NO NOT < WS-CUR-ACCT-NO.
           PERFORM H440-LOAD-PAYMENT
               UNTIL SORT-DONE OR WS-PAY-ACCT-NO NOT = WS-CUR-ACCT-NO.
           PERFORM H450-FOLLOW-CONTACT
               UNTIL CONT-EOF OR CONT-ACCT-NO NOT = WS-CUR-ACCT-NO.
       H430-END.EXIT.
      *
      *A full table is reported once and the account's later
      *payments are left out of the follow-up.
       H440-LOAD-PAYMENT.
           IF WS-PAY-USED < 300
               ADD 1 TO WS-PAY-USED
               MOVE WS-PAY-IN-DATE   TO WS-PAY-DATE (WS-PAY-USED)
               MOVE WS-PAY-IN-AMOUNT TO WS-PAY-LEFT (WS-PAY-USED)
           ELSE
               IF NOT WS-PAY-OVERFLOW
                   SET WS-PAY-OVERFLOW TO TRUE
                   DISPLAY 'CBLOPTP1 PAYMENT TABLE FULL FOR ACCOUNT '
                           WS-CUR-ACCT-NO ' - FOLLOW-UP IS INCOMPLETE'
               END-IF
           END-IF.
           PERFORM H420-RETURN-PAYMENT.
       H440-END.EXIT.
      *
      *A live promise takes payments up to its amount and is judged;
      *a promise already judged takes back the payments it was
      *judged on, so a later promise cannot count them again. A
      *contact with no promise needs nothing.
       H450-FOLLOW-CONTACT.
           EVALUATE TRUE
               WHEN CONT-PROMISE-LIVE
                   MOVE CONT-PROMISE-AMOUNT TO WS-NEED
                   PERFORM H460-COUNT-PAYMENTS
                   PERFORM H470-JUDGE-PROMISE
               WHEN CONT-PROMISE-KEPT OR CONT-PROMISE-PART
                   MOVE CONT-PAID-AMOUNT TO WS-NEED
                   PERFORM H460-COUNT-PAYMENTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM H410-READ-CONTACT.
       H450-END.EXIT.
      *
       H460-COUNT-PAYMENTS.
           MOVE ZERO TO WS-GOT.
           PERFORM H465-TAKE-PAYMENT
               VARYING WS-PAY-SUB FROM 1 BY 1
               UNTIL WS-PAY-SUB > WS-PAY-USED OR WS-GOT NOT < WS-NEED.
       H460-END.EXIT.
      *
      *Count what is left of one payment inside the promise window,
      *no more than the promise still needs.
       H465-TAKE-PAYMENT.
           IF WS-PAY-DATE (WS-PAY-SUB) NOT < CONT-DATE
               AND WS-PAY-DATE (WS-PAY-SUB) NOT > CONT-PROMISE-DATE
               AND WS-PAY-LEFT (WS-PAY-SUB) > ZERO
               COMPUTE WS-TAKE = WS-NEED - WS-GOT
               IF WS-PAY-LEFT (WS-PAY-SUB) < WS-TAKE
                   MOVE WS-PAY-LEFT (WS-PAY-SUB) TO WS-TAKE
               END-IF
               ADD WS-TAKE      TO WS-GOT
               SUBTRACT WS-TAKE FROM WS-PAY-LEFT (WS-PAY-SUB)
           END-IF.
       H465-END.EXIT.
      *
      *Kept as soon as it is paid; part kept or broken only once the
      *promise date has gone by; otherwise still live.
       H470-JUDGE-PROMISE.
           MOVE WS-GOT TO PD-PAID-AMOUNT.
           EVALUATE TRUE
               WHEN WS-GOT NOT < CONT-PROMISE-AMOUNT
                   SET CONT-PROMISE-KEPT TO TRUE
                   ADD 1                   TO WS-KEPT-COUNT
                   ADD CONT-PROMISE-AMOUNT TO WS-KEPT-PROMISED
                   ADD WS-GOT              TO WS-KEPT-PAID
                   MOVE 'KEPT'             TO PD-RESULT
               WHEN WS-RUN-DATE NOT > CONT-PROMISE-DATE
                   ADD 1                   TO WS-LIVE-COUNT
                   ADD CONT-PROMISE-AMOUNT TO WS-LIVE-PROMISED
                   ADD WS-GOT              TO WS-LIVE-PAID
                   MOVE 'LIVE'             TO PD-RESULT
               WHEN WS-GOT > ZERO
                   SET CONT-PROMISE-PART TO TRUE
                   ADD 1                   TO WS-PART-COUNT
                   ADD CONT-PROMISE-AMOUNT TO WS-PART-PROMISED
                   ADD WS-GOT              TO WS-PART-PAID
                   MOVE 'PARTIALLY KEPT'   TO PD-RESULT
               WHEN OTHER
                   SET CONT-PROMISE-BROKEN TO TRUE
                   ADD 1                   TO WS-BROKEN-COUNT
                   ADD CONT-PROMISE-AMOUNT TO WS-BROKEN-PROMISED
                   MOVE 'BROKEN'           TO PD-RESULT
           END-EVALUATE.
           IF NOT CONT-PROMISE-LIVE
               MOVE WS-GOT      TO CONT-PAID-AMOUNT
               MOVE WS-RUN-DATE TO CONT-RESOLVED-DATE
               MOVE 'REWRITE' TO WS-OPERATION
               REWRITE CONT-REC
               PERFORM H920-CHECK-CON-STATUS
           END-IF.
           MOVE CONT-ACCT-NO        TO PD-ACCT-NO.
           MOVE CONT-DATE           TO PD-CONTACT-DATE.
           MOVE CONT-COLLECTOR-ID   TO PD-COLLECTOR-ID.
           MOVE CONT-PROMISE-DATE   TO PD-PROMISE-DATE.
           MOVE CONT-PROMISE-AMOUNT TO PD-PROMISE-AMOUNT.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM PTP-DETAIL-REC.
           PERFORM H940-CHECK-PRT-STATUS.
           MOVE SPACES TO PTP-DETAIL-REC.
       H470-END.EXIT.
      *
       H600-PRINT-TOTALS.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'PROMISES KEPT'       TO TL-LABEL.
           MOVE WS-KEPT-COUNT         TO TL-COUNT.
           MOVE WS-KEPT-PROMISED      TO TL-PROMISED.
           MOVE WS-KEPT-PAID          TO TL-PAID.
           PERFORM H610-WRITE-TOTAL-LINE.
           MOVE 'PROMISES PARTIALLY KEPT' TO TL-LABEL.
           MOVE WS-PART-COUNT         TO TL-COUNT.
           MOVE WS-PART-PROMISED      TO TL-PROMISED.
           MOVE WS-PART-PAID          TO TL-PAID.
           PERFORM H610-WRITE-TOTAL-LINE.
           MOVE 'PROMISES BROKEN'     TO TL-LABEL.
           MOVE WS-BROKEN-COUNT       TO TL-COUNT.
           MOVE WS-BROKEN-PROMISED    TO TL-PROMISED.
           MOVE ZERO                  TO TL-PAID.
           PERFORM H610-WRITE-TOTAL-LINE.
           MOVE 'PROMISES STILL LIVE' TO TL-LABEL.
           MOVE WS-LIVE-COUNT         TO TL-COUNT.
           MOVE WS-LIVE-PROMISED      TO TL-PROMISED.
           MOVE WS-LIVE-PAID          TO TL-PAID.
           PERFORM H610-WRITE-TOTAL-LINE.
       H600-END.EXIT.
      *
       H610-WRITE-TOTAL-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM PTP-TOTAL-REC.
           PERFORM H940-CHECK-PRT-STATUS.
           MOVE SPACES TO PTP-TOTAL-REC.
       H610-END.EXIT.
      *
       H810-WRITE-PRINT-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC.
           PERFORM H940-CHECK-PRT-STATUS.
       H810-END.EXIT.
      *
      *Report the failing file/operation/status, then stop the job
      *with a distinct return code, the same as CBLOMNT1's convention.
       H905-ABEND.
           DISPLAY 'CBLOPTP1 ABEND - FILE: ' WS-ABEND-FILE-NAME
                   ' OPERATION: ' WS-OPERATION
                   ' STATUS: '    WS-ABEND-STATUS.
           MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       H905-END.EXIT.
      *
       H910-CHECK-AUD-STATUS.
           IF NOT AUD-SUCCESS AND NOT AUD-EOF
               MOVE 'ACCTAUD' TO WS-ABEND-FILE-NAME
               MOVE AUD-ST    TO WS-ABEND-STATUS
               MOVE 20        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H910-END.EXIT.
      *
       H920-CHECK-CON-STATUS.
           IF NOT CON-SUCCESS AND NOT CON-FILE-EOF
               MOVE 'CONTACTS' TO WS-ABEND-FILE-NAME
               MOVE CON-ST     TO WS-ABEND-STATUS
               MOVE 24         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H920-END.EXIT.
      *
       H940-CHECK-PRT-STATUS.
           IF NOT PRT-SUCCESS
               MOVE 'PRTPTP'  TO WS-ABEND-FILE-NAME
               MOVE PRT-ST    TO WS-ABEND-STATUS
               MOVE 28        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H940-END.EXIT.
      *
       H945-CHECK-LNK-STATUS.
           IF NOT LNK-SUCCESS
               MOVE 'ACCTLINK' TO WS-ABEND-FILE-NAME
               MOVE LNK-ST     TO WS-ABEND-STATUS
               MOVE 32         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H945-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           PERFORM H600-PRINT-TOTALS.
           DISPLAY 'CBLOPTP1 PAYMENTS: '  WS-PAYMENT-COUNT
                   ' CONTACTS: '          WS-CONTACT-COUNT
                   ' KEPT: '              WS-KEPT-COUNT
                   ' PARTIAL: '           WS-PART-COUNT
                   ' BROKEN: '            WS-BROKEN-COUNT
                   ' LIVE: '              WS-LIVE-COUNT.
           CLOSE PRINT-LINE.
           IF LINK-FILE-OPEN
               CLOSE LINK-FILE
           END-IF.
           STOP RUN.
       H999-END.EXIT.
      *
