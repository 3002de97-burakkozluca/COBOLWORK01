      *calendar days since first flagged (under 30, 30-60, 60-90,
      *over 90) with counts and over-limit dollar totals per bucket,
      *so collections can work the oldest money first instead of
      *re-reading the same one-night blips every morning. An account
      *whose customer has a promise to pay still live on the CONTACTS
      *history is marked with the promise date and amount, so the
      *collectors do not call someone who has already committed to
      *pay.
      *ACCT-REC (account master, VSAM KSDS) assign to ACCTREC
      *OVLH-FILE (over-limit history, VSAM KSDS) assign to OVLHIST
      *CONT-FILE (contact history, VSAM KSDS) assign to CONTACTS
      *PRINT-LINE (aging/escalation report) assign to PRTAGE
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS OVL-ACCT-NO
                             STATUS       IS OVL-ST.
           SELECT CONT-FILE  ASSIGN TO CONTACTS
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS DYNAMIC
                             RECORD KEY   IS CONT-KEY
                             STATUS       IS CON-ST.
           SELECT PRINT-LINE ASSIGN TO PRTAGE
                             STATUS    PRT-ST.
      *-------------
       FD  ACCT-REC RECORDING MODE F.
           COPY ACCTREC.
      *
       FD  OVLH-FILE RECORDING MODE F.
           COPY OVLHREC.
      *
       FD  CONT-FILE RECORDING MODE F.
           COPY CONTREC.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC              PIC X(132).
           05  AG-OVER-AMOUNT     PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(2).
           05  AG-BUCKET          PIC X(13).
           05  FILLER             PIC X(2).
           05  AG-PROMISE         PIC X(34).
           05  FILLER             PIC X(14).
      *Bucket summary line: label, count, over-limit dollar total.
       01  BUCKET-SUMMARY-REC.
           05  FILLER             PIC X(2).
       01  FLAGS.
           05 ACCT-EOF-SW         PIC X VALUE 'N'.
              88 ACCT-EOF         VALUE 'Y'.
      *CONTACTS is there to be read once a contact has been keyed.
           05 CONTACTS-SW         PIC X VALUE 'N'.
              88 CONTACTS-AVAILABLE VALUE 'Y'.
           05 CONT-DONE-SW        PIC X VALUE 'N'.
              88 CONT-DONE        VALUE 'Y'.
       01  FILE-STATUSES.
           05 ACC-ST   PIC XX.
              88 ACC-SUCCESS VALUE '00' '97'.
              88 OVL-SUCCESS  VALUE '00' '97'.
              88 OVL-NOTFND   VALUE '23'.
              88 OVL-NOTFOUND VALUE '35'.
           05 CON-ST   PIC XX.
              88 CON-SUCCESS  VALUE '00' '97'.
              88 CON-NOTFND   VALUE '23'.
              88 CON-FILE-EOF VALUE '10'.
              88 CON-NOTFOUND VALUE '35'.
           05 PRT-ST   PIC XX.
              88 PRT-SUCCESS VALUE '00' '97'.
      *WS-OPERATION names the I/O verb just issued, for the abend
           05 WS-60-TO-90-TOT      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-OVER-90-CNT       PIC 9(7) VALUE ZERO.
           05 WS-OVER-90-TOT       PIC S9(9)V99 COMP-3 VALUE ZERO.
      *The over-limit accounts marked with a live promise to pay.
           05 WS-PROMISED-CNT      PIC 9(7) VALUE ZERO.
           05 WS-PROMISED-TOT      PIC S9(9)V99 COMP-3 VALUE ZERO.
      *The latest live promise found for the account being printed.
       01  WS-PROMISE-WORK.
           05 WS-PROMISE-DATE      PIC 9(8) VALUE ZERO.
           05 WS-PROMISE-AMOUNT    PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-PROMISE-AMT-EDIT  PIC $$,$$$,$$9.99.
       01  WS-RUN-TOTALS.
           05 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-OVER-COUNT        PIC 9(7) VALUE ZERO.
               OPEN I-O OVLH-FILE
           END-IF.
           PERFORM H930-CHECK-OVL-STATUS.
      *CONTACTS not there yet means no contact has ever been keyed,
      *so there is no promise to mark.
           OPEN INPUT  CONT-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF NOT CON-NOTFOUND
               PERFORM H950-CHECK-CON-STATUS
               SET CONTACTS-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT PRINT-LINE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H940-CHECK-PRT-STATUS.
           MOVE WS-AGE-DAYS    TO AG-AGE-DAYS.
           MOVE OVL-RUNS-OVER  TO AG-RUNS-OVER.
           MOVE WS-OVER-AMOUNT TO AG-OVER-AMOUNT.
           IF CONTACTS-AVAILABLE
               PERFORM H240-FIND-PROMISE
           END-IF.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM AGING-DETAIL-REC.
           PERFORM H940-CHECK-PRT-STATUS.
           END-IF.
       H230-END.EXIT.
      *
      *Look through the account's contacts for a promise still live;
      *the latest one found is the one shown.
       H240-FIND-PROMISE.
           MOVE ZERO TO WS-PROMISE-DATE WS-PROMISE-AMOUNT.
           MOVE 'N'          TO CONT-DONE-SW.
           MOVE ACCT-NO      TO CONT-ACCT-NO.
           MOVE ZERO         TO CONT-DATE.
           MOVE 'START' TO WS-OPERATION.
           START CONT-FILE KEY NOT < CONT-KEY.
           IF CON-NOTFND OR CON-FILE-EOF
               SET CONT-DONE TO TRUE
           ELSE
               PERFORM H950-CHECK-CON-STATUS
               PERFORM H245-READ-CONTACT-NEXT
           END-IF.
           PERFORM H250-CHECK-CONTACT UNTIL CONT-DONE.
           IF WS-PROMISE-DATE NOT = ZERO
               ADD 1              TO WS-PROMISED-CNT
               ADD WS-OVER-AMOUNT TO WS-PROMISED-TOT
               MOVE WS-PROMISE-AMOUNT TO WS-PROMISE-AMT-EDIT
               STRING 'PROMISED ' WS-PROMISE-AMT-EDIT
                      ' BY ' WS-PROMISE-DATE
                      DELIMITED BY SIZE INTO AG-PROMISE
           END-IF.
       H240-END.EXIT.
      *
       H245-READ-CONTACT-NEXT.
           MOVE 'READ' TO WS-OPERATION.
           READ CONT-FILE NEXT
               AT END SET CONT-DONE TO TRUE
           END-READ.
           IF NOT CONT-DONE
               PERFORM H950-CHECK-CON-STATUS
               IF CONT-ACCT-NO NOT = ACCT-NO
                   SET CONT-DONE TO TRUE
               END-IF
           END-IF.
       H245-END.EXIT.
      *
       H250-CHECK-CONTACT.
           IF CONT-PROMISE-LIVE
               MOVE CONT-PROMISE-DATE   TO WS-PROMISE-DATE
               MOVE CONT-PROMISE-AMOUNT TO WS-PROMISE-AMOUNT
           END-IF.
           PERFORM H245-READ-CONTACT-NEXT.
       H250-END.EXIT.
      *
      *The bucket summary: count and over-limit dollars per aging
      *bucket, oldest money last so it is the line the eye lands on.
       H400-PRINT-BUCKET-SUMMARY.
           MOVE WS-OVER-90-CNT      TO BK-COUNT.
           MOVE WS-OVER-90-TOT      TO BK-OVER-TOT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'LIVE PROMISES'     TO BK-LABEL.
           MOVE WS-PROMISED-CNT     TO BK-COUNT.
           MOVE WS-PROMISED-TOT     TO BK-OVER-TOT.
           PERFORM H410-WRITE-SUMMARY-LINE.
       H400-END.EXIT.
      *
       H410-WRITE-SUMMARY-LINE.
           CLOSE ACCT-REC
                 OVLH-FILE
                 PRINT-LINE.
           IF CONTACTS-AVAILABLE
               CLOSE CONT-FILE
           END-IF.
       H500-END.EXIT.
      *
      *Report the failing file/operation/status, then stop the job
               PERFORM H905-ABEND
           END-IF.
       H940-END.EXIT.
      *
       H950-CHECK-CON-STATUS.
           IF NOT CON-SUCCESS AND NOT CON-FILE-EOF
               MOVE 'CONTACTS' TO WS-ABEND-FILE-NAME
               MOVE CON-ST     TO WS-ABEND-STATUS
               MOVE 32         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H950-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           PERFORM H400-PRINT-BUCKET-SUMMARY.
           DISPLAY 'CBLOAGE1 READ: ' WS-READ-COUNT
                   ' OVER LIMIT: '   WS-OVER-COUNT
                   ' NEW: '          WS-NEW-COUNT
                   ' CLEARED: '      WS-CLEARED-COUNT
                   ' PROMISED: '     WS-PROMISED-CNT.
           PERFORM H500-CLOSE-FILES.
           STOP RUN.
       H999-END.EXIT.
