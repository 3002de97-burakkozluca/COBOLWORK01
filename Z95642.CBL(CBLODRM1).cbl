      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLODRM1.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *CBLODRM1 is the periodic dormancy sweep. It finds the active
      *accounts on ACCTREC that have had no activity on the ACCTAUD
      *trail since the cutoff date and were opened before it, and
      *deals with each by its balance:
      *  zero   - a fully formed 'X' close transaction is written to
      *           DORMTRN under the system dormancy operator id, to be
      *           fed through CBLOEDT1 and CBLOMNT1 like any batch;
      *  credit - the account is not closed. The amount owed back is
      *           put on the REFUNDS worklist and the refund register
      *           with the name and address the refund goes to, and
      *           the offsetting 'J' adjustment that brings the
      *           balance to zero is written to REFADJ, to be fed to
      *           CBLOPST1 as MONYIN once the refunds are issued. The
      *           next sweep finds the balance at zero, marks the
      *           refund posted and closes the account. A refund
      *           already outstanding is listed again but never
      *           prepared twice;
      *  debit  - the customer still owes; the account is listed and
      *           left open.
      *The trail is sorted into account order and matched against
      *the master, the same way CBLOSTM1 builds its activity. An
      *account waiting on its refund is judged on its activity other
      *than adjustments, so the refund posting itself does not keep
      *it open.
      *Once CBLOPRG1 has purged the trail, the activity that keeps an
      *account open may be on its archive rather than the live file,
      *so the purged-records archive can be supplied as ARCHIN, the
      *same as for CBLOAUD1; its records go to the sort with the live
      *trail's. No ARCHIN allocated means the live trail alone. If
      *the earliest activity read - archive and live together - is
      *later than the cutoff, part of the period being judged has
      *been purged and not supplied, and the sweep stops with return
      *code 16 before any account is judged.
      *Cutoff date from SYSIN; blank = a year before today.
      *AUDIT-FILE (before/after audit trail) assign to ACCTAUD
      *ARCH-FILE (optional purged-records archive) assign to ARCHIN
      *ACCT-REC (account master, VSAM KSDS) assign to ACCTREC
      *REF-FILE (refund worklist, VSAM KSDS) assign to REFUNDS
      *CLOSE-FILE (close transactions for CBLOEDT1) assign to DORMTRN
      *ADJ-FILE (refund adjustments for CBLOPST1) assign to REFADJ
      *PRINT-LINE (dormancy register) assign to PRTDRM
      *REFUND-LINE (refund register) assign to PRTRFD
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE  ASSIGN TO ACCTAUD
                              STATUS    AUD-ST.
           SELECT ARCH-FILE   ASSIGN TO ARCHIN
                              STATUS    ARC-ST.
           SELECT ACCT-REC    ASSIGN TO ACCTREC
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS SEQUENTIAL
                              RECORD KEY   IS ACCT-NO
                              STATUS       IS ACC-ST.
           SELECT REF-FILE    ASSIGN TO REFUNDS
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS RANDOM
                              RECORD KEY   IS REF-ACCT-NO
                              STATUS       IS REF-ST.
           SELECT CLOSE-FILE  ASSIGN TO DORMTRN
                              STATUS    CLS-ST.
           SELECT ADJ-FILE    ASSIGN TO REFADJ
                              STATUS    ADJ-ST.
           SELECT PRINT-LINE  ASSIGN TO PRTDRM
                              STATUS    PRT-ST.
           SELECT REFUND-LINE ASSIGN TO PRTRFD
                              STATUS    RFP-ST.
           SELECT SORT-WORK   ASSIGN TO SORTWK1.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  AUDIT-FILE RECORDING MODE F.
           COPY AUDITREC.
      *
      *Archived audit records are byte-for-byte the records CBLOPRG1
      *moved off the live trail, so each one is released through the
      *AUDIT-REC layout.
       FD  ARCH-FILE RECORDING MODE F.
       01  ARCH-REC                   PIC X(379).
      *
       FD  ACCT-REC RECORDING MODE F.
           COPY ACCTREC.
      *
       FD  REF-FILE RECORDING MODE F.
           COPY REFNDREC.
      *
       FD  CLOSE-FILE RECORDING MODE F.
           COPY TRANSREC.
      *
       FD  ADJ-FILE RECORDING MODE F.
           COPY MONYREC.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       FD  REFUND-LINE RECORDING MODE F.
       01  REFUND-REC                 PIC X(132).
      *
      *SORT-WORK carries each audit record's account, date and type
      *into account/date order for the match against the master.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-ACCT-NO            PIC X(8).
           05  SRT-DATE               PIC 9(8).
           05  SRT-TYPE               PIC X(1).
      *
       WORKING-STORAGE SECTION.
      *Dormancy register column headings and one line per dormant
      *account.
       01  DORM-HEADING-REC.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER             PIC X(22) VALUE 'LAST NAME'.
           05  FILLER             PIC X(15) VALUE 'LAST ACTIVITY'.
           05  FILLER             PIC X(17) VALUE '       BALANCE'.
           05  FILLER             PIC X(66) VALUE 'ACTION'.
       01  DORM-DETAIL-REC.
           05  FILLER             PIC X(2).
           05  DD-ACCT-NO         PIC X(8).
           05  FILLER             PIC X(2).
           05  DD-LAST-NAME       PIC X(20).
           05  FILLER             PIC X(2).
           05  DD-LAST-ACTIVITY   PIC 9(8).
           05  FILLER             PIC X(5).
           05  DD-BALANCE         PIC -(7)9.99.
           05  FILLER             PIC X(3).
           05  DD-ACTION          PIC X(40).
           05  FILLER             PIC X(31).
      *Refund register column headings and one line per refund.
       01  REFUND-HEADING-REC.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER             PIC X(37) VALUE 'NAME'.
           05  FILLER             PIC X(42) VALUE 'ADDRESS'.
           05  FILLER             PIC X(15) VALUE '    AMOUNT OWED'.
           05  FILLER             PIC X(26) VALUE '  STANDING'.
       01  REFUND-DETAIL-REC.
           05  FILLER             PIC X(2).
           05  RD-ACCT-NO         PIC X(8).
           05  FILLER             PIC X(2).
           05  RD-LAST-NAME       PIC X(20).
           05  FILLER             PIC X(1).
           05  RD-FIRST-NAME      PIC X(15).
           05  FILLER             PIC X(1).
           05  RD-STREET-ADDR     PIC X(25).
           05  FILLER             PIC X(1).
           05  RD-CITY-COUNTY     PIC X(15).
           05  FILLER             PIC X(1).
           05  RD-AMOUNT          PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(2).
           05  RD-STANDING        PIC X(20).
           05  FILLER             PIC X(6).
      *Total lines: label, count and, where there is one, amount.
       01  DORM-TOTAL-REC.
           05  FILLER             PIC X(2).
           05  DT-LABEL           PIC X(30).
           05  DT-COUNT           PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2).
           05  DT-AMOUNT          PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(77).
       01  FLAGS.
           05 AUDIT-EOF-SW        PIC X VALUE 'N'.
              88 AUDIT-EOF        VALUE 'Y'.
           05 ARCH-EOF-SW         PIC X VALUE 'N'.
              88 ARCH-EOF         VALUE 'Y'.
           05 ACCT-EOF-SW         PIC X VALUE 'N'.
              88 ACCT-EOF         VALUE 'Y'.
           05 SORT-DONE-SW        PIC X VALUE 'N'.
              88 SORT-DONE        VALUE 'Y'.
      *Set when the account being judged has a refund outstanding on
      *the worklist.
           05 WS-REFUND-OPEN-SW   PIC X VALUE 'N'.
              88 WS-REFUND-OPEN   VALUE 'Y'.
           05 WS-REFUND-ON-FILE-SW PIC X VALUE 'N'.
              88 WS-REFUND-ON-FILE VALUE 'Y'.
       01  FILE-STATUSES.
           05 AUD-ST   PIC XX.
              88 AUD-SUCCESS  VALUE '00' '97'.
              88 AUD-EOF      VALUE '10'.
           05 ARC-ST   PIC XX.
              88 ARC-SUCCESS  VALUE '00' '97'.
              88 ARC-FILE-EOF VALUE '10'.
              88 ARC-NOTFOUND VALUE '35'.
           05 ACC-ST   PIC XX.
              88 ACC-SUCCESS  VALUE '00' '97'.
              88 ACC-FILE-EOF VALUE '10'.
           05 REF-ST   PIC XX.
              88 REF-SUCCESS  VALUE '00' '97'.
              88 REF-NOTFND   VALUE '23'.
              88 REF-NOTFOUND VALUE '35'.
           05 CLS-ST   PIC XX.
              88 CLS-SUCCESS  VALUE '00' '97'.
           05 ADJ-ST   PIC XX.
              88 ADJ-SUCCESS  VALUE '00' '97'.
           05 PRT-ST   PIC XX.
              88 PRT-SUCCESS  VALUE '00' '97'.
           05 RFP-ST   PIC XX.
              88 RFP-SUCCESS  VALUE '00' '97'.
      *WS-OPERATION names the I/O verb just issued, for the abend
      *message written by H905-ABEND.
       01  WS-ABEND-INFO.
           05 WS-OPERATION         PIC X(8) VALUE SPACES.
           05 WS-ABEND-FILE-NAME   PIC X(8) VALUE SPACES.
           05 WS-ABEND-STATUS      PIC XX   VALUE '00'.
           05 WS-ABEND-RETURN-CODE PIC 9(3) VALUE ZERO.
      *The policy, in one place: how long without activity makes an
      *account dormant when no cutoff is given, and the operator id
      *the generated close transactions and refund adjustments carry
      *so the audit trail shows where they came from.
       01  WS-POLICY.
           05 WS-DORMANT-DAYS      PIC 9(3)     COMP-3 VALUE 365.
           05 WS-DORMANCY-OPERATOR PIC X(8)     VALUE 'SYSDORM'.
      *Cutoff date, read from SYSIN; blank = WS-DORMANT-DAYS before
      *today. Activity on or after the cutoff keeps an account open.
      *WS-EARLIEST-AUDIT is the oldest activity date read, which must
      *not be later than the cutoff.
       01  WS-CUTOFF-DATE-IN       PIC X(8)  VALUE SPACES.
       01  WS-SWEEP-DATES.
           05 WS-RUN-DATE          PIC 9(8)  VALUE ZERO.
           05 WS-CUTOFF-DATE       PIC 9(8)  VALUE ZERO.
           05 WS-OPEN-DATE         PIC 9(8)  VALUE ZERO.
           05 WS-EARLIEST-AUDIT    PIC 9(8)  VALUE 99999999.
      *The sorted activity record just returned.
       01  WS-ACTIVITY-REC.
           05 WS-ACT-ACCT-NO       PIC X(8).
           05 WS-ACT-DATE          PIC 9(8).
           05 WS-ACT-TYPE          PIC X(1).
      *The account's latest activity of any kind, and its latest
      *activity other than an adjustment.
       01  WS-ACCOUNT-ACTIVITY.
           05 WS-LAST-ACTIVITY     PIC 9(8)  VALUE ZERO.
           05 WS-LAST-NON-ADJ      PIC 9(8)  VALUE ZERO.
      *Register standing text for a refund.
       01  WS-REFUND-STANDING      PIC X(20) VALUE SPACES.
       01  WS-RUN-TOTALS.
           05 WS-AUDIT-READ-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-ARCH-READ-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-ORPHAN-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-SCANNED-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-DORMANT-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-CLOSE-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-POSTED-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-OWED-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-OWED-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-NEW-REFUND-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-NEW-REFUND-TOTAL  PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-OLD-REFUND-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-OLD-REFUND-TOTAL  PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-ADJ-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-ADJ-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
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
      *Cutoff date, one SYSIN line, blank = a year before today.
           ACCEPT WS-CUTOFF-DATE-IN FROM SYSIN.
           IF WS-CUTOFF-DATE-IN = SPACES
               COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                    - WS-DORMANT-DAYS)
           ELSE
               MOVE WS-CUTOFF-DATE-IN TO WS-CUTOFF-DATE
           END-IF.
      *REFUNDS carries the worklist across sweeps - it may not exist
      *yet the very first time this runs, so that specific case
      *creates it empty and reopens it for update.
           OPEN I-O REF-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF REF-NOTFOUND
               OPEN OUTPUT REF-FILE
               PERFORM H930-CHECK-REF-STATUS
               CLOSE REF-FILE
               OPEN I-O REF-FILE
           END-IF.
           PERFORM H930-CHECK-REF-STATUS.
           OPEN OUTPUT CLOSE-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H940-CHECK-CLS-STATUS.
           OPEN OUTPUT ADJ-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H950-CHECK-ADJ-STATUS.
           OPEN OUTPUT PRINT-LINE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H960-CHECK-PRT-STATUS.
           OPEN OUTPUT REFUND-LINE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H970-CHECK-RFP-STATUS.
           MOVE SPACES TO DORM-DETAIL-REC REFUND-DETAIL-REC
                          DORM-TOTAL-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'DORMANT ACCOUNT SWEEP - NO ACTIVITY SINCE '
                  WS-CUTOFF-DATE '  RUN DATE ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE DORM-HEADING-REC TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE SPACES TO REFUND-REC.
           STRING 'CREDIT BALANCE REFUND REGISTER - DORMANT ACCOUNTS'
                  '  RUN DATE ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO REFUND-REC.
           PERFORM H820-WRITE-REFUND-LINE.
           MOVE SPACES TO REFUND-REC.
           PERFORM H820-WRITE-REFUND-LINE.
           MOVE REFUND-HEADING-REC TO REFUND-REC.
           PERFORM H820-WRITE-REFUND-LINE.
       H100-END.EXIT.
      *
      *Read the purged-records archive, if supplied, and the whole
      *audit trail, and release every record's account, date and
      *type to the sort.
       H300-SORT-INPUT.
           PERFORM H330-PROCESS-ARCHIVE.
           OPEN INPUT AUDIT-FILE.
           MOVE 'OPEN' TO WS-OPERATION.
           PERFORM H910-CHECK-AUD-STATUS.
           PERFORM H320-READ-AUDIT.
           PERFORM H310-RELEASE-AUDIT UNTIL AUDIT-EOF.
           CLOSE AUDIT-FILE.
       H300-END.EXIT.
      *
       H310-RELEASE-AUDIT.
           ADD 1 TO WS-AUDIT-READ-COUNT.
           PERFORM H315-RELEASE-RECORD.
           PERFORM H320-READ-AUDIT.
       H310-END.EXIT.
      *
       H315-RELEASE-RECORD.
           MOVE AUDIT-ACCT-NO    TO SRT-ACCT-NO.
           MOVE AUDIT-DATE       TO SRT-DATE.
           MOVE AUDIT-TRANS-TYPE TO SRT-TYPE.
           IF AUDIT-DATE < WS-EARLIEST-AUDIT
               MOVE AUDIT-DATE TO WS-EARLIEST-AUDIT
           END-IF.
           RELEASE SORT-REC.
       H315-END.EXIT.
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
      *The optional purged-records archive: not being allocated at
      *all (status 35) just means the live trail is all there is.
       H330-PROCESS-ARCHIVE.
           OPEN INPUT ARCH-FILE.
           IF ARC-NOTFOUND
               CONTINUE
           ELSE
               MOVE 'OPEN' TO WS-OPERATION
               PERFORM H915-CHECK-ARC-STATUS
               PERFORM H350-READ-ARCHIVE
               PERFORM H340-RELEASE-ARCHIVE UNTIL ARCH-EOF
               CLOSE ARCH-FILE
           END-IF.
       H330-END.EXIT.
      *
       H340-RELEASE-ARCHIVE.
           ADD 1 TO WS-ARCH-READ-COUNT.
           MOVE ARCH-REC TO AUDIT-REC.
           PERFORM H315-RELEASE-RECORD.
           PERFORM H350-READ-ARCHIVE.
       H340-END.EXIT.
      *
       H350-READ-ARCHIVE.
           MOVE 'READ' TO WS-OPERATION.
           READ ARCH-FILE
               AT END SET ARCH-EOF TO TRUE
           END-READ.
           IF NOT ARCH-EOF
               PERFORM H915-CHECK-ARC-STATUS
           END-IF.
       H350-END.EXIT.
      *
      *Match the sorted activity against the master in key order.
      *Activity whose account is not on the master (deleted since) is
      *counted and passed by. Nothing is judged unless the activity
      *read reaches back to the cutoff: an account whose only recent
      *activity was purged would otherwise be swept as dormant.
       H400-SORT-OUTPUT.
           IF WS-EARLIEST-AUDIT > WS-CUTOFF-DATE
               MOVE SPACES TO PRINT-REC
               STRING '*** AUDIT TRAIL DOES NOT REACH BACK TO CUTOFF'
                      ' - SUPPLY ARCHIN ***'
                      DELIMITED BY SIZE INTO PRINT-REC
               PERFORM H810-WRITE-PRINT-LINE
               DISPLAY 'CBLODRM1 STOPPED - EARLIEST ACTIVITY '
                       WS-EARLIEST-AUDIT ' IS AFTER CUTOFF '
                       WS-CUTOFF-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACCT-REC.
           MOVE 'OPEN' TO WS-OPERATION.
           PERFORM H920-CHECK-ACC-STATUS.
           PERFORM H410-READ-MASTER.
           PERFORM H420-RETURN-ACTIVITY.
           PERFORM H430-JUDGE-ACCOUNT UNTIL ACCT-EOF.
           PERFORM H455-SKIP-ORPHAN UNTIL SORT-DONE.
           CLOSE ACCT-REC.
       H400-END.EXIT.
      *
       H410-READ-MASTER.
           MOVE 'READ' TO WS-OPERATION.
           READ ACCT-REC
               AT END SET ACCT-EOF TO TRUE
           END-READ.
           IF NOT ACCT-EOF
               PERFORM H920-CHECK-ACC-STATUS
           END-IF.
       H410-END.EXIT.
      *
       H420-RETURN-ACTIVITY.
           RETURN SORT-WORK INTO WS-ACTIVITY-REC
               AT END SET SORT-DONE TO TRUE
           END-RETURN.
       H420-END.EXIT.
      *
      *Gather one account's activity dates, then decide whether it is
      *dormant. Only an active account opened before the cutoff can
      *be. An account with a refund outstanding is judged on its
      *activity other than adjustments; any other account on all of
      *it.
       H430-JUDGE-ACCOUNT.
           ADD 1 TO WS-SCANNED-COUNT.
           MOVE ZERO TO WS-LAST-ACTIVITY WS-LAST-NON-ADJ.
           PERFORM H455-SKIP-ORPHAN
               UNTIL SORT-DONE OR WS-ACT-ACCT-NO NOT < ACCT-NO.
           PERFORM H440-TAKE-ACTIVITY
               UNTIL SORT-DONE OR WS-ACT-ACCT-NO NOT = ACCT-NO.
           IF ACCT-ACTIVE
               MOVE ACCT-STATUS-DATE TO WS-OPEN-DATE
               IF WS-OPEN-DATE > WS-LAST-ACTIVITY
                   MOVE WS-OPEN-DATE TO WS-LAST-ACTIVITY
               END-IF
               IF WS-OPEN-DATE > WS-LAST-NON-ADJ
                   MOVE WS-OPEN-DATE TO WS-LAST-NON-ADJ
               END-IF
               IF WS-LAST-NON-ADJ < WS-CUTOFF-DATE
                   PERFORM H450-READ-REFUND
                   IF WS-REFUND-OPEN
                       OR WS-LAST-ACTIVITY < WS-CUTOFF-DATE
                       PERFORM H500-DORMANT-ACCOUNT
                   END-IF
               END-IF
           END-IF.
           PERFORM H410-READ-MASTER.
       H430-END.EXIT.
      *
       H440-TAKE-ACTIVITY.
           IF WS-ACT-DATE > WS-LAST-ACTIVITY
               MOVE WS-ACT-DATE TO WS-LAST-ACTIVITY
           END-IF.
           IF WS-ACT-TYPE NOT = 'J'
               AND WS-ACT-DATE > WS-LAST-NON-ADJ
               MOVE WS-ACT-DATE TO WS-LAST-NON-ADJ
           END-IF.
           PERFORM H420-RETURN-ACTIVITY.
       H440-END.EXIT.
      *
      *Look the account up on the refund worklist.
       H450-READ-REFUND.
           MOVE 'N' TO WS-REFUND-OPEN-SW WS-REFUND-ON-FILE-SW.
           MOVE ACCT-NO TO REF-ACCT-NO.
           MOVE 'READ' TO WS-OPERATION.
           READ REF-FILE.
           IF NOT REF-NOTFND
               PERFORM H930-CHECK-REF-STATUS
               SET WS-REFUND-ON-FILE TO TRUE
               IF REF-OUTSTANDING
                   SET WS-REFUND-OPEN TO TRUE
               END-IF
           END-IF.
       H450-END.EXIT.
      *
       H455-SKIP-ORPHAN.
           ADD 1 TO WS-ORPHAN-COUNT.
           PERFORM H420-RETURN-ACTIVITY.
       H455-END.EXIT.
      *
      *A dormant account: close it at zero, refund it in credit, list
      *it as owing in debit.
       H500-DORMANT-ACCOUNT.
           ADD 1 TO WS-DORMANT-COUNT.
           MOVE ACCT-NO          TO DD-ACCT-NO.
           MOVE LAST-NAME        TO DD-LAST-NAME.
           MOVE WS-LAST-ACTIVITY TO DD-LAST-ACTIVITY.
           MOVE ACCT-BALANCE     TO DD-BALANCE.
           EVALUATE TRUE
               WHEN ACCT-BALANCE = ZERO
                   PERFORM H510-CLOSE-ACCOUNT
               WHEN ACCT-BALANCE < ZERO
                   PERFORM H520-REFUND-ACCOUNT
               WHEN OTHER
                   ADD 1            TO WS-OWED-COUNT
                   ADD ACCT-BALANCE TO WS-OWED-TOTAL
                   MOVE 'BALANCE OWED - LEFT OPEN' TO DD-ACTION
           END-EVALUATE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM DORM-DETAIL-REC.
           PERFORM H960-CHECK-PRT-STATUS.
           MOVE SPACES TO DORM-DETAIL-REC.
       H500-END.EXIT.
      *
      *The close is a normal CBLOMNT1 close transaction: every field
      *carried from the master and the dormancy operator id. A refund
      *outstanding on the account has now posted, so it is marked so.
       H510-CLOSE-ACCOUNT.
           MOVE SPACES               TO TRANS-REC.
           MOVE 'X'                  TO TRANS-TYPE.
           MOVE ACCT-NO              TO TRANS-ACCT-NO.
           MOVE ACCT-LIMIT           TO TRANS-LIMIT.
           MOVE ACCT-BALANCE         TO TRANS-BALANCE.
           MOVE LAST-NAME            TO TRANS-LAST-NAME.
           MOVE FIRST-NAME           TO TRANS-FIRST-NAME.
           MOVE STREET-ADDR          TO TRANS-STREET-ADDR.
           MOVE CITY-COUNTY          TO TRANS-CITY-COUNTY.
           MOVE USA-STATE            TO TRANS-USA-STATE.
           MOVE COMMENTS             TO TRANS-COMMENTS.
           MOVE WS-DORMANCY-OPERATOR TO TRANS-OPERATOR-ID.
           MOVE ACCT-CUST-NO         TO TRANS-CUST-NO.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE TRANS-REC.
           PERFORM H940-CHECK-CLS-STATUS.
           ADD 1 TO WS-CLOSE-COUNT.
           MOVE 'CLOSE TRANSACTION WRITTEN' TO DD-ACTION.
           IF WS-REFUND-OPEN
               SET REF-POSTED TO TRUE
               MOVE WS-RUN-DATE TO REF-POSTED-DATE
               MOVE 'REWRITE' TO WS-OPERATION
               REWRITE REF-REC
               PERFORM H930-CHECK-REF-STATUS
               ADD 1 TO WS-POSTED-COUNT
               MOVE 'REFUND POSTED - CLOSE TRANSACTION WRITTEN'
                 TO DD-ACTION
           END-IF.
       H510-END.EXIT.
      *
      *A credit balance. A refund already outstanding is listed again
      *as it stands; otherwise the amount owed goes on the worklist -
      *over any earlier refund long since posted - and its offsetting
      *adjustment is prepared.
       H520-REFUND-ACCOUNT.
           IF WS-REFUND-OPEN
               ADD 1          TO WS-OLD-REFUND-COUNT
               ADD REF-AMOUNT TO WS-OLD-REFUND-TOTAL
               MOVE SPACES TO WS-REFUND-STANDING
               STRING 'OUTSTANDING ' REF-LISTED-DATE
                      DELIMITED BY SIZE INTO WS-REFUND-STANDING
               MOVE 'REFUND ALREADY OUTSTANDING' TO DD-ACTION
           ELSE
               MOVE SPACES           TO REF-REC
               MOVE ACCT-NO          TO REF-ACCT-NO
               SET REF-OUTSTANDING   TO TRUE
               COMPUTE REF-AMOUNT    = ZERO - ACCT-BALANCE
               MOVE LAST-NAME        TO REF-LAST-NAME
               MOVE FIRST-NAME       TO REF-FIRST-NAME
               MOVE STREET-ADDR      TO REF-STREET-ADDR
               MOVE CITY-COUNTY      TO REF-CITY-COUNTY
               MOVE USA-STATE        TO REF-USA-STATE
               MOVE WS-LAST-ACTIVITY TO REF-LAST-ACTIVITY
               MOVE WS-RUN-DATE      TO REF-LISTED-DATE
               MOVE ZERO             TO REF-POSTED-DATE
               IF WS-REFUND-ON-FILE
                   MOVE 'REWRITE' TO WS-OPERATION
                   REWRITE REF-REC
               ELSE
                   MOVE 'WRITE' TO WS-OPERATION
                   WRITE REF-REC
               END-IF
               PERFORM H930-CHECK-REF-STATUS
               PERFORM H530-WRITE-REFUND-ADJ
               ADD 1          TO WS-NEW-REFUND-COUNT
               ADD REF-AMOUNT TO WS-NEW-REFUND-TOTAL
               MOVE 'NEW' TO WS-REFUND-STANDING
               MOVE 'REFUND LISTED - ADJUSTMENT PREPARED'
                 TO DD-ACTION
           END-IF.
           PERFORM H540-WRITE-REFUND-REGISTER.
       H520-END.EXIT.
      *
      *The adjustment that brings the balance back up to zero once
      *the refund has gone out.
       H530-WRITE-REFUND-ADJ.
           MOVE SPACES               TO MONY-REC.
           MOVE 'J'                  TO MONY-TYPE.
           MOVE ACCT-NO              TO MONY-ACCT-NO.
           MOVE REF-AMOUNT           TO MONY-AMOUNT.
           MOVE WS-DORMANCY-OPERATOR TO MONY-OPERATOR-ID.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE MONY-REC.
           PERFORM H950-CHECK-ADJ-STATUS.
           ADD 1          TO WS-ADJ-COUNT.
           ADD REF-AMOUNT TO WS-ADJ-TOTAL.
       H530-END.EXIT.
      *
       H540-WRITE-REFUND-REGISTER.
           MOVE REF-ACCT-NO        TO RD-ACCT-NO.
           MOVE REF-LAST-NAME      TO RD-LAST-NAME.
           MOVE REF-FIRST-NAME     TO RD-FIRST-NAME.
           MOVE REF-STREET-ADDR    TO RD-STREET-ADDR.
           MOVE REF-CITY-COUNTY    TO RD-CITY-COUNTY.
           MOVE REF-AMOUNT         TO RD-AMOUNT.
           MOVE WS-REFUND-STANDING TO RD-STANDING.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE REFUND-REC FROM REFUND-DETAIL-REC.
           PERFORM H970-CHECK-RFP-STATUS.
           MOVE SPACES TO REFUND-DETAIL-REC.
       H540-END.EXIT.
      *
      *Register totals. The refund register proves the adjustments
      *prepared equal the new refunds listed.
       H600-PRINT-TOTALS.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'ACCOUNTS SCANNED'        TO DT-LABEL.
           MOVE WS-SCANNED-COUNT          TO DT-COUNT.
           PERFORM H610-WRITE-DORM-TOTAL.
           MOVE 'DORMANT'                 TO DT-LABEL.
           MOVE WS-DORMANT-COUNT          TO DT-COUNT.
           PERFORM H610-WRITE-DORM-TOTAL.
           MOVE 'CLOSE TRANSACTIONS'      TO DT-LABEL.
           MOVE WS-CLOSE-COUNT            TO DT-COUNT.
           PERFORM H610-WRITE-DORM-TOTAL.
           MOVE '  OF WHICH REFUND POSTED'  TO DT-LABEL.
           MOVE WS-POSTED-COUNT           TO DT-COUNT.
           PERFORM H610-WRITE-DORM-TOTAL.
           MOVE 'NEW REFUNDS'             TO DT-LABEL.
           MOVE WS-NEW-REFUND-COUNT       TO DT-COUNT.
           MOVE WS-NEW-REFUND-TOTAL       TO DT-AMOUNT.
           PERFORM H610-WRITE-DORM-TOTAL.
           MOVE 'REFUNDS OUTSTANDING'     TO DT-LABEL.
           MOVE WS-OLD-REFUND-COUNT       TO DT-COUNT.
           MOVE WS-OLD-REFUND-TOTAL       TO DT-AMOUNT.
           PERFORM H610-WRITE-DORM-TOTAL.
           MOVE 'BALANCE OWED, LEFT OPEN' TO DT-LABEL.
           MOVE WS-OWED-COUNT             TO DT-COUNT.
           MOVE WS-OWED-TOTAL             TO DT-AMOUNT.
           PERFORM H610-WRITE-DORM-TOTAL.
           MOVE SPACES TO REFUND-REC.
           PERFORM H820-WRITE-REFUND-LINE.
           MOVE 'NEW REFUNDS LISTED'      TO DT-LABEL.
           MOVE WS-NEW-REFUND-COUNT       TO DT-COUNT.
           MOVE WS-NEW-REFUND-TOTAL       TO DT-AMOUNT.
           PERFORM H620-WRITE-REFUND-TOTAL.
           MOVE 'ADJUSTMENTS PREPARED (J)' TO DT-LABEL.
           MOVE WS-ADJ-COUNT              TO DT-COUNT.
           MOVE WS-ADJ-TOTAL              TO DT-AMOUNT.
           PERFORM H620-WRITE-REFUND-TOTAL.
           MOVE 'REFUNDS STILL OUTSTANDING' TO DT-LABEL.
           MOVE WS-OLD-REFUND-COUNT       TO DT-COUNT.
           MOVE WS-OLD-REFUND-TOTAL       TO DT-AMOUNT.
           PERFORM H620-WRITE-REFUND-TOTAL.
           MOVE SPACES TO REFUND-REC.
           PERFORM H820-WRITE-REFUND-LINE.
           IF WS-ADJ-COUNT = WS-NEW-REFUND-COUNT
               AND WS-ADJ-TOTAL = WS-NEW-REFUND-TOTAL
               MOVE 'ADJUSTMENTS AGREE WITH NEW REFUNDS' TO REFUND-REC
           ELSE
               MOVE '*** ADJUSTMENTS DO NOT AGREE - DO NOT ISSUE ***'
                 TO REFUND-REC
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM H820-WRITE-REFUND-LINE.
       H600-END.EXIT.
      *
       H610-WRITE-DORM-TOTAL.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM DORM-TOTAL-REC.
           PERFORM H960-CHECK-PRT-STATUS.
           MOVE SPACES TO DORM-TOTAL-REC.
       H610-END.EXIT.
      *
       H620-WRITE-REFUND-TOTAL.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE REFUND-REC FROM DORM-TOTAL-REC.
           PERFORM H970-CHECK-RFP-STATUS.
           MOVE SPACES TO DORM-TOTAL-REC.
       H620-END.EXIT.
      *
       H810-WRITE-PRINT-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC.
           PERFORM H960-CHECK-PRT-STATUS.
       H810-END.EXIT.
      *
       H820-WRITE-REFUND-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE REFUND-REC.
           PERFORM H970-CHECK-RFP-STATUS.
       H820-END.EXIT.
      *
       H800-CLOSE-FILES.
           CLOSE REF-FILE
                 CLOSE-FILE
                 ADJ-FILE
                 PRINT-LINE
                 REFUND-LINE.
       H800-END.EXIT.
      *
      *Report the failing file/operation/status, then stop the job
      *with a distinct return code, the same as CBLOMNT1's convention.
       H905-ABEND.
           DISPLAY 'CBLODRM1 ABEND - FILE: ' WS-ABEND-FILE-NAME
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
       H915-CHECK-ARC-STATUS.
           IF NOT ARC-SUCCESS AND NOT ARC-FILE-EOF
               MOVE 'ARCHIN'  TO WS-ABEND-FILE-NAME
               MOVE ARC-ST    TO WS-ABEND-STATUS
               MOVE 48        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H915-END.EXIT.
      *
       H920-CHECK-ACC-STATUS.
           IF NOT ACC-SUCCESS AND NOT ACC-FILE-EOF
               MOVE 'ACCTREC' TO WS-ABEND-FILE-NAME
               MOVE ACC-ST    TO WS-ABEND-STATUS
               MOVE 24        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H920-END.EXIT.
      *
       H930-CHECK-REF-STATUS.
           IF NOT REF-SUCCESS
               MOVE 'REFUNDS' TO WS-ABEND-FILE-NAME
               MOVE REF-ST    TO WS-ABEND-STATUS
               MOVE 28        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H930-END.EXIT.
      *
       H940-CHECK-CLS-STATUS.
           IF NOT CLS-SUCCESS
               MOVE 'DORMTRN' TO WS-ABEND-FILE-NAME
               MOVE CLS-ST    TO WS-ABEND-STATUS
               MOVE 32        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H940-END.EXIT.
      *
       H950-CHECK-ADJ-STATUS.
           IF NOT ADJ-SUCCESS
               MOVE 'REFADJ'  TO WS-ABEND-FILE-NAME
               MOVE ADJ-ST    TO WS-ABEND-STATUS
               MOVE 36        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H950-END.EXIT.
      *
       H960-CHECK-PRT-STATUS.
           IF NOT PRT-SUCCESS
               MOVE 'PRTDRM'  TO WS-ABEND-FILE-NAME
               MOVE PRT-ST    TO WS-ABEND-STATUS
               MOVE 40        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H960-END.EXIT.
      *
       H970-CHECK-RFP-STATUS.
           IF NOT RFP-SUCCESS
               MOVE 'PRTRFD'  TO WS-ABEND-FILE-NAME
               MOVE RFP-ST    TO WS-ABEND-STATUS
               MOVE 44        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H970-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           PERFORM H600-PRINT-TOTALS.
           DISPLAY 'CBLODRM1 AUDIT READ: '  WS-AUDIT-READ-COUNT
                   ' ARCHIVE READ: '        WS-ARCH-READ-COUNT.
           DISPLAY 'CBLODRM1 SCANNED: '     WS-SCANNED-COUNT
                   ' DORMANT: '             WS-DORMANT-COUNT
                   ' CLOSES: '              WS-CLOSE-COUNT
                   ' NEW REFUNDS: '         WS-NEW-REFUND-COUNT
                   ' OUTSTANDING: '         WS-OLD-REFUND-COUNT
                   ' OWED: '                WS-OWED-COUNT
                   ' ORPHAN ACTIVITY: '     WS-ORPHAN-COUNT.
           PERFORM H800-CLOSE-FILES.
           STOP RUN.
       H999-END.EXIT.
      *
