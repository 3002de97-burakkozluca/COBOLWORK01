      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLOSCN1.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *CBLOSCN1 is the nightly suspicious-activity scan. It reads the
      *recent maintenance on the ACCTAUD trail - adds, changes and
      *closes, decoded from the before/after images with the ACCTREC
      *layout - sorts it into account/date/time order, and tests
      *each account's run of activity against the fraud rules:
      *  AL  an address change followed within N days by a limit
      *      increase
      *  LC  N or more limit changes on one account within a window
      *  NO  a name change on an account already over its limit
      *  CR  a close followed within N days by a re-add of the same
      *      account number
      *  OP  the operator who added an account making N or more
      *      changes to it within a window of the add
      *The rules are switched on and tuned from the SCANRULE cards
      *without a program change; a rule with no card does not run.
      *How far back the trail is read is the widest window of the
      *rules that are on. Each hit is filed on the ALERTS file under
      *its rule, account and the audit record that completed the
      *pattern, so a hit found again the next night lands on the
      *same alert: an open alert is reported every night until a
      *reviewer clears it with a CLEARIN card, and a cleared alert
      *is never reported again. The report lists the clears applied
      *this run, then every open alert grouped by rule.
      *Scan date from SYSIN, blank = today.
      *SCANRULE-FILE (rule settings cards) assign to SCANRULE
      *AUDIT-FILE (before/after audit trail) assign to ACCTAUD
      *ALERT-FILE (alert file, VSAM KSDS) assign to ALERTS
      *CLEAR-FILE (optional alert clearing cards) assign to CLEARIN
      *PRINT-LINE (alert report) assign to PRTSCN
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCANRULE-FILE ASSIGN TO SCANRULE
                                STATUS    SRL-ST.
           SELECT AUDIT-FILE    ASSIGN TO ACCTAUD
                                STATUS    AUD-ST.
           SELECT ALERT-FILE    ASSIGN TO ALERTS
                                ORGANIZATION IS INDEXED
                                ACCESS MODE  IS DYNAMIC
                                RECORD KEY   IS ALRT-KEY
                                STATUS       IS ALR-ST.
           SELECT CLEAR-FILE    ASSIGN TO CLEARIN
                                STATUS    CLR-ST.
           SELECT PRINT-LINE    ASSIGN TO PRTSCN
                                STATUS    PRT-ST.
           SELECT SORT-WORK     ASSIGN TO SORTWK1.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *One settings card per rule: the rule id, 'Y' to run it or 'N'
      *to leave it off, the window in days and, for LC and OP, how
      *many changes inside the window make a hit. A card with '*' in
      *column 1 is a comment.
       FD  SCANRULE-FILE RECORDING MODE F.
       01  SCANRULE-REC.
           05  SR-RULE-ID             PIC X(2).
           05  SR-ACTIVE              PIC X(1).
           05  SR-WINDOW-DAYS         PIC 9(3).
           05  SR-MIN-COUNT           PIC 9(3).
           05  FILLER                 PIC X(71).
      *
       FD  AUDIT-FILE RECORDING MODE F.
           COPY AUDITREC.
      *
       FD  ALERT-FILE RECORDING MODE F.
           COPY ALRTREC.
      *
      *One card per alert a reviewer has looked at and cleared: the
      *alert's key as printed on the report, the reviewer's operator
      *id and a short note.
       FD  CLEAR-FILE RECORDING MODE F.
       01  CLEAR-REC.
           05  CL-ALERT-KEY.
               10  CL-RULE            PIC X(2).
               10  CL-ACCT-NO         PIC X(8).
               10  CL-EVENT-DATE      PIC 9(8).
               10  CL-EVENT-TIME      PIC 9(6).
           05  CL-OPERATOR-ID         PIC X(8).
           05  CL-NOTE                PIC X(30).
           05  FILLER                 PIC X(18).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
      *SORT-WORK carries the scanned maintenance, cut down to what the
      *rules test, into account/date/time order.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-ACCT-NO            PIC X(8).
           05  SRT-DATE               PIC 9(8).
           05  SRT-TIME               PIC 9(6).
           05  SRT-OPERATOR           PIC X(8).
           05  SRT-TYPE               PIC X(1).
           05  SRT-ADDR-SW            PIC X(1).
           05  SRT-LIMIT-SW           PIC X(1).
           05  SRT-NAME-SW            PIC X(1).
           05  SRT-OVER-SW            PIC X(1).
      *
       WORKING-STORAGE SECTION.
      *Rule section title and column headings.
       01  RULE-TITLE-REC.
           05  FILLER             PIC X(5)  VALUE 'RULE '.
           05  RT-RULE-ID         PIC X(2).
           05  FILLER             PIC X(3)  VALUE ' - '.
           05  RT-RULE-DESC       PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RT-SETTINGS        PIC X(40).
           05  FILLER             PIC X(50) VALUE SPACES.
       01  ALERT-HEADING-REC.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER             PIC X(17) VALUE 'EVENT DATE/TIME'.
           05  FILLER             PIC X(10) VALUE 'OPERATOR'.
           05  FILLER             PIC X(16) VALUE 'STANDING'.
           05  FILLER             PIC X(10) VALUE 'LAST FOUND'.
           05  FILLER             PIC X(67) VALUE 'DETAIL'.
      *One line per open alert.
       01  ALERT-DETAIL-REC.
           05  FILLER             PIC X(2).
           05  AD-ACCT-NO         PIC X(8).
           05  FILLER             PIC X(2).
           05  AD-EVENT-DATE      PIC 9(8).
           05  FILLER             PIC X(1).
           05  AD-EVENT-TIME      PIC 9(6).
           05  FILLER             PIC X(2).
           05  AD-OPERATOR        PIC X(8).
           05  FILLER             PIC X(2).
           05  AD-STANDING        PIC X(14).
           05  FILLER             PIC X(2).
           05  AD-LAST-FOUND      PIC 9(8).
           05  FILLER             PIC X(2).
           05  AD-DETAIL          PIC X(40).
           05  FILLER             PIC X(27).
      *Clear cards applied this run.
       01  CLEAR-HEADING-REC.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(4)  VALUE 'RULE'.
           05  FILLER             PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER             PIC X(17) VALUE 'EVENT DATE/TIME'.
           05  FILLER             PIC X(10) VALUE 'CLEARED BY'.
           05  FILLER             PIC X(32) VALUE 'RESULT'.
           05  FILLER             PIC X(57) VALUE 'NOTE'.
       01  CLEAR-DETAIL-REC.
           05  FILLER             PIC X(2).
           05  CD-RULE            PIC X(2).
           05  FILLER             PIC X(2).
           05  CD-ACCT-NO         PIC X(8).
           05  FILLER             PIC X(2).
           05  CD-EVENT-DATE      PIC X(8).
           05  FILLER             PIC X(1).
           05  CD-EVENT-TIME      PIC X(6).
           05  FILLER             PIC X(2).
           05  CD-OPERATOR        PIC X(8).
           05  FILLER             PIC X(2).
           05  CD-RESULT          PIC X(30).
           05  FILLER             PIC X(2).
           05  CD-NOTE            PIC X(30).
           05  FILLER             PIC X(27).
      *Per-rule count line: label, count.
       01  RULE-TOTAL-REC.
           05  FILLER             PIC X(2).
           05  RL-LABEL           PIC X(30).
           05  RL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER             PIC X(93).
       01  FLAGS.
           05 SCANRULE-EOF-SW     PIC X VALUE 'N'.
              88 SCANRULE-EOF     VALUE 'Y'.
           05 AUDIT-EOF-SW        PIC X VALUE 'N'.
              88 AUDIT-EOF        VALUE 'Y'.
           05 CLEAR-EOF-SW        PIC X VALUE 'N'.
              88 CLEAR-EOF        VALUE 'Y'.
           05 SORT-DONE-SW        PIC X VALUE 'N'.
              88 SORT-DONE        VALUE 'Y'.
           05 ALERT-DONE-SW       PIC X VALUE 'N'.
              88 ALERT-DONE       VALUE 'Y'.
      *Set once when an account has more scanned activity than the
      *event table holds, so the warning is only written one time.
           05 WS-EVENT-OVERFLOW-SW PIC X VALUE 'N'.
              88 WS-EVENT-OVERFLOW VALUE 'Y'.
       01  FILE-STATUSES.
           05 SRL-ST   PIC XX.
              88 SRL-SUCCESS  VALUE '00' '97'.
              88 SRL-FILE-EOF VALUE '10'.
           05 AUD-ST   PIC XX.
              88 AUD-SUCCESS  VALUE '00' '97'.
              88 AUD-EOF      VALUE '10'.
           05 ALR-ST   PIC XX.
              88 ALR-SUCCESS  VALUE '00' '97'.
              88 ALR-NOTFND   VALUE '23'.
              88 ALR-NOTFOUND VALUE '35'.
              88 ALR-FILE-EOF VALUE '10'.
           05 CLR-ST   PIC XX.
              88 CLR-SUCCESS  VALUE '00' '97'.
              88 CLR-FILE-EOF VALUE '10'.
              88 CLR-NOTFOUND VALUE '35'.
           05 PRT-ST   PIC XX.
              88 PRT-SUCCESS  VALUE '00' '97'.
      *WS-OPERATION names the I/O verb just issued, for the abend
      *message written by H905-ABEND.
       01  WS-ABEND-INFO.
           05 WS-OPERATION         PIC X(8) VALUE SPACES.
           05 WS-ABEND-FILE-NAME   PIC X(8) VALUE SPACES.
           05 WS-ABEND-STATUS      PIC XX   VALUE '00'.
           05 WS-ABEND-RETURN-CODE PIC 9(3) VALUE ZERO.
      *Scan date, read from SYSIN; blank = today. The trail is read
      *from the horizon - the scan date less the widest window of the
      *rules that are on - through the scan date.
       01  WS-SCAN-DATE-IN         PIC X(8)  VALUE SPACES.
       01  WS-SCAN-DATES.
           05 WS-SCAN-DATE         PIC 9(8)  VALUE ZERO.
           05 WS-HORIZON-DATE      PIC 9(8)  VALUE ZERO.
           05 WS-MAX-WINDOW        PIC 9(3)  VALUE ZERO.
      *The rules this program knows, in report order. The subscript
      *is the rule's slot in WS-RULE-SETTINGS: 1 AL, 2 LC, 3 NO,
      *4 CR, 5 OP.
       01  WS-RULE-NAMES.
           05 FILLER PIC X(32) VALUE 'ALADDRESS CHANGE THEN LIMIT UP'.
           05 FILLER PIC X(32) VALUE 'LCREPEATED LIMIT CHANGES'.
           05 FILLER PIC X(32) VALUE 'NONAME CHANGE WHILE OVER LIMIT'.
           05 FILLER PIC X(32) VALUE 'CRCLOSE THEN RE-ADD OF ACCOUNT'.
           05 FILLER PIC X(32) VALUE 'OPONE OPERATOR ADDS AND CHANGES'.
       01  WS-RULE-NAME-TABLE REDEFINES WS-RULE-NAMES.
           05 WS-RULE-NAME-ENTRY OCCURS 5 TIMES.
              10 WS-RULE-ID        PIC X(2).
              10 WS-RULE-DESC      PIC X(30).
      *Each rule's settings off its SCANRULE card, and what the run
      *did under it.
       01  WS-RULE-SETTINGS.
           05 WS-RULE-SUB          PIC 9(1) COMP-3 VALUE ZERO.
           05 WS-CARD-RULE         PIC 9(1) COMP-3 VALUE ZERO.
           05 WS-RULE-SET OCCURS 5 TIMES.
              10 WS-RULE-CARD-SW   PIC X(1).
                 88 WS-RULE-CARD-SEEN VALUE 'Y'.
              10 WS-RULE-ACTIVE-SW PIC X(1).
                 88 WS-RULE-ACTIVE VALUE 'Y'.
              10 WS-RULE-WINDOW    PIC 9(3).
              10 WS-RULE-MIN       PIC 9(3).
              10 WS-RULE-RAISED    PIC 9(7) COMP-3.
              10 WS-RULE-REPEAT    PIC 9(7) COMP-3.
              10 WS-RULE-SUPPRESS  PIC 9(7) COMP-3.
              10 WS-RULE-OPEN      PIC 9(7) COMP-3.
      *The sorted activity record just returned.
       01  WS-EVENT-IN.
           05 WS-EVI-ACCT-NO       PIC X(8).
           05 WS-EVI-DATE          PIC 9(8).
           05 WS-EVI-TIME          PIC 9(6).
           05 WS-EVI-OPERATOR      PIC X(8).
           05 WS-EVI-TYPE          PIC X(1).
           05 WS-EVI-ADDR-SW       PIC X(1).
           05 WS-EVI-LIMIT-SW      PIC X(1).
           05 WS-EVI-NAME-SW       PIC X(1).
           05 WS-EVI-OVER-SW       PIC X(1).
      *One account's scanned activity in date/time order, with each
      *record's day number for the window tests. The switches are
      *'Y' when the address or name changed and when the account was
      *already over its limit before the change; the limit switch is
      *'U' for an increase, 'D' for a decrease, space for neither.
       01  WS-EVENT-TABLE.
           05 WS-CUR-ACCT-NO       PIC X(8).
           05 WS-EV-USED           PIC 9(3) COMP-3 VALUE ZERO.
           05 WS-EV-I              PIC 9(3) COMP-3 VALUE ZERO.
           05 WS-EV-J              PIC 9(3) COMP-3 VALUE ZERO.
           05 WS-EV-HIT            PIC 9(3) COMP-3 VALUE ZERO.
           05 WS-EV-MATCH          PIC 9(3) COMP-3 VALUE ZERO.
           05 WS-EV-ENTRY OCCURS 300 TIMES.
              10 WS-EV-DATE        PIC 9(8).
              10 WS-EV-DAY         PIC 9(7) COMP-3.
              10 WS-EV-TIME        PIC 9(6).
              10 WS-EV-OPERATOR    PIC X(8).
              10 WS-EV-TYPE        PIC X(1).
              10 WS-EV-ADDR-SW     PIC X(1).
              10 WS-EV-LIMIT-SW    PIC X(1).
              10 WS-EV-NAME-SW     PIC X(1).
              10 WS-EV-OVER-SW     PIC X(1).
      *Work fields for the rule tests and the alert being raised.
       01  WS-RULE-WORK.
           05 WS-DAY-GAP           PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-HIT-COUNT         PIC 9(3)  VALUE ZERO.
           05 WS-COUNT-EDIT        PIC ZZ9.
           05 WS-WINDOW-EDIT       PIC ZZ9.
           05 WS-ALERT-DETAIL      PIC X(40) VALUE SPACES.
           05 WS-CLEAR-RESULT      PIC X(30) VALUE SPACES.
      *The image fields the rules look at, decoded with the ACCTREC
      *layout; the rest of each image is not needed.
       01  WS-BEFORE-ACCT.
           05  SCN-B-ACCT-NO       PIC X(8).
           05  SCN-B-LIMIT         PIC S9(7)V99 COMP-3.
           05  SCN-B-BALANCE       PIC S9(7)V99 COMP-3.
           05  SCN-B-LAST-NAME     PIC X(20).
           05  SCN-B-FIRST-NAME    PIC X(15).
           05  SCN-B-CLIENT-ADDR   PIC X(60).
           05  FILLER              PIC X(61).
       01  WS-AFTER-ACCT.
           05  SCN-A-ACCT-NO       PIC X(8).
           05  SCN-A-LIMIT         PIC S9(7)V99 COMP-3.
           05  SCN-A-BALANCE       PIC S9(7)V99 COMP-3.
           05  SCN-A-LAST-NAME     PIC X(20).
           05  SCN-A-FIRST-NAME    PIC X(15).
           05  SCN-A-CLIENT-ADDR   PIC X(60).
           05  FILLER              PIC X(61).
       01  WS-RUN-TOTALS.
           05 WS-CARD-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-AUDIT-READ-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-SCANNED-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-ACCOUNT-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-CLEAR-READ-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-CLEARED-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-RAISED-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-OPEN-COUNT        PIC 9(7) VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-APPLY-CLEARS.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-ACCT-NO SRT-DATE SRT-TIME
               INPUT PROCEDURE  H300-SORT-INPUT
               OUTPUT PROCEDURE H400-SORT-OUTPUT.
           PERFORM H700-PRINT-RULE-SECTION
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > 5.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
      *Scan date, one SYSIN line, blank = today.
           ACCEPT WS-SCAN-DATE-IN FROM SYSIN.
           IF WS-SCAN-DATE-IN = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SCAN-DATE
           ELSE
               MOVE WS-SCAN-DATE-IN TO WS-SCAN-DATE
           END-IF.
           PERFORM H110-CLEAR-RULE-SETTINGS
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > 5.
           PERFORM H150-LOAD-SCAN-RULES.
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE) - WS-MAX-WINDOW).
      *ALERTS carries the hits and their clearing across runs - it may
      *not exist yet the very first time this runs, so that specific
      *case creates it empty and reopens it for update.
           OPEN I-O ALERT-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF ALR-NOTFOUND
               OPEN OUTPUT ALERT-FILE
               PERFORM H930-CHECK-ALR-STATUS
               CLOSE ALERT-FILE
               OPEN I-O ALERT-FILE
           END-IF.
           PERFORM H930-CHECK-ALR-STATUS.
           OPEN OUTPUT PRINT-LINE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H950-CHECK-PRT-STATUS.
           MOVE SPACES TO ALERT-DETAIL-REC CLEAR-DETAIL-REC
                          RULE-TOTAL-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'SUSPICIOUS ACTIVITY ALERTS - SCAN DATE '
                  WS-SCAN-DATE '  ACTIVITY FROM ' WS-HORIZON-DATE
                  DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
       H100-END.EXIT.
      *
       H110-CLEAR-RULE-SETTINGS.
           MOVE 'N'  TO WS-RULE-CARD-SW (WS-RULE-SUB)
                        WS-RULE-ACTIVE-SW (WS-RULE-SUB).
           MOVE ZERO TO WS-RULE-WINDOW (WS-RULE-SUB)
                        WS-RULE-MIN (WS-RULE-SUB)
                        WS-RULE-RAISED (WS-RULE-SUB)
                        WS-RULE-REPEAT (WS-RULE-SUB)
                        WS-RULE-SUPPRESS (WS-RULE-SUB)
                        WS-RULE-OPEN (WS-RULE-SUB).
       H110-END.EXIT.
      *
      *Load the SCANRULE cards. A card the scan cannot trust - an
      *unknown rule, a second card for the same rule, a switch other
      *than Y or N, or a rule switched on without a usable window or
      *count - stops the run before anything is filed, since alerts
      *raised on it would be wrong.
       H150-LOAD-SCAN-RULES.
           OPEN INPUT  SCANRULE-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H910-CHECK-SRL-STATUS.
           PERFORM H160-READ-SCANRULE.
           PERFORM H170-LOAD-ONE-CARD UNTIL SCANRULE-EOF.
           CLOSE SCANRULE-FILE.
       H150-END.EXIT.
      *
       H160-READ-SCANRULE.
           MOVE 'READ'  TO WS-OPERATION.
           READ SCANRULE-FILE
               AT END SET SCANRULE-EOF TO TRUE
           END-READ.
           IF NOT SCANRULE-EOF
               PERFORM H910-CHECK-SRL-STATUS
           END-IF.
       H160-END.EXIT.
      *
       H170-LOAD-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT.
           IF SR-RULE-ID (1:1) NOT = '*'
               MOVE ZERO TO WS-CARD-RULE
               PERFORM H180-MATCH-RULE
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 5
               IF WS-CARD-RULE = ZERO
                   PERFORM H190-REJECT-SCANRULE
               END-IF
               IF WS-RULE-CARD-SEEN (WS-CARD-RULE)
                   OR (SR-ACTIVE NOT = 'Y' AND NOT = 'N')
                   PERFORM H190-REJECT-SCANRULE
               END-IF
               IF SR-ACTIVE = 'Y'
                   IF SR-WINDOW-DAYS NOT NUMERIC
                       OR SR-MIN-COUNT NOT NUMERIC
                       PERFORM H190-REJECT-SCANRULE
                   END-IF
                   IF SR-WINDOW-DAYS = ZERO AND WS-CARD-RULE NOT = 3
                       PERFORM H190-REJECT-SCANRULE
                   END-IF
                   IF (WS-CARD-RULE = 2 AND SR-MIN-COUNT < 2)
                       OR (WS-CARD-RULE = 5 AND SR-MIN-COUNT < 1)
                       PERFORM H190-REJECT-SCANRULE
                   END-IF
                   MOVE SR-WINDOW-DAYS TO WS-RULE-WINDOW (WS-CARD-RULE)
                   MOVE SR-MIN-COUNT   TO WS-RULE-MIN (WS-CARD-RULE)
                   IF SR-WINDOW-DAYS > WS-MAX-WINDOW
                       MOVE SR-WINDOW-DAYS TO WS-MAX-WINDOW
                   END-IF
               END-IF
               MOVE 'Y'       TO WS-RULE-CARD-SW (WS-CARD-RULE)
               MOVE SR-ACTIVE TO WS-RULE-ACTIVE-SW (WS-CARD-RULE)
           END-IF.
           PERFORM H160-READ-SCANRULE.
       H170-END.EXIT.
      *
       H180-MATCH-RULE.
           IF WS-RULE-ID (WS-RULE-SUB) = SR-RULE-ID
               MOVE WS-RULE-SUB TO WS-CARD-RULE
           END-IF.
       H180-END.EXIT.
      *
       H190-REJECT-SCANRULE.
           DISPLAY 'CBLOSCN1 STOPPED - SCANRULE CARD ' WS-CARD-COUNT
                   ' REJECTED: ' SCANRULE-REC (1:9).
           DISPLAY 'CBLOSCN1 CHECK RULE ID, Y/N SWITCH, WINDOW AND'
                   ' COUNT, ONE CARD PER RULE'.
           CLOSE SCANRULE-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       H190-END.EXIT.
      *
      *Apply the reviewers' clear cards before the scan, so an alert
      *cleared today is not reported tonight. No CLEARIN allocated
      *(status 35) simply means nothing was cleared.
       H200-APPLY-CLEARS.
           OPEN INPUT CLEAR-FILE.
           IF CLR-NOTFOUND
               SET CLEAR-EOF TO TRUE
           ELSE
               MOVE 'OPEN' TO WS-OPERATION
               PERFORM H940-CHECK-CLR-STATUS
               MOVE SPACES TO PRINT-REC
               PERFORM H810-WRITE-PRINT-LINE
               MOVE 'ALERTS CLEARED THIS RUN' TO PRINT-REC
               PERFORM H810-WRITE-PRINT-LINE
               MOVE CLEAR-HEADING-REC TO PRINT-REC
               PERFORM H810-WRITE-PRINT-LINE
               PERFORM H230-READ-CLEAR
               PERFORM H210-APPLY-ONE-CLEAR UNTIL CLEAR-EOF
               CLOSE CLEAR-FILE
           END-IF.
       H200-END.EXIT.
      *
      *A clear needs the reviewer's id and an open alert raised on
      *somebody else's work.
       H210-APPLY-ONE-CLEAR.
           ADD 1 TO WS-CLEAR-READ-COUNT.
           MOVE SPACES TO WS-CLEAR-RESULT.
           EVALUATE TRUE
               WHEN CL-OPERATOR-ID = SPACES
                   MOVE 'NOT CLEARED - NO OPERATOR ID'
                     TO WS-CLEAR-RESULT
               WHEN CL-EVENT-DATE NOT NUMERIC
                   OR CL-EVENT-TIME NOT NUMERIC
                   MOVE 'NOT CLEARED - KEY NOT NUMERIC'
                     TO WS-CLEAR-RESULT
               WHEN OTHER
                   MOVE CL-ALERT-KEY TO ALRT-KEY
                   MOVE 'READ' TO WS-OPERATION
                   READ ALERT-FILE
                   IF ALR-NOTFND
                       MOVE 'NOT CLEARED - NOT ON ALERT FILE'
                         TO WS-CLEAR-RESULT
                   ELSE
                       PERFORM H930-CHECK-ALR-STATUS
                       PERFORM H220-CLEAR-ALERT
                   END-IF
           END-EVALUATE.
           MOVE CL-RULE        TO CD-RULE.
           MOVE CL-ACCT-NO     TO CD-ACCT-NO.
           MOVE CL-EVENT-DATE  TO CD-EVENT-DATE.
           MOVE CL-EVENT-TIME  TO CD-EVENT-TIME.
           MOVE CL-OPERATOR-ID TO CD-OPERATOR.
           MOVE WS-CLEAR-RESULT TO CD-RESULT.
           MOVE CL-NOTE        TO CD-NOTE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM CLEAR-DETAIL-REC.
           PERFORM H950-CHECK-PRT-STATUS.
           MOVE SPACES TO CLEAR-DETAIL-REC.
           PERFORM H230-READ-CLEAR.
       H210-END.EXIT.
      *
       H220-CLEAR-ALERT.
           EVALUATE TRUE
               WHEN ALRT-CLEARED
                   MOVE 'NOT CLEARED - ALREADY CLEARED'
                     TO WS-CLEAR-RESULT
               WHEN ALRT-OPERATOR-ID = CL-OPERATOR-ID
                   MOVE 'NOT CLEARED - OWN ALERT'
                     TO WS-CLEAR-RESULT
               WHEN OTHER
                   SET ALRT-CLEARED   TO TRUE
                   MOVE WS-SCAN-DATE   TO ALRT-CLEARED-DATE
                   MOVE CL-OPERATOR-ID TO ALRT-CLEARED-BY
                   MOVE CL-NOTE        TO ALRT-CLEAR-NOTE
                   MOVE 'REWRITE' TO WS-OPERATION
                   REWRITE ALRT-REC
                   PERFORM H930-CHECK-ALR-STATUS
                   ADD 1 TO WS-CLEARED-COUNT
                   MOVE 'CLEARED' TO WS-CLEAR-RESULT
           END-EVALUATE.
       H220-END.EXIT.
      *
       H230-READ-CLEAR.
           MOVE 'READ' TO WS-OPERATION.
           READ CLEAR-FILE
               AT END SET CLEAR-EOF TO TRUE
           END-READ.
           IF NOT CLEAR-EOF
               PERFORM H940-CHECK-CLR-STATUS
           END-IF.
       H230-END.EXIT.
      *
      *Read the audit trail and release the maintenance between the
      *horizon and the scan date. Only adds, changes and closes feed
      *a rule; postings, deletes and confirmations are passed by.
       H300-SORT-INPUT.
           OPEN INPUT AUDIT-FILE.
           MOVE 'OPEN' TO WS-OPERATION.
           PERFORM H920-CHECK-AUD-STATUS.
           PERFORM H320-READ-AUDIT.
           PERFORM H310-RELEASE-AUDIT UNTIL AUDIT-EOF.
           CLOSE AUDIT-FILE.
       H300-END.EXIT.
      *
      *Release one record, with the comparisons the rules need made
      *here while both images are to hand. An add has no before-image
      *to compare, so only its type and operator count.
       H310-RELEASE-AUDIT.
           ADD 1 TO WS-AUDIT-READ-COUNT.
           IF AUDIT-DATE NOT < WS-HORIZON-DATE
               AND AUDIT-DATE NOT > WS-SCAN-DATE
               AND (AUDIT-TRANS-TYPE = 'A' OR 'C' OR 'X')
               MOVE AUDIT-ACCT-NO     TO SRT-ACCT-NO
               MOVE AUDIT-DATE        TO SRT-DATE
               MOVE AUDIT-TIME        TO SRT-TIME
               MOVE AUDIT-OPERATOR-ID TO SRT-OPERATOR
               MOVE AUDIT-TRANS-TYPE  TO SRT-TYPE
               MOVE 'N'   TO SRT-ADDR-SW SRT-NAME-SW SRT-OVER-SW
               MOVE SPACE TO SRT-LIMIT-SW
               IF AUDIT-TRANS-TYPE = 'C'
                   MOVE AUDIT-BEFORE-IMAGE TO WS-BEFORE-ACCT
                   MOVE AUDIT-AFTER-IMAGE  TO WS-AFTER-ACCT
                   IF SCN-A-CLIENT-ADDR NOT = SCN-B-CLIENT-ADDR
                       MOVE 'Y' TO SRT-ADDR-SW
                   END-IF
                   IF SCN-A-LAST-NAME NOT = SCN-B-LAST-NAME
                       OR SCN-A-FIRST-NAME NOT = SCN-B-FIRST-NAME
                       MOVE 'Y' TO SRT-NAME-SW
                   END-IF
                   IF SCN-B-BALANCE > SCN-B-LIMIT
                       MOVE 'Y' TO SRT-OVER-SW
                   END-IF
                   IF SCN-A-LIMIT > SCN-B-LIMIT
                       MOVE 'U' TO SRT-LIMIT-SW
                   END-IF
                   IF SCN-A-LIMIT < SCN-B-LIMIT
                       MOVE 'D' TO SRT-LIMIT-SW
                   END-IF
               END-IF
               ADD 1 TO WS-SCANNED-COUNT
               RELEASE SORT-REC
           END-IF.
           PERFORM H320-READ-AUDIT.
       H310-END.EXIT.
      *
       H320-READ-AUDIT.
           MOVE 'READ' TO WS-OPERATION.
           READ AUDIT-FILE
               AT END SET AUDIT-EOF TO TRUE
           END-READ.
           IF NOT AUDIT-EOF
               PERFORM H920-CHECK-AUD-STATUS
           END-IF.
       H320-END.EXIT.
      *
      *Take the sorted activity one account at a time: load the
      *account's records into the event table, then run the rules
      *that are on over them.
       H400-SORT-OUTPUT.
           PERFORM H420-RETURN-EVENT.
           PERFORM H430-SCAN-ACCOUNT UNTIL SORT-DONE.
       H400-END.EXIT.
      *
       H420-RETURN-EVENT.
           RETURN SORT-WORK INTO WS-EVENT-IN
               AT END SET SORT-DONE TO TRUE
           END-RETURN.
       H420-END.EXIT.
      *
       H430-SCAN-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE WS-EVI-ACCT-NO TO WS-CUR-ACCT-NO.
           MOVE ZERO TO WS-EV-USED.
           PERFORM H440-LOAD-EVENT
               UNTIL SORT-DONE OR WS-EVI-ACCT-NO NOT = WS-CUR-ACCT-NO.
           IF WS-RULE-ACTIVE (1)
               MOVE 1 TO WS-RULE-SUB
               PERFORM H510-RULE-ADDR-THEN-LIMIT
                   VARYING WS-EV-J FROM 1 BY 1
                   UNTIL WS-EV-J > WS-EV-USED
           END-IF.
           IF WS-RULE-ACTIVE (2)
               MOVE 2 TO WS-RULE-SUB
               PERFORM H520-RULE-LIMIT-CHANGES
                   VARYING WS-EV-J FROM 1 BY 1
                   UNTIL WS-EV-J > WS-EV-USED
           END-IF.
           IF WS-RULE-ACTIVE (3)
               MOVE 3 TO WS-RULE-SUB
               PERFORM H530-RULE-NAME-OVER-LIMIT
                   VARYING WS-EV-J FROM 1 BY 1
                   UNTIL WS-EV-J > WS-EV-USED
           END-IF.
           IF WS-RULE-ACTIVE (4)
               MOVE 4 TO WS-RULE-SUB
               PERFORM H540-RULE-CLOSE-READD
                   VARYING WS-EV-J FROM 1 BY 1
                   UNTIL WS-EV-J > WS-EV-USED
           END-IF.
           IF WS-RULE-ACTIVE (5)
               MOVE 5 TO WS-RULE-SUB
               PERFORM H550-RULE-SAME-OPERATOR
                   VARYING WS-EV-J FROM 1 BY 1
                   UNTIL WS-EV-J > WS-EV-USED
           END-IF.
       H430-END.EXIT.
      *
      *Add the returned record to the account's event table. A full
      *table is reported once and the account's later activity is
      *left out of the scan.
       H440-LOAD-EVENT.
           IF WS-EV-USED < 300
               ADD 1 TO WS-EV-USED
               MOVE WS-EVI-DATE     TO WS-EV-DATE (WS-EV-USED)
               COMPUTE WS-EV-DAY (WS-EV-USED) =
                   FUNCTION INTEGER-OF-DATE(WS-EVI-DATE)
               MOVE WS-EVI-TIME     TO WS-EV-TIME (WS-EV-USED)
               MOVE WS-EVI-OPERATOR TO WS-EV-OPERATOR (WS-EV-USED)
               MOVE WS-EVI-TYPE     TO WS-EV-TYPE (WS-EV-USED)
               MOVE WS-EVI-ADDR-SW  TO WS-EV-ADDR-SW (WS-EV-USED)
               MOVE WS-EVI-LIMIT-SW TO WS-EV-LIMIT-SW (WS-EV-USED)
               MOVE WS-EVI-NAME-SW  TO WS-EV-NAME-SW (WS-EV-USED)
               MOVE WS-EVI-OVER-SW  TO WS-EV-OVER-SW (WS-EV-USED)
           ELSE
               IF NOT WS-EVENT-OVERFLOW
                   SET WS-EVENT-OVERFLOW TO TRUE
                   DISPLAY 'CBLOSCN1 EVENT TABLE FULL FOR ACCOUNT '
                           WS-CUR-ACCT-NO ' - SCAN IS INCOMPLETE'
               END-IF
           END-IF.
           PERFORM H420-RETURN-EVENT.
       H440-END.EXIT.
      *
      *AL: a limit increase with an address change on the same
      *account at or before it inside the window. The latest such
      *address change is the one named on the alert.
       H510-RULE-ADDR-THEN-LIMIT.
           IF WS-EV-LIMIT-SW (WS-EV-J) = 'U'
               MOVE ZERO TO WS-EV-MATCH
               PERFORM H515-FIND-ADDR-CHANGE
                   VARYING WS-EV-I FROM 1 BY 1
                   UNTIL WS-EV-I > WS-EV-J
               IF WS-EV-MATCH > ZERO
                   MOVE SPACES TO WS-ALERT-DETAIL
                   STRING 'ADDRESS CHANGED ' WS-EV-DATE (WS-EV-MATCH)
                          ' BY ' WS-EV-OPERATOR (WS-EV-MATCH)
                          DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                   MOVE WS-EV-J TO WS-EV-HIT
                   PERFORM H600-RAISE-ALERT
               END-IF
           END-IF.
       H510-END.EXIT.
      *
       H515-FIND-ADDR-CHANGE.
           COMPUTE WS-DAY-GAP = WS-EV-DAY (WS-EV-J)
                              - WS-EV-DAY (WS-EV-I).
           IF WS-EV-ADDR-SW (WS-EV-I) = 'Y'
               AND WS-DAY-GAP NOT > WS-RULE-WINDOW (1)
               MOVE WS-EV-I TO WS-EV-MATCH
           END-IF.
       H515-END.EXIT.
      *
      *LC: a limit change that brings the count of limit changes in
      *the window ending with it up to the rule's count. A longer run
      *of changes raises one alert, on the change that reached it.
       H520-RULE-LIMIT-CHANGES.
           IF WS-EV-LIMIT-SW (WS-EV-J) NOT = SPACE
               MOVE ZERO TO WS-HIT-COUNT
               PERFORM H525-COUNT-LIMIT-CHANGE
                   VARYING WS-EV-I FROM 1 BY 1
                   UNTIL WS-EV-I > WS-EV-J
               IF WS-HIT-COUNT = WS-RULE-MIN (2)
                   MOVE WS-HIT-COUNT     TO WS-COUNT-EDIT
                   MOVE WS-RULE-WINDOW (2) TO WS-WINDOW-EDIT
                   MOVE SPACES TO WS-ALERT-DETAIL
                   STRING WS-COUNT-EDIT ' LIMIT CHANGES IN '
                          WS-WINDOW-EDIT ' DAYS'
                          DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                   MOVE WS-EV-J TO WS-EV-HIT
                   PERFORM H600-RAISE-ALERT
               END-IF
           END-IF.
       H520-END.EXIT.
      *
       H525-COUNT-LIMIT-CHANGE.
           COMPUTE WS-DAY-GAP = WS-EV-DAY (WS-EV-J)
                              - WS-EV-DAY (WS-EV-I).
           IF WS-EV-LIMIT-SW (WS-EV-I) NOT = SPACE
               AND WS-DAY-GAP NOT > WS-RULE-WINDOW (2)
               ADD 1 TO WS-HIT-COUNT
           END-IF.
       H525-END.EXIT.
      *
      *NO: a name change made while the balance already stood over
      *the limit. No window - the change itself is the hit.
       H530-RULE-NAME-OVER-LIMIT.
           IF WS-EV-NAME-SW (WS-EV-J) = 'Y'
               AND WS-EV-OVER-SW (WS-EV-J) = 'Y'
               MOVE 'NAME CHANGED WHILE OVER LIMIT'
                 TO WS-ALERT-DETAIL
               MOVE WS-EV-J TO WS-EV-HIT
               PERFORM H600-RAISE-ALERT
           END-IF.
       H530-END.EXIT.
      *
      *CR: an add of an account number that was closed inside the
      *window before it.
       H540-RULE-CLOSE-READD.
           IF WS-EV-TYPE (WS-EV-J) = 'A'
               MOVE ZERO TO WS-EV-MATCH
               PERFORM H545-FIND-CLOSE
                   VARYING WS-EV-I FROM 1 BY 1
                   UNTIL WS-EV-I NOT < WS-EV-J
               IF WS-EV-MATCH > ZERO
                   MOVE SPACES TO WS-ALERT-DETAIL
                   STRING 'CLOSED ' WS-EV-DATE (WS-EV-MATCH)
                          ' BY ' WS-EV-OPERATOR (WS-EV-MATCH)
                          DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                   MOVE WS-EV-J TO WS-EV-HIT
                   PERFORM H600-RAISE-ALERT
               END-IF
           END-IF.
       H540-END.EXIT.
      *
       H545-FIND-CLOSE.
           COMPUTE WS-DAY-GAP = WS-EV-DAY (WS-EV-J)
                              - WS-EV-DAY (WS-EV-I).
           IF WS-EV-TYPE (WS-EV-I) = 'X'
               AND WS-DAY-GAP NOT > WS-RULE-WINDOW (4)
               MOVE WS-EV-I TO WS-EV-MATCH
           END-IF.
       H545-END.EXIT.
      *
      *OP: an add followed, inside the window from the add, by the
      *rule's count of changes keyed by the same operator. The alert
      *is raised on the change that reached the count.
       H550-RULE-SAME-OPERATOR.
           IF WS-EV-TYPE (WS-EV-J) = 'A'
               MOVE ZERO TO WS-HIT-COUNT WS-EV-MATCH
               COMPUTE WS-EV-I = WS-EV-J + 1
               PERFORM H555-COUNT-OWN-CHANGE
                   VARYING WS-EV-I FROM WS-EV-I BY 1
                   UNTIL WS-EV-I > WS-EV-USED
                   OR WS-EV-MATCH > ZERO
               IF WS-EV-MATCH > ZERO
                   MOVE WS-HIT-COUNT TO WS-COUNT-EDIT
                   MOVE SPACES TO WS-ALERT-DETAIL
                   STRING 'ADDED ' WS-EV-DATE (WS-EV-J) ' THEN'
                          WS-COUNT-EDIT ' CHANGES BY SAME OPER'
                          DELIMITED BY SIZE INTO WS-ALERT-DETAIL
                   MOVE WS-EV-MATCH TO WS-EV-HIT
                   PERFORM H600-RAISE-ALERT
               END-IF
           END-IF.
       H550-END.EXIT.
      *
       H555-COUNT-OWN-CHANGE.
           COMPUTE WS-DAY-GAP = WS-EV-DAY (WS-EV-I)
                              - WS-EV-DAY (WS-EV-J).
           IF WS-EV-TYPE (WS-EV-I) = 'C'
               AND WS-EV-OPERATOR (WS-EV-I) = WS-EV-OPERATOR (WS-EV-J)
               AND WS-DAY-GAP NOT > WS-RULE-WINDOW (5)
               ADD 1 TO WS-HIT-COUNT
               IF WS-HIT-COUNT = WS-RULE-MIN (5)
                   MOVE WS-EV-I TO WS-EV-MATCH
               END-IF
           END-IF.
       H555-END.EXIT.
      *
      *File a hit under the rule in WS-RULE-SUB on the audit record in
      *WS-EV-HIT. A new hit is written open; a hit already on file
      *and still open has its last-found date moved up; a hit already
      *cleared is left alone and not reported.
       H600-RAISE-ALERT.
           MOVE WS-RULE-ID (WS-RULE-SUB)    TO ALRT-RULE.
           MOVE WS-CUR-ACCT-NO              TO ALRT-ACCT-NO.
           MOVE WS-EV-DATE (WS-EV-HIT)      TO ALRT-EVENT-DATE.
           MOVE WS-EV-TIME (WS-EV-HIT)      TO ALRT-EVENT-TIME.
           MOVE 'READ' TO WS-OPERATION.
           READ ALERT-FILE.
           IF ALR-NOTFND
               MOVE SPACES TO ALRT-REC
               MOVE WS-RULE-ID (WS-RULE-SUB) TO ALRT-RULE
               MOVE WS-CUR-ACCT-NO           TO ALRT-ACCT-NO
               MOVE WS-EV-DATE (WS-EV-HIT)   TO ALRT-EVENT-DATE
               MOVE WS-EV-TIME (WS-EV-HIT)   TO ALRT-EVENT-TIME
               MOVE ZERO   TO ALRT-CLEARED-DATE
               MOVE WS-EV-OPERATOR (WS-EV-HIT) TO ALRT-OPERATOR-ID
               SET ALRT-OPEN TO TRUE
               MOVE WS-SCAN-DATE    TO ALRT-FIRST-DATE ALRT-LAST-DATE
               MOVE WS-ALERT-DETAIL TO ALRT-DETAIL
               MOVE 'WRITE' TO WS-OPERATION
               WRITE ALRT-REC
               PERFORM H930-CHECK-ALR-STATUS
               ADD 1 TO WS-RULE-RAISED (WS-RULE-SUB)
               ADD 1 TO WS-RAISED-COUNT
           ELSE
               PERFORM H930-CHECK-ALR-STATUS
               IF ALRT-OPEN
                   MOVE WS-SCAN-DATE TO ALRT-LAST-DATE
                   MOVE 'REWRITE' TO WS-OPERATION
                   REWRITE ALRT-REC
                   PERFORM H930-CHECK-ALR-STATUS
                   ADD 1 TO WS-RULE-REPEAT (WS-RULE-SUB)
               ELSE
                   ADD 1 TO WS-RULE-SUPPRESS (WS-RULE-SUB)
               END-IF
           END-IF.
       H600-END.EXIT.
      *
      *One report section per rule: its settings, every open alert
      *filed under it - tonight's and any earlier ones not yet
      *cleared - and the rule's counts. A rule that is off still gets
      *its section so alerts raised while it was on are not lost.
       H700-PRINT-RULE-SECTION.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE WS-RULE-ID (WS-RULE-SUB)   TO RT-RULE-ID.
           MOVE WS-RULE-DESC (WS-RULE-SUB) TO RT-RULE-DESC.
           MOVE SPACES TO RT-SETTINGS.
           IF WS-RULE-ACTIVE (WS-RULE-SUB)
               MOVE WS-RULE-WINDOW (WS-RULE-SUB) TO WS-WINDOW-EDIT
               MOVE WS-RULE-MIN (WS-RULE-SUB)    TO WS-COUNT-EDIT
               EVALUATE WS-RULE-SUB
                   WHEN 2
                   WHEN 5
                       STRING 'WINDOW ' WS-WINDOW-EDIT ' DAYS, COUNT '
                              WS-COUNT-EDIT
                              DELIMITED BY SIZE INTO RT-SETTINGS
                   WHEN 3
                       MOVE 'NO WINDOW' TO RT-SETTINGS
                   WHEN OTHER
                       STRING 'WINDOW ' WS-WINDOW-EDIT ' DAYS'
                              DELIMITED BY SIZE INTO RT-SETTINGS
               END-EVALUATE
           ELSE
               MOVE 'NOT ACTIVE' TO RT-SETTINGS
           END-IF.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM RULE-TITLE-REC.
           PERFORM H950-CHECK-PRT-STATUS.
           MOVE ALERT-HEADING-REC TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'N' TO ALERT-DONE-SW.
           MOVE LOW-VALUES TO ALRT-KEY.
           MOVE WS-RULE-ID (WS-RULE-SUB) TO ALRT-RULE.
           MOVE 'START' TO WS-OPERATION.
           START ALERT-FILE KEY NOT < ALRT-KEY.
           IF ALR-NOTFND OR ALR-FILE-EOF
               SET ALERT-DONE TO TRUE
           ELSE
               PERFORM H930-CHECK-ALR-STATUS
               PERFORM H720-READ-ALERT-NEXT
           END-IF.
           PERFORM H710-PRINT-ALERT-LINE UNTIL ALERT-DONE.
           MOVE 'OPEN ALERTS'           TO RL-LABEL.
           MOVE WS-RULE-OPEN (WS-RULE-SUB)     TO RL-COUNT.
           PERFORM H730-WRITE-RULE-TOTAL.
           MOVE 'RAISED THIS RUN'       TO RL-LABEL.
           MOVE WS-RULE-RAISED (WS-RULE-SUB)   TO RL-COUNT.
           PERFORM H730-WRITE-RULE-TOTAL.
           MOVE 'FOUND AGAIN, STILL OPEN' TO RL-LABEL.
           MOVE WS-RULE-REPEAT (WS-RULE-SUB)   TO RL-COUNT.
           PERFORM H730-WRITE-RULE-TOTAL.
           MOVE 'FOUND AGAIN, CLEARED'  TO RL-LABEL.
           MOVE WS-RULE-SUPPRESS (WS-RULE-SUB) TO RL-COUNT.
           PERFORM H730-WRITE-RULE-TOTAL.
       H700-END.EXIT.
      *
       H710-PRINT-ALERT-LINE.
           IF ALRT-OPEN
               MOVE ALRT-ACCT-NO     TO AD-ACCT-NO
               MOVE ALRT-EVENT-DATE  TO AD-EVENT-DATE
               MOVE ALRT-EVENT-TIME  TO AD-EVENT-TIME
               MOVE ALRT-OPERATOR-ID TO AD-OPERATOR
               IF ALRT-FIRST-DATE = WS-SCAN-DATE
                   MOVE 'NEW' TO AD-STANDING
               ELSE
                   STRING 'SINCE ' ALRT-FIRST-DATE
                          DELIMITED BY SIZE INTO AD-STANDING
               END-IF
               MOVE ALRT-LAST-DATE   TO AD-LAST-FOUND
               MOVE ALRT-DETAIL      TO AD-DETAIL
               MOVE 'WRITE' TO WS-OPERATION
               WRITE PRINT-REC FROM ALERT-DETAIL-REC
               PERFORM H950-CHECK-PRT-STATUS
               MOVE SPACES TO ALERT-DETAIL-REC
               ADD 1 TO WS-RULE-OPEN (WS-RULE-SUB)
               ADD 1 TO WS-OPEN-COUNT
           END-IF.
           PERFORM H720-READ-ALERT-NEXT.
       H710-END.EXIT.
      *
       H720-READ-ALERT-NEXT.
           MOVE 'READ' TO WS-OPERATION.
           READ ALERT-FILE NEXT
               AT END SET ALERT-DONE TO TRUE
           END-READ.
           IF NOT ALERT-DONE
               PERFORM H930-CHECK-ALR-STATUS
               IF ALRT-RULE NOT = WS-RULE-ID (WS-RULE-SUB)
                   SET ALERT-DONE TO TRUE
               END-IF
           END-IF.
       H720-END.EXIT.
      *
       H730-WRITE-RULE-TOTAL.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM RULE-TOTAL-REC.
           PERFORM H950-CHECK-PRT-STATUS.
           MOVE SPACES TO RULE-TOTAL-REC.
       H730-END.EXIT.
      *
       H810-WRITE-PRINT-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC.
           PERFORM H950-CHECK-PRT-STATUS.
       H810-END.EXIT.
      *
       H800-CLOSE-FILES.
           CLOSE ALERT-FILE
                 PRINT-LINE.
       H800-END.EXIT.
      *
      *Report the failing file/operation/status, then stop the job
      *with a distinct return code, the same as CBLOMNT1's convention.
       H905-ABEND.
           DISPLAY 'CBLOSCN1 ABEND - FILE: ' WS-ABEND-FILE-NAME
                   ' OPERATION: ' WS-OPERATION
                   ' STATUS: '    WS-ABEND-STATUS.
           MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       H905-END.EXIT.
      *
       H910-CHECK-SRL-STATUS.
           IF NOT SRL-SUCCESS AND NOT SRL-FILE-EOF
               MOVE 'SCANRULE' TO WS-ABEND-FILE-NAME
               MOVE SRL-ST     TO WS-ABEND-STATUS
               MOVE 20         TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H910-END.EXIT.
      *
       H920-CHECK-AUD-STATUS.
           IF NOT AUD-SUCCESS AND NOT AUD-EOF
               MOVE 'ACCTAUD' TO WS-ABEND-FILE-NAME
               MOVE AUD-ST    TO WS-ABEND-STATUS
               MOVE 24        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H920-END.EXIT.
      *
       H930-CHECK-ALR-STATUS.
           IF NOT ALR-SUCCESS
               MOVE 'ALERTS'  TO WS-ABEND-FILE-NAME
               MOVE ALR-ST    TO WS-ABEND-STATUS
               MOVE 28        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H930-END.EXIT.
      *
       H940-CHECK-CLR-STATUS.
           IF NOT CLR-SUCCESS AND NOT CLR-FILE-EOF
               MOVE 'CLEARIN' TO WS-ABEND-FILE-NAME
               MOVE CLR-ST    TO WS-ABEND-STATUS
               MOVE 32        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H940-END.EXIT.
      *
       H950-CHECK-PRT-STATUS.
           IF NOT PRT-SUCCESS
               MOVE 'PRTSCN'  TO WS-ABEND-FILE-NAME
               MOVE PRT-ST    TO WS-ABEND-STATUS
               MOVE 36        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H950-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           DISPLAY 'CBLOSCN1 AUDIT READ: ' WS-AUDIT-READ-COUNT
                   ' SCANNED: '            WS-SCANNED-COUNT
                   ' ACCOUNTS: '           WS-ACCOUNT-COUNT
                   ' RAISED: '             WS-RAISED-COUNT
                   ' OPEN: '               WS-OPEN-COUNT
                   ' CLEARED: '            WS-CLEARED-COUNT.
           PERFORM H800-CLOSE-FILES.
           STOP RUN.
       H999-END.EXIT.
      *
