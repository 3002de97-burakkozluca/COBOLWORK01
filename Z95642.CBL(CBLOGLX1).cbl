      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLOGLX1.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *CBLOGLX1 is the general ledger interface. After the day's
      *cycle it collects every balance movement the subledger made
      *on the journal date - CBLOPST1's payments, purchase debits,
      *adjustments and late fees and CBLOMNT1's adds and changes off
      *ACCTAUD (after-image balance less before-image balance), and
      *CBLOFIN1's finance charges off CHGOUT when the charge cycle
      *ran - and maps each one through the GLMAP table to a debit and
      *a credit general ledger account. The mapping is keyed by
      *source, transaction type and direction of the movement, so a
      *credit adjustment can post differently from a debit one, and
      *is kept on a card file so finance can change an account
      *without a program change. Mapped items are summarized into a
      *fixed-format journal, one debit and one credit line per
      *mapping used. An item with no mapping is never journaled: it
      *is listed in the exceptions section of the proof report for
      *finance to map or post by hand. The proof then ties each
      *source back to the control totals its own program wrote to
      *REGCTL when it printed its register, and proves the journal's
      *debits equal its credits. Anything short prints
      *'*** JOURNAL DOES NOT BALANCE - DO NOT POST ***' and ends the
      *run with return code 16, as CBLOFIN1 does for its register.
      *GLMAP-FILE (GL mapping cards) assign to GLMAP
      *AUDIT-FILE (before/after audit trail) assign to ACCTAUD
      *CHARGE-FILE (finance charges, optional) assign to CHGOUT
      *REGCTL-FILE (register control totals, optional) assign to REGCTL
      *JOURNAL-FILE (general ledger journal) assign to GLJRNL
      *PRINT-LINE (exceptions and journal proof report) assign to PRTGLJ
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP-FILE   ASSIGN TO GLMAP
                               STATUS    GLM-ST.
           SELECT AUDIT-FILE   ASSIGN TO ACCTAUD
                               STATUS    AUD-ST.
           SELECT CHARGE-FILE  ASSIGN TO CHGOUT
                               STATUS    CHG-ST.
           SELECT REGCTL-FILE  ASSIGN TO REGCTL
                               STATUS    RCT-ST.
           SELECT JOURNAL-FILE ASSIGN TO GLJRNL
                               STATUS    JRN-ST.
           SELECT PRINT-LINE   ASSIGN TO PRTGLJ
                               STATUS    PRT-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *One mapping card per source, type and direction: 'PST', 'FIN'
      *or 'MNT'; the ACCTAUD type (or 'F' for a finance charge); '+'
      *for a movement that raised the balance, '-' for one that
      *lowered it; the account to debit and the account to credit;
      *the journal line description. A card with '*' in column 1 is
      *a comment.
       FD  GLMAP-FILE RECORDING MODE F.
       01  GLMAP-REC.
           05  GLM-SOURCE             PIC X(3).
           05  GLM-TYPE               PIC X(1).
           05  GLM-SIGN               PIC X(1).
           05  GLM-DEBIT-ACCT         PIC X(10).
           05  GLM-CREDIT-ACCT        PIC X(10).
           05  GLM-DESC               PIC X(30).
           05  FILLER                 PIC X(25).
      *
       FD  AUDIT-FILE RECORDING MODE F.
           COPY AUDITREC.
      *
      *CHGOUT, as CBLOFIN1 writes it.
       FD  CHARGE-FILE RECORDING MODE F.
       01  CHG-REC.
           05  CHG-ACCT-NO            PIC X(8).
           05  CHG-OLD-BALANCE        PIC S9(7)V99.
           05  CHG-RATE               PIC SV9(5).
           05  CHG-CHARGE             PIC S9(7)V99.
           05  CHG-NEW-BALANCE        PIC S9(7)V99.
      *
       FD  REGCTL-FILE RECORDING MODE F.
           COPY REGCTLRC.
      *
      *One journal line: the journal date, a line number, the general
      *ledger account, 'D' or 'C', the unsigned amount, the mapping
      *it came from, the number of subledger items summarized and
      *the mapping's description.
       FD  JOURNAL-FILE RECORDING MODE F.
       01  JOURNAL-REC.
           05  JRN-DATE               PIC 9(8).
           05  JRN-LINE-NO            PIC 9(5).
           05  JRN-GL-ACCT            PIC X(10).
           05  JRN-DR-CR              PIC X(1).
           05  JRN-AMOUNT             PIC 9(9)V99.
           05  JRN-SOURCE             PIC X(3).
           05  JRN-TYPE               PIC X(1).
           05  JRN-SIGN               PIC X(1).
           05  JRN-ITEM-COUNT         PIC 9(7).
           05  JRN-DESC               PIC X(30).
           05  FILLER                 PIC X(23).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *Column headings for the exceptions section.
       01  EXCP-HEADING-REC.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE 'SOURCE'.
           05  FILLER             PIC X(6)  VALUE 'TYPE'.
           05  FILLER             PIC X(6)  VALUE 'SIGN'.
           05  FILLER             PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER             PIC X(15) VALUE '       AMOUNT'.
           05  FILLER             PIC X(85) VALUE '  REASON'.
      *One line per subledger item with no mapping.
       01  EXCP-DETAIL-REC.
           05  FILLER             PIC X(2).
           05  EX-SOURCE          PIC X(3).
           05  FILLER             PIC X(5).
           05  EX-TYPE            PIC X(1).
           05  FILLER             PIC X(5).
           05  EX-SIGN            PIC X(1).
           05  FILLER             PIC X(5).
           05  EX-ACCT-NO         PIC X(8).
           05  FILLER             PIC X(2).
           05  EX-AMOUNT          PIC -(9)9.99.
           05  FILLER             PIC X(4).
           05  EX-REASON          PIC X(30).
           05  FILLER             PIC X(53).
      *Column headings for the journal listing.
       01  JRNL-HEADING-REC.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(7)  VALUE 'LINE'.
           05  FILLER             PIC X(12) VALUE 'GL ACCOUNT'.
           05  FILLER             PIC X(4)  VALUE 'D/C'.
           05  FILLER             PIC X(15) VALUE '       AMOUNT'.
           05  FILLER             PIC X(10) VALUE '  MAPPING'.
           05  FILLER             PIC X(9)  VALUE '   ITEMS'.
           05  FILLER             PIC X(73) VALUE '  DESCRIPTION'.
      *One line per journal record written.
       01  JRNL-DETAIL-REC.
           05  FILLER             PIC X(2).
           05  JL-LINE-NO         PIC ZZZZ9.
           05  FILLER             PIC X(2).
           05  JL-GL-ACCT         PIC X(10).
           05  FILLER             PIC X(3).
           05  JL-DR-CR           PIC X(1).
           05  FILLER             PIC X(2).
           05  JL-AMOUNT          PIC Z(9)9.99.
           05  FILLER             PIC X(4).
           05  JL-SOURCE          PIC X(3).
           05  FILLER             PIC X(1).
           05  JL-TYPE            PIC X(1).
           05  FILLER             PIC X(1).
           05  JL-SIGN            PIC X(1).
           05  FILLER             PIC X(2).
           05  JL-ITEM-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(2).
           05  JL-DESC            PIC X(30).
           05  FILLER             PIC X(40).
      *Column headings for the proof, one line per source.
       01  PROOF-HEADING-REC.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE 'SOURCE'.
           05  FILLER             PIC X(10) VALUE ' CTL ITEMS'.
           05  FILLER             PIC X(15) VALUE '   CTL AMOUNT'.
           05  FILLER             PIC X(10) VALUE ' DTL ITEMS'.
           05  FILLER             PIC X(15) VALUE '   DTL AMOUNT'.
           05  FILLER             PIC X(15) VALUE '    JOURNALED'.
           05  FILLER             PIC X(15) VALUE '   EXCEPTIONS'.
           05  FILLER             PIC X(42) VALUE '  PROOF'.
       01  PROOF-DETAIL-REC.
           05  FILLER             PIC X(2).
           05  PF-SOURCE          PIC X(3).
           05  FILLER             PIC X(5).
           05  PF-CTL-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(1).
           05  PF-CTL-AMOUNT      PIC -(9)9.99.
           05  FILLER             PIC X(1).
           05  PF-DTL-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(1).
           05  PF-DTL-AMOUNT      PIC -(9)9.99.
           05  FILLER             PIC X(2).
           05  PF-JRN-AMOUNT      PIC -(9)9.99.
           05  FILLER             PIC X(2).
           05  PF-EXC-AMOUNT      PIC -(9)9.99.
           05  FILLER             PIC X(2).
           05  PF-STATUS          PIC X(14).
           05  FILLER             PIC X(26).
      *Journal debit and credit totals.
       01  PROOF-TOTAL-REC.
           05  FILLER             PIC X(2).
           05  PT-LABEL           PIC X(24).
           05  PT-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(2).
           05  PT-AMOUNT          PIC Z(9)9.99.
           05  FILLER             PIC X(82).
       01  FLAGS.
           05 GLMAP-EOF-SW        PIC X VALUE 'N'.
              88 GLMAP-EOF        VALUE 'Y'.
           05 AUDIT-EOF-SW        PIC X VALUE 'N'.
              88 AUDIT-EOF        VALUE 'Y'.
           05 CHG-EOF-SW          PIC X VALUE 'N'.
              88 CHG-EOF          VALUE 'Y'.
           05 RCT-EOF-SW          PIC X VALUE 'N'.
              88 RCT-EOF          VALUE 'Y'.
           05 WS-MAP-FOUND-SW     PIC X VALUE 'N'.
              88 WS-MAP-FOUND     VALUE 'Y'.
           05 WS-SRC-FOUND-SW     PIC X VALUE 'N'.
              88 WS-SRC-FOUND     VALUE 'Y'.
      *Set by any proof that fails; the run then ends with RC 16.
           05 WS-OUT-OF-BAL-SW    PIC X VALUE 'N'.
              88 WS-OUT-OF-BALANCE VALUE 'Y'.
       01  FILE-STATUSES.
           05 GLM-ST   PIC XX.
              88 GLM-SUCCESS  VALUE '00' '97'.
              88 GLM-FILE-EOF VALUE '10'.
           05 AUD-ST   PIC XX.
              88 AUD-SUCCESS  VALUE '00' '97'.
              88 AUD-EOF      VALUE '10'.
           05 CHG-ST   PIC XX.
              88 CHG-SUCCESS  VALUE '00' '97'.
              88 CHG-FILE-EOF VALUE '10'.
              88 CHG-NOTFOUND VALUE '35'.
           05 RCT-ST   PIC XX.
              88 RCT-SUCCESS  VALUE '00' '97'.
              88 RCT-FILE-EOF VALUE '10'.
              88 RCT-NOTFOUND VALUE '35'.
           05 JRN-ST   PIC XX.
              88 JRN-SUCCESS  VALUE '00' '97'.
           05 PRT-ST   PIC XX.
              88 PRT-SUCCESS  VALUE '00' '97'.
      *WS-OPERATION names the I/O verb just issued, for the abend
      *message written by H905-ABEND.
       01  WS-ABEND-INFO.
           05 WS-OPERATION         PIC X(8) VALUE SPACES.
           05 WS-ABEND-FILE-NAME   PIC X(8) VALUE SPACES.
           05 WS-ABEND-STATUS      PIC XX   VALUE '00'.
           05 WS-ABEND-RETURN-CODE PIC 9(3) VALUE ZERO.
      *Journal date, read from SYSIN; blank = today. ACCTAUD records
      *and REGCTL control totals stamped with this date are extracted.
       01  WS-JOURNAL-DATE-IN      PIC X(8)  VALUE SPACES.
       01  WS-JOURNAL-DATE         PIC 9(8)  VALUE ZERO.
      *The balance is the one field the extract needs out of the
      *audit images, so the decode layout stops after it.
       01  WS-IMAGE-ACCT.
           05 GLX-I-ACCT-NO        PIC X(8).
           05 GLX-I-LIMIT          PIC S9(7)V99 COMP-3.
           05 GLX-I-BALANCE        PIC S9(7)V99 COMP-3.
           05 FILLER               PIC X(156).
      *The subledger item being mapped: where it came from, its type,
      *the account, and the signed movement it made on the balance.
       01  WS-ITEM.
           05 WS-ITEM-SOURCE       PIC X(3).
           05 WS-ITEM-TYPE         PIC X(1).
           05 WS-ITEM-SIGN         PIC X(1).
           05 WS-ITEM-ACCT-NO      PIC X(8).
           05 WS-ITEM-BEFORE       PIC S9(7)V99 COMP-3.
           05 WS-ITEM-AFTER        PIC S9(7)V99 COMP-3.
           05 WS-ITEM-AMOUNT       PIC S9(9)V99 COMP-3.
           05 WS-ITEM-ABS-AMOUNT   PIC S9(9)V99 COMP-3.
      *The GLMAP cards, loaded once at start. Each slot accumulates
      *the items mapped through it; the journal is written from the
      *slots that were used.
       01  WS-GL-MAP.
           05 WS-GLM-USED          PIC 9(3) COMP-3 VALUE ZERO.
           05 WS-GLM-SUB           PIC 9(3) COMP-3 VALUE ZERO.
           05 WS-GLM-ENTRY OCCURS 50 TIMES.
              10 WS-GLM-SOURCE     PIC X(3).
              10 WS-GLM-TYPE       PIC X(1).
              10 WS-GLM-SIGN       PIC X(1).
              10 WS-GLM-DEBIT      PIC X(10).
              10 WS-GLM-CREDIT     PIC X(10).
              10 WS-GLM-DESC       PIC X(30).
              10 WS-GLM-COUNT      PIC 9(7) COMP-3.
              10 WS-GLM-AMOUNT     PIC S9(9)V99 COMP-3.
      *Per-source proof figures: the control totals from REGCTL, the
      *detail the extract found, and how that detail was disposed of.
       01  WS-SOURCE-PROOF.
           05 WS-SRC-SUB           PIC 9(1) COMP-3 VALUE ZERO.
           05 WS-SRC-ENTRY OCCURS 3 TIMES.
              10 WS-SRC-ID         PIC X(3).
              10 WS-SRC-CTL-COUNT  PIC 9(7) COMP-3.
              10 WS-SRC-CTL-AMOUNT PIC S9(9)V99 COMP-3.
              10 WS-SRC-DTL-COUNT  PIC 9(7) COMP-3.
              10 WS-SRC-DTL-AMOUNT PIC S9(9)V99 COMP-3.
              10 WS-SRC-JRN-AMOUNT PIC S9(9)V99 COMP-3.
              10 WS-SRC-EXC-COUNT  PIC 9(7) COMP-3.
              10 WS-SRC-EXC-AMOUNT PIC S9(9)V99 COMP-3.
       01  WS-RUN-TOTALS.
           05 WS-CARD-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-AUDIT-READ-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-CHARGE-READ-COUNT PIC 9(7) VALUE ZERO.
           05 WS-EXCEPTION-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-JOURNAL-LINES     PIC 9(5) VALUE ZERO.
           05 WS-DEBIT-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-DEBIT-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-CREDIT-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-CREDIT-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS-AUDIT-RECORD UNTIL AUDIT-EOF.
           PERFORM H300-PROCESS-CHARGES.
           PERFORM H400-LOAD-REGISTER-CONTROLS.
           PERFORM H999-PROGRAM-EXIT.
      *
       H100-OPEN-FILES.
      *Journal date, one SYSIN line, blank = today.
           ACCEPT WS-JOURNAL-DATE-IN FROM SYSIN.
           IF WS-JOURNAL-DATE-IN = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOURNAL-DATE
           ELSE
               MOVE WS-JOURNAL-DATE-IN TO WS-JOURNAL-DATE
           END-IF.
           MOVE 'PST' TO WS-SRC-ID (1).
           MOVE 'FIN' TO WS-SRC-ID (2).
           MOVE 'MNT' TO WS-SRC-ID (3).
           PERFORM H110-CLEAR-SOURCE-PROOF
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > 3.
           PERFORM H150-LOAD-GL-MAP.
           OPEN INPUT  AUDIT-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H920-CHECK-AUD-STATUS.
           OPEN OUTPUT JOURNAL-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H950-CHECK-JRN-STATUS.
           OPEN OUTPUT PRINT-LINE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H960-CHECK-PRT-STATUS.
           MOVE SPACES TO EXCP-DETAIL-REC JRNL-DETAIL-REC
                          PROOF-DETAIL-REC PROOF-TOTAL-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'GENERAL LEDGER JOURNAL PROOF - JOURNAL DATE '
                  WS-JOURNAL-DATE
                  DELIMITED BY SIZE INTO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'UNMAPPED ITEMS - EXCEPTIONS, NOT JOURNALED'
             TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE EXCP-HEADING-REC TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           PERFORM H250-READ-AUDIT.
       H100-END.EXIT.
      *
       H110-CLEAR-SOURCE-PROOF.
           MOVE ZERO TO WS-SRC-CTL-COUNT (WS-SRC-SUB)
                        WS-SRC-CTL-AMOUNT (WS-SRC-SUB)
                        WS-SRC-DTL-COUNT (WS-SRC-SUB)
                        WS-SRC-DTL-AMOUNT (WS-SRC-SUB)
                        WS-SRC-JRN-AMOUNT (WS-SRC-SUB)
                        WS-SRC-EXC-COUNT (WS-SRC-SUB)
                        WS-SRC-EXC-AMOUNT (WS-SRC-SUB).
       H110-END.EXIT.
      *
      *Load the GLMAP cards. A mapping the extract cannot trust - an
      *unknown source or direction, a missing debit or credit
      *account, the same source/type/direction twice, or more cards
      *than the table holds - stops the run before anything is
      *written, since a journal built on it would post wrongly.
       H150-LOAD-GL-MAP.
           OPEN INPUT  GLMAP-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           PERFORM H910-CHECK-GLM-STATUS.
           PERFORM H160-READ-GLMAP.
           PERFORM H170-LOAD-ONE-CARD UNTIL GLMAP-EOF.
           CLOSE GLMAP-FILE.
       H150-END.EXIT.
      *
       H160-READ-GLMAP.
           MOVE 'READ'  TO WS-OPERATION.
           READ GLMAP-FILE
               AT END SET GLMAP-EOF TO TRUE
           END-READ.
           IF NOT GLMAP-EOF
               PERFORM H910-CHECK-GLM-STATUS
           END-IF.
       H160-END.EXIT.
      *
       H170-LOAD-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT.
           IF GLM-SOURCE (1:1) NOT = '*'
               IF (GLM-SOURCE NOT = 'PST' AND NOT = 'FIN'
                                          AND NOT = 'MNT')
                   OR (GLM-SIGN NOT = '+' AND NOT = '-')
                   OR GLM-TYPE = SPACE
                   OR GLM-DEBIT-ACCT = SPACES
                   OR GLM-CREDIT-ACCT = SPACES
                   PERFORM H190-REJECT-GLMAP
               END-IF
               MOVE GLM-SOURCE TO WS-ITEM-SOURCE
               MOVE GLM-TYPE   TO WS-ITEM-TYPE
               MOVE GLM-SIGN   TO WS-ITEM-SIGN
               PERFORM H720-FIND-MAP-ENTRY
               IF WS-MAP-FOUND
                   PERFORM H190-REJECT-GLMAP
               END-IF
               IF WS-GLM-USED NOT < 50
                   PERFORM H190-REJECT-GLMAP
               END-IF
               ADD 1 TO WS-GLM-USED
               MOVE GLM-SOURCE      TO WS-GLM-SOURCE (WS-GLM-USED)
               MOVE GLM-TYPE        TO WS-GLM-TYPE (WS-GLM-USED)
               MOVE GLM-SIGN        TO WS-GLM-SIGN (WS-GLM-USED)
               MOVE GLM-DEBIT-ACCT  TO WS-GLM-DEBIT (WS-GLM-USED)
               MOVE GLM-CREDIT-ACCT TO WS-GLM-CREDIT (WS-GLM-USED)
               MOVE GLM-DESC        TO WS-GLM-DESC (WS-GLM-USED)
               MOVE ZERO            TO WS-GLM-COUNT (WS-GLM-USED)
                                       WS-GLM-AMOUNT (WS-GLM-USED)
           END-IF.
           PERFORM H160-READ-GLMAP.
       H170-END.EXIT.
      *
       H190-REJECT-GLMAP.
           DISPLAY 'CBLOGLX1 STOPPED - GLMAP CARD ' WS-CARD-COUNT
                   ' REJECTED: ' GLMAP-REC (1:55).
           DISPLAY 'CBLOGLX1 CHECK SOURCE, SIGN AND ACCOUNTS, NO'
                   ' DUPLICATE MAPPINGS, AT MOST 50 CARDS'.
           CLOSE GLMAP-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       H190-END.EXIT.
      *
      *Take the day's balance postings and maintenance off ACCTAUD.
      *The posting types belong to CBLOPST1 and the add and change
      *types to CBLOMNT1; every other audit type moves no money.
       H200-PROCESS-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-READ-COUNT.
           IF AUDIT-DATE = WS-JOURNAL-DATE
               EVALUATE AUDIT-TRANS-TYPE
                   WHEN 'P'
                   WHEN 'B'
                   WHEN 'J'
                   WHEN 'L'
                       MOVE 'PST' TO WS-ITEM-SOURCE
                       PERFORM H210-AUDIT-MOVEMENT
                   WHEN 'A'
                   WHEN 'C'
                       MOVE 'MNT' TO WS-ITEM-SOURCE
                       PERFORM H210-AUDIT-MOVEMENT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM H250-READ-AUDIT.
       H200-END.EXIT.
      *
      *The movement is the after-image balance less the before-image
      *balance; an add has no before-image and brings its whole
      *opening balance onto the books.
       H210-AUDIT-MOVEMENT.
           MOVE AUDIT-TRANS-TYPE TO WS-ITEM-TYPE.
           MOVE AUDIT-ACCT-NO    TO WS-ITEM-ACCT-NO.
           MOVE ZERO TO WS-ITEM-BEFORE WS-ITEM-AFTER.
           IF AUDIT-BEFORE-IMAGE NOT = SPACES
               MOVE AUDIT-BEFORE-IMAGE TO WS-IMAGE-ACCT
               MOVE GLX-I-BALANCE      TO WS-ITEM-BEFORE
           END-IF.
           IF AUDIT-AFTER-IMAGE NOT = SPACES
               MOVE AUDIT-AFTER-IMAGE  TO WS-IMAGE-ACCT
               MOVE GLX-I-BALANCE      TO WS-ITEM-AFTER
           END-IF.
           COMPUTE WS-ITEM-AMOUNT = WS-ITEM-AFTER - WS-ITEM-BEFORE.
           PERFORM H700-MAP-ITEM.
       H210-END.EXIT.
      *
       H250-READ-AUDIT.
           MOVE 'READ'  TO WS-OPERATION.
           READ AUDIT-FILE
               AT END SET AUDIT-EOF TO TRUE
           END-READ.
           IF NOT AUDIT-EOF
               PERFORM H920-CHECK-AUD-STATUS
           END-IF.
       H250-END.EXIT.
      *
      *Take the finance charges off CHGOUT. CHGOUT not being
      *allocated means the charge cycle did not run for this journal,
      *the same as CBLORCN1 treats it.
       H300-PROCESS-CHARGES.
           OPEN INPUT  CHARGE-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF CHG-NOTFOUND
               SET CHG-EOF TO TRUE
           ELSE
               PERFORM H930-CHECK-CHG-STATUS
               PERFORM H320-READ-CHARGE
               PERFORM H310-PROCESS-ONE-CHARGE UNTIL CHG-EOF
               CLOSE CHARGE-FILE
           END-IF.
       H300-END.EXIT.
      *
       H310-PROCESS-ONE-CHARGE.
           ADD 1 TO WS-CHARGE-READ-COUNT.
           MOVE 'FIN'       TO WS-ITEM-SOURCE.
           MOVE 'F'         TO WS-ITEM-TYPE.
           MOVE CHG-ACCT-NO TO WS-ITEM-ACCT-NO.
           MOVE CHG-CHARGE  TO WS-ITEM-AMOUNT.
           PERFORM H700-MAP-ITEM.
           PERFORM H320-READ-CHARGE.
       H310-END.EXIT.
      *
       H320-READ-CHARGE.
           MOVE 'READ'  TO WS-OPERATION.
           READ CHARGE-FILE
               AT END SET CHG-EOF TO TRUE
           END-READ.
           IF NOT CHG-EOF
               PERFORM H930-CHECK-CHG-STATUS
           END-IF.
       H320-END.EXIT.
      *
      *Sum the control totals each register program left on REGCTL
      *for the journal date. REGCTL not existing yet means no
      *register has run since it was introduced; the proof then
      *shows zero control totals against any detail found.
       H400-LOAD-REGISTER-CONTROLS.
           OPEN INPUT  REGCTL-FILE.
           MOVE 'OPEN'  TO WS-OPERATION.
           IF RCT-NOTFOUND
               SET RCT-EOF TO TRUE
           ELSE
               PERFORM H940-CHECK-RCT-STATUS
               PERFORM H420-READ-REGCTL
               PERFORM H410-ADD-ONE-CONTROL UNTIL RCT-EOF
               CLOSE REGCTL-FILE
           END-IF.
       H400-END.EXIT.
      *
       H410-ADD-ONE-CONTROL.
           IF RCT-RUN-DATE = WS-JOURNAL-DATE
               MOVE RCT-SOURCE TO WS-ITEM-SOURCE
               PERFORM H730-FIND-SOURCE
               IF WS-SRC-FOUND
                   ADD RCT-COUNT  TO WS-SRC-CTL-COUNT (WS-SRC-SUB)
                   ADD RCT-AMOUNT TO WS-SRC-CTL-AMOUNT (WS-SRC-SUB)
               END-IF
           END-IF.
           PERFORM H420-READ-REGCTL.
       H410-END.EXIT.
      *
       H420-READ-REGCTL.
           MOVE 'READ'  TO WS-OPERATION.
           READ REGCTL-FILE
               AT END SET RCT-EOF TO TRUE
           END-READ.
           IF NOT RCT-EOF
               PERFORM H940-CHECK-RCT-STATUS
           END-IF.
       H420-END.EXIT.
      *
      *Write the journal: a debit line and a credit line for every
      *mapping that summarized any money, in GLMAP card order.
       H500-WRITE-JOURNAL.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'JOURNAL ENTRIES' TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE JRNL-HEADING-REC TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           PERFORM H510-JOURNAL-ONE-MAPPING
               VARYING WS-GLM-SUB FROM 1 BY 1
               UNTIL WS-GLM-SUB > WS-GLM-USED.
       H500-END.EXIT.
      *
       H510-JOURNAL-ONE-MAPPING.
           IF WS-GLM-AMOUNT (WS-GLM-SUB) NOT = ZERO
               MOVE SPACES TO JOURNAL-REC
               MOVE WS-GLM-DEBIT (WS-GLM-SUB) TO JRN-GL-ACCT
               MOVE 'D' TO JRN-DR-CR
               PERFORM H520-WRITE-JOURNAL-LINE
               ADD 1 TO WS-DEBIT-COUNT
               ADD WS-GLM-AMOUNT (WS-GLM-SUB) TO WS-DEBIT-TOTAL
               MOVE SPACES TO JOURNAL-REC
               MOVE WS-GLM-CREDIT (WS-GLM-SUB) TO JRN-GL-ACCT
               MOVE 'C' TO JRN-DR-CR
               PERFORM H520-WRITE-JOURNAL-LINE
               ADD 1 TO WS-CREDIT-COUNT
               ADD WS-GLM-AMOUNT (WS-GLM-SUB) TO WS-CREDIT-TOTAL
           END-IF.
       H510-END.EXIT.
      *
      *The caller clears the record and sets JRN-GL-ACCT and
      *JRN-DR-CR.
       H520-WRITE-JOURNAL-LINE.
           ADD 1 TO WS-JOURNAL-LINES.
           MOVE WS-JOURNAL-DATE              TO JRN-DATE.
           MOVE WS-JOURNAL-LINES             TO JRN-LINE-NO.
           MOVE WS-GLM-AMOUNT (WS-GLM-SUB)   TO JRN-AMOUNT.
           MOVE WS-GLM-SOURCE (WS-GLM-SUB)   TO JRN-SOURCE.
           MOVE WS-GLM-TYPE (WS-GLM-SUB)     TO JRN-TYPE.
           MOVE WS-GLM-SIGN (WS-GLM-SUB)     TO JRN-SIGN.
           MOVE WS-GLM-COUNT (WS-GLM-SUB)    TO JRN-ITEM-COUNT.
           MOVE WS-GLM-DESC (WS-GLM-SUB)     TO JRN-DESC.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE JOURNAL-REC.
           PERFORM H950-CHECK-JRN-STATUS.
           MOVE JRN-LINE-NO    TO JL-LINE-NO.
           MOVE JRN-GL-ACCT    TO JL-GL-ACCT.
           MOVE JRN-DR-CR      TO JL-DR-CR.
           MOVE JRN-AMOUNT     TO JL-AMOUNT.
           MOVE JRN-SOURCE     TO JL-SOURCE.
           MOVE JRN-TYPE       TO JL-TYPE.
           MOVE JRN-SIGN       TO JL-SIGN.
           MOVE JRN-ITEM-COUNT TO JL-ITEM-COUNT.
           MOVE JRN-DESC       TO JL-DESC.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM JRNL-DETAIL-REC.
           PERFORM H960-CHECK-PRT-STATUS.
           MOVE SPACES TO JRNL-DETAIL-REC.
       H520-END.EXIT.
      *
      *The proof. Each source's detail must be fully accounted for as
      *journaled or excepted, and must agree in items and amount with
      *the control totals its register program wrote; the journal's
      *debits must equal its credits.
       H600-PRINT-PROOF.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'JOURNAL PROOF BY SOURCE' TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE PROOF-HEADING-REC TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           PERFORM H610-PROVE-ONE-SOURCE
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > 3.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           MOVE 'UNMAPPED ITEMS'     TO PT-LABEL.
           MOVE WS-EXCEPTION-COUNT   TO PT-COUNT.
           PERFORM H620-WRITE-TOTAL-LINE.
           MOVE 'JOURNAL DEBITS'     TO PT-LABEL.
           MOVE WS-DEBIT-COUNT       TO PT-COUNT.
           MOVE WS-DEBIT-TOTAL       TO PT-AMOUNT.
           PERFORM H620-WRITE-TOTAL-LINE.
           MOVE 'JOURNAL CREDITS'    TO PT-LABEL.
           MOVE WS-CREDIT-COUNT      TO PT-COUNT.
           MOVE WS-CREDIT-TOTAL      TO PT-AMOUNT.
           PERFORM H620-WRITE-TOTAL-LINE.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE SPACES TO PRINT-REC.
           PERFORM H810-WRITE-PRINT-LINE.
           IF WS-OUT-OF-BALANCE
               MOVE '*** JOURNAL DOES NOT BALANCE - DO NOT POST ***'
                 TO PRINT-REC
               DISPLAY 'CBLOGLX1 JOURNAL DOES NOT BALANCE - DEBITS: '
                       WS-DEBIT-TOTAL ' CREDITS: ' WS-CREDIT-TOTAL
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'JOURNAL IN BALANCE' TO PRINT-REC
           END-IF.
           PERFORM H810-WRITE-PRINT-LINE.
       H600-END.EXIT.
      *
       H610-PROVE-ONE-SOURCE.
           MOVE WS-SRC-ID (WS-SRC-SUB)         TO PF-SOURCE.
           MOVE WS-SRC-CTL-COUNT (WS-SRC-SUB)  TO PF-CTL-COUNT.
           MOVE WS-SRC-CTL-AMOUNT (WS-SRC-SUB) TO PF-CTL-AMOUNT.
           MOVE WS-SRC-DTL-COUNT (WS-SRC-SUB)  TO PF-DTL-COUNT.
           MOVE WS-SRC-DTL-AMOUNT (WS-SRC-SUB) TO PF-DTL-AMOUNT.
           MOVE WS-SRC-JRN-AMOUNT (WS-SRC-SUB) TO PF-JRN-AMOUNT.
           MOVE WS-SRC-EXC-AMOUNT (WS-SRC-SUB) TO PF-EXC-AMOUNT.
           IF WS-SRC-DTL-COUNT (WS-SRC-SUB)
                  NOT = WS-SRC-CTL-COUNT (WS-SRC-SUB)
              OR WS-SRC-DTL-AMOUNT (WS-SRC-SUB)
                  NOT = WS-SRC-CTL-AMOUNT (WS-SRC-SUB)
              OR WS-SRC-DTL-AMOUNT (WS-SRC-SUB)
                  NOT = WS-SRC-JRN-AMOUNT (WS-SRC-SUB)
                      + WS-SRC-EXC-AMOUNT (WS-SRC-SUB)
               MOVE 'OUT OF BALANCE' TO PF-STATUS
               SET WS-OUT-OF-BALANCE TO TRUE
               DISPLAY 'CBLOGLX1 SOURCE ' WS-SRC-ID (WS-SRC-SUB)
                       ' DOES NOT AGREE WITH ITS REGISTER CONTROLS'
           ELSE
               MOVE 'IN BALANCE'     TO PF-STATUS
           END-IF.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM PROOF-DETAIL-REC.
           PERFORM H960-CHECK-PRT-STATUS.
           MOVE SPACES TO PROOF-DETAIL-REC.
       H610-END.EXIT.
      *
       H620-WRITE-TOTAL-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM PROOF-TOTAL-REC.
           PERFORM H960-CHECK-PRT-STATUS.
           MOVE SPACES TO PROOF-TOTAL-REC.
       H620-END.EXIT.
      *
      *Count the item into its source's detail, then journal it
      *through its mapping or list it as an exception. An item that
      *moved no money has nothing to journal.
       H700-MAP-ITEM.
           PERFORM H730-FIND-SOURCE.
           ADD 1              TO WS-SRC-DTL-COUNT (WS-SRC-SUB).
           ADD WS-ITEM-AMOUNT TO WS-SRC-DTL-AMOUNT (WS-SRC-SUB).
           IF WS-ITEM-AMOUNT NOT = ZERO
               IF WS-ITEM-AMOUNT > ZERO
                   MOVE '+' TO WS-ITEM-SIGN
                   MOVE WS-ITEM-AMOUNT TO WS-ITEM-ABS-AMOUNT
               ELSE
                   MOVE '-' TO WS-ITEM-SIGN
                   COMPUTE WS-ITEM-ABS-AMOUNT = ZERO - WS-ITEM-AMOUNT
               END-IF
               PERFORM H720-FIND-MAP-ENTRY
               IF WS-MAP-FOUND
                   ADD 1 TO WS-GLM-COUNT (WS-GLM-SUB)
                   ADD WS-ITEM-ABS-AMOUNT
                     TO WS-GLM-AMOUNT (WS-GLM-SUB)
                   ADD WS-ITEM-AMOUNT
                     TO WS-SRC-JRN-AMOUNT (WS-SRC-SUB)
               ELSE
                   ADD 1 TO WS-SRC-EXC-COUNT (WS-SRC-SUB)
                   ADD WS-ITEM-AMOUNT
                     TO WS-SRC-EXC-AMOUNT (WS-SRC-SUB)
                   PERFORM H740-WRITE-EXCEPTION
               END-IF
           END-IF.
       H700-END.EXIT.
      *
      *Look up WS-ITEM-SOURCE/TYPE/SIGN on the mapping table, leaving
      *WS-GLM-SUB on the matching slot.
       H720-FIND-MAP-ENTRY.
           MOVE 'N' TO WS-MAP-FOUND-SW.
           MOVE 1 TO WS-GLM-SUB.
           PERFORM H725-MATCH-MAP-ENTRY
               UNTIL WS-GLM-SUB > WS-GLM-USED
               OR WS-MAP-FOUND.
       H720-END.EXIT.
      *
       H725-MATCH-MAP-ENTRY.
           IF WS-GLM-SOURCE (WS-GLM-SUB) = WS-ITEM-SOURCE
               AND WS-GLM-TYPE (WS-GLM-SUB) = WS-ITEM-TYPE
               AND WS-GLM-SIGN (WS-GLM-SUB) = WS-ITEM-SIGN
               SET WS-MAP-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-GLM-SUB
           END-IF.
       H725-END.EXIT.
      *
      *Leave WS-SRC-SUB on WS-ITEM-SOURCE's proof slot.
       H730-FIND-SOURCE.
           MOVE 'N' TO WS-SRC-FOUND-SW.
           MOVE 1 TO WS-SRC-SUB.
           PERFORM H735-MATCH-SOURCE
               UNTIL WS-SRC-SUB > 3
               OR WS-SRC-FOUND.
       H730-END.EXIT.
      *
       H735-MATCH-SOURCE.
           IF WS-SRC-ID (WS-SRC-SUB) = WS-ITEM-SOURCE
               SET WS-SRC-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-SRC-SUB
           END-IF.
       H735-END.EXIT.
      *
       H740-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-ITEM-SOURCE  TO EX-SOURCE.
           MOVE WS-ITEM-TYPE    TO EX-TYPE.
           MOVE WS-ITEM-SIGN    TO EX-SIGN.
           MOVE WS-ITEM-ACCT-NO TO EX-ACCT-NO.
           MOVE WS-ITEM-AMOUNT  TO EX-AMOUNT.
           MOVE 'NO GLMAP ENTRY' TO EX-REASON.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC FROM EXCP-DETAIL-REC.
           PERFORM H960-CHECK-PRT-STATUS.
           MOVE SPACES TO EXCP-DETAIL-REC.
       H740-END.EXIT.
      *
       H810-WRITE-PRINT-LINE.
           MOVE 'WRITE' TO WS-OPERATION.
           WRITE PRINT-REC.
           PERFORM H960-CHECK-PRT-STATUS.
       H810-END.EXIT.
      *
       H850-CLOSE-FILES.
           CLOSE AUDIT-FILE
                 JOURNAL-FILE
                 PRINT-LINE.
       H850-END.EXIT.
      *
      *Report the failing file/operation/status, then stop the job
      *with a distinct return code, the same as CBLOMNT1's convention.
       H905-ABEND.
           DISPLAY 'CBLOGLX1 ABEND - FILE: ' WS-ABEND-FILE-NAME
                   ' OPERATION: ' WS-OPERATION
                   ' STATUS: '    WS-ABEND-STATUS.
           MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       H905-END.EXIT.
      *
       H910-CHECK-GLM-STATUS.
           IF NOT GLM-SUCCESS AND NOT GLM-FILE-EOF
               MOVE 'GLMAP'   TO WS-ABEND-FILE-NAME
               MOVE GLM-ST    TO WS-ABEND-STATUS
               MOVE 20        TO WS-ABEND-RETURN-CODE
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
       H930-CHECK-CHG-STATUS.
           IF NOT CHG-SUCCESS AND NOT CHG-FILE-EOF
               MOVE 'CHGOUT'  TO WS-ABEND-FILE-NAME
               MOVE CHG-ST    TO WS-ABEND-STATUS
               MOVE 28        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H930-END.EXIT.
      *
       H940-CHECK-RCT-STATUS.
           IF NOT RCT-SUCCESS AND NOT RCT-FILE-EOF
               MOVE 'REGCTL'  TO WS-ABEND-FILE-NAME
               MOVE RCT-ST    TO WS-ABEND-STATUS
               MOVE 32        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H940-END.EXIT.
      *
       H950-CHECK-JRN-STATUS.
           IF NOT JRN-SUCCESS
               MOVE 'GLJRNL'  TO WS-ABEND-FILE-NAME
               MOVE JRN-ST    TO WS-ABEND-STATUS
               MOVE 36        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H950-END.EXIT.
      *
       H960-CHECK-PRT-STATUS.
           IF NOT PRT-SUCCESS
               MOVE 'PRTGLJ'  TO WS-ABEND-FILE-NAME
               MOVE PRT-ST    TO WS-ABEND-STATUS
               MOVE 40        TO WS-ABEND-RETURN-CODE
               PERFORM H905-ABEND
           END-IF.
       H960-END.EXIT.
      *
       H999-PROGRAM-EXIT.
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE '  NONE' TO PRINT-REC
               PERFORM H810-WRITE-PRINT-LINE
           END-IF.
           PERFORM H500-WRITE-JOURNAL.
           PERFORM H600-PRINT-PROOF.
           DISPLAY 'CBLOGLX1 AUDIT READ: '  WS-AUDIT-READ-COUNT
                   ' CHARGES READ: '        WS-CHARGE-READ-COUNT
                   ' JOURNAL LINES: '       WS-JOURNAL-LINES
                   ' EXCEPTIONS: '          WS-EXCEPTION-COUNT.
           PERFORM H850-CLOSE-FILES.
           STOP RUN.
       H999-END.EXIT.
      *
