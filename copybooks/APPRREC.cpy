      *-----------------------
      *APPRREC.cpy - APPRQUE pending-approval queue record layout,
      *shared by the programs that hold items over an operator's
      *ceiling (CBLOMNT1, CBLOPST1), the release run (CBLOAPR1) and
      *the supervisor's report (CBLOOPR1). One record per held item,
      *keyed by the date and time of the run that held it and a
      *sequence number within that run, the same scheme as SUSPENSE.
      *APPR-SOURCE names the stream the item came from - 'MNT' for a
      *TRANSIN maintenance transaction, 'PST' for a MONYIN posting -
      *and APPR-TRANS-IMAGE carries the whole transaction as keyed
      *(a MONYREC image in the leading bytes for 'PST'), so the
      *release writes it back out untouched apart from the operator
      *id. APPR-AMOUNT is the figure that broke the ceiling: the
      *limit increase, or the adjustment as a positive amount. The
      *item stays pending ('P') until a second operator releases
      *('R') or declines ('D') it; who did and when is stamped on it.
      *-----------------------
       01  APPR-REC.
           05  APPR-KEY.
               10  APPR-QUEUE-DATE    PIC 9(8).
               10  APPR-QUEUE-TIME    PIC 9(6).
               10  APPR-SEQ           PIC 9(5).
           05  APPR-SOURCE            PIC X(3).
               88  APPR-FROM-MNT      VALUE 'MNT'.
               88  APPR-FROM-PST      VALUE 'PST'.
           05  APPR-ACCT-NO           PIC X(8).
           05  APPR-TRANS-TYPE        PIC X(1).
           05  APPR-AMOUNT            PIC S9(7)V99 COMP-3.
           05  APPR-CEILING           PIC S9(7)V99 COMP-3.
           05  APPR-OPERATOR-ID       PIC X(8).
           05  APPR-STATUS            PIC X(1).
               88  APPR-PENDING       VALUE 'P'.
               88  APPR-RELEASED      VALUE 'R'.
               88  APPR-DECLINED      VALUE 'D'.
           05  APPR-ACTION-DATE       PIC 9(8).
           05  APPR-ACTION-BY         PIC X(8).
           05  APPR-TRANS-IMAGE       PIC X(184).
           05  FILLER                 PIC X(20).
