      *-----------------------
      *ALRTREC.cpy - ALERTS suspicious-activity alert record layout,
      *written and cleared by CBLOSCN1, the nightly scan of the
      *ACCTAUD trail. One record per hit, keyed by the rule that
      *raised it, the account, and the date and time of the audit
      *record that completed the pattern - so the same hit found
      *again on a later night lands on the same key. A hit stays
      *open ('O') and is reported every night until a reviewer
      *clears it ('C'); a cleared hit is never reported again. The
      *first and last scan dates show how long it has been standing.
      *ALRT-OPERATOR-ID is the operator on the triggering audit
      *record, who may not clear their own alert.
      *-----------------------
       01  ALRT-REC.
           05  ALRT-KEY.
               10  ALRT-RULE          PIC X(2).
               10  ALRT-ACCT-NO       PIC X(8).
               10  ALRT-EVENT-DATE    PIC 9(8).
               10  ALRT-EVENT-TIME    PIC 9(6).
           05  ALRT-OPERATOR-ID       PIC X(8).
           05  ALRT-STATUS            PIC X(1).
               88  ALRT-OPEN          VALUE 'O'.
               88  ALRT-CLEARED       VALUE 'C'.
           05  ALRT-FIRST-DATE        PIC 9(8).
           05  ALRT-LAST-DATE         PIC 9(8).
           05  ALRT-DETAIL            PIC X(40).
           05  ALRT-CLEARED-DATE      PIC 9(8).
           05  ALRT-CLEARED-BY        PIC X(8).
           05  ALRT-CLEAR-NOTE        PIC X(30).
           05  FILLER                 PIC X(20).
