      *-----------------------
      *YTDREC.cpy - YTDACCT year-to-date account accumulator record
      *layout. One record per account, keyed by account number,
      *created the first time anything is accumulated for it.
      *CBLOFIN1 adds each finance charge and CBLOPST1 each payment,
      *purchase debit, adjustment (signed, as applied) and late fee
      *it posts to the current-year slot. At year end CBLOYTR1 rolls
      *the current slot into the prior-year slot and starts the new
      *year at zero, under RUNCTL so a year is never rolled twice;
      *CBLOYTS1 prints the annual summaries from the prior-year slot.
      *A CBLOFIN1 or CBLOPST1 run that finds a current slot from an
      *earlier year stops until the roll has run.
      *When CBLOMNT1 reissues an account under a new number the
      *record moves to the new number, both slots as they stand.
      *Both slots share one layout so the roll is a single move.
      *-----------------------
       01  YTD-REC.
           05  YTD-ACCT-NO            PIC X(8).
           05  YTD-CURRENT.
               10  YTD-CUR-YEAR       PIC 9(4).
               10  YTD-CUR-FIN-CHG    PIC S9(9)V99 COMP-3.
               10  YTD-CUR-PAYMENTS   PIC S9(9)V99 COMP-3.
               10  YTD-CUR-PURCHASES  PIC S9(9)V99 COMP-3.
               10  YTD-CUR-ADJUSTS    PIC S9(9)V99 COMP-3.
               10  YTD-CUR-LATE-FEES  PIC S9(9)V99 COMP-3.
               10  YTD-CUR-PAY-COUNT  PIC S9(5) COMP-3.
               10  YTD-CUR-PUR-COUNT  PIC S9(5) COMP-3.
           05  YTD-PRIOR.
               10  YTD-PRI-YEAR       PIC 9(4).
               10  YTD-PRI-FIN-CHG    PIC S9(9)V99 COMP-3.
               10  YTD-PRI-PAYMENTS   PIC S9(9)V99 COMP-3.
               10  YTD-PRI-PURCHASES  PIC S9(9)V99 COMP-3.
               10  YTD-PRI-ADJUSTS    PIC S9(9)V99 COMP-3.
               10  YTD-PRI-LATE-FEES  PIC S9(9)V99 COMP-3.
               10  YTD-PRI-PAY-COUNT  PIC S9(5) COMP-3.
               10  YTD-PRI-PUR-COUNT  PIC S9(5) COMP-3.
           05  YTD-LAST-UPDATED       PIC 9(8).
           05  FILLER                 PIC X(20).
