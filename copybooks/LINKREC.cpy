      *-----------------------
      *LINKREC.cpy - ACCTLINK account renumbering link record layout.
      *One record per reissued account number, written by CBLOMNT1
      *when an 'R' renumber transaction moves a lost or stolen card's
      *account to a new number. The old number is the record key and
      *the new number an alternate key, so a chain of reissues can be
      *walked forward (old to new) or backward (new to old) from any
      *number in it; CBLOINQ1, CBLOAUD1, CBLOSTM1 and CBLOPTP1 follow
      *it so an account's history stays with the customer's current
      *number, and CBLOCTM1 refuses a contact card keyed against a
      *number that has been reissued.
      *-----------------------
       01  LINK-REC.
           05  LINK-OLD-ACCT-NO       PIC X(8).
           05  LINK-NEW-ACCT-NO       PIC X(8).
           05  LINK-DATE              PIC 9(8).
           05  LINK-TIME              PIC 9(6).
           05  LINK-OPERATOR-ID       PIC X(8).
           05  LINK-REASON            PIC X(1).
               88  LINK-LOST          VALUE 'L'.
               88  LINK-STOLEN        VALUE 'S'.
           05  FILLER                 PIC X(21).
