      *-----------------------
      *REFNDREC.cpy - REFUNDS credit-balance refund worklist record
      *layout, kept by CBLODRM1, the dormancy sweep. One record per
      *dormant account found carrying a credit balance, keyed by
      *account number, holding the amount owed back to the customer
      *and the name and address the refund goes to. The item stays
      *outstanding ('O') while the refund is issued and its
      *offsetting 'J' adjustment waits to post; once a later sweep
      *finds the balance brought back to zero it is marked posted
      *('P') and the account is closed. The key keeps a rerun of the
      *sweep from listing the same refund twice.
      *-----------------------
       01  REF-REC.
           05  REF-ACCT-NO            PIC X(8).
           05  REF-STATUS             PIC X(1).
               88  REF-OUTSTANDING    VALUE 'O'.
               88  REF-POSTED         VALUE 'P'.
           05  REF-AMOUNT             PIC S9(7)V99 COMP-3.
           05  REF-LAST-NAME          PIC X(20).
           05  REF-FIRST-NAME         PIC X(15).
           05  REF-STREET-ADDR        PIC X(25).
           05  REF-CITY-COUNTY        PIC X(20).
           05  REF-USA-STATE          PIC X(15).
           05  REF-LAST-ACTIVITY      PIC 9(8).
           05  REF-LISTED-DATE        PIC 9(8).
           05  REF-POSTED-DATE        PIC 9(8).
           05  FILLER                 PIC X(20).
