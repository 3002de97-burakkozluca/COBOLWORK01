      *delete removes it outright. A confirmation sets ACCT-CUST-NO
      *from TRANS-CUST-NO and touches nothing else, so a manually
      *resolved customer/account link survives name corrections.
      *A renumber ('R') reissues a lost or stolen card's account under
      *a new number: TRANS-ACCT-NO is the old number and the new one,
      *with the reason, rides in the comments area. The new account
      *takes over the old one's balance, limit, customer link and
      *address, the old one is closed pointing at it, and the pair is
      *filed on ACCTLINK so the history follows the customer.
      *-----------------------
       01  TRANS-REC.
           05  TRANS-TYPE         PIC X(1).
               88  TRANS-DELETE   VALUE 'D'.
               88  TRANS-CLOSE    VALUE 'X'.
               88  TRANS-CONFIRM  VALUE 'K'.
               88  TRANS-RENUMBER VALUE 'R'.
           05  TRANS-ACCT-NO      PIC X(8).
           05  TRANS-LIMIT        PIC S9(7)V99.
           05  TRANS-BALANCE      PIC S9(7)V99.
           05  TRANS-CITY-COUNTY  PIC X(20).
           05  TRANS-USA-STATE    PIC X(15).
           05  TRANS-COMMENTS     PIC X(50).
           05  TRANS-RENUMBER-DATA REDEFINES TRANS-COMMENTS.
               10  TRANS-NEW-ACCT-NO  PIC X(8).
               10  TRANS-RENUM-REASON PIC X(1).
                   88  TRANS-RENUM-LOST   VALUE 'L'.
                   88  TRANS-RENUM-STOLEN VALUE 'S'.
                   88  TRANS-RENUM-VALID  VALUE 'L' 'S'.
               10  FILLER             PIC X(41).
           05  TRANS-OPERATOR-ID  PIC X(8).
           05  TRANS-CUST-NO      PIC 9(04).
