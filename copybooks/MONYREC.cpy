      *-----------------------
      *MONYREC.cpy - monetary transaction record layout, shared by
      *CBLOPST1, which posts the MONYIN stream, and every program that
      *prepares postings for it (CBLODLQ1, ...). One record per
      *monetary transaction: a payment ('P') credits the balance down,
      *a purchase debit ('B') charges it up, an adjustment ('J')
      *applies its amount with the sign as keyed. A late fee ('L') is
      *charged up the same way as a debit but is counted on its own,
      *so the posting register shows fee income apart from purchases.
      *-----------------------
       01  MONY-REC.
           05  MONY-TYPE          PIC X(1).
               88  MONY-PAYMENT   VALUE 'P'.
               88  MONY-DEBIT     VALUE 'B'.
               88  MONY-ADJUSTMENT VALUE 'J'.
               88  MONY-LATE-FEE  VALUE 'L'.
           05  MONY-ACCT-NO       PIC X(8).
           05  MONY-AMOUNT        PIC S9(7)V99.
           05  MONY-OPERATOR-ID   PIC X(8).
