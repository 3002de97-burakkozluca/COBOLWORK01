      *-----------------------
      *BILLREC.cpy - BILLING billing-cycle record layout, shared by
      *the programs that open the BILLING file (CBLOSTM1, CBLOPST1,
      *CBLODLQ1, ...). One record per account per statement cycle,
      *keyed by account number and cycle period (YYYYMM). CBLOSTM1
      *writes it when a statement is cut, carrying the balance billed,
      *this cycle's share of the minimum payment and the payment due
      *date. CBLOPST1 applies each posted payment against the
      *account's open cycles oldest first, and marks a cycle 'P' once
      *its minimum has been met. CBLODLQ1 ages the cycles still open
      *past their due date each night into the current, 30, 60 and
      *90-plus day buckets, and stamps the date a late fee was
      *assessed so a cycle is never charged twice. When CBLOMNT1
      *reissues an account under a new number, each cycle still open
      *is copied under the new number and the old number's copy is
      *marked 'R' (reissued) - kept for the record, but no longer
      *open to age, bill against or apply payments to.
      *-----------------------
       01  BILL-REC.
           05  BILL-KEY.
               10  BILL-ACCT-NO       PIC X(8).
               10  BILL-PERIOD        PIC 9(6).
           05  BILL-STMT-DATE         PIC 9(8).
           05  BILL-STMT-BALANCE      PIC S9(7)V99 COMP-3.
           05  BILL-MIN-DUE           PIC S9(7)V99 COMP-3.
           05  BILL-DUE-DATE          PIC 9(8).
           05  BILL-PAID-AMT          PIC S9(7)V99 COMP-3.
           05  BILL-PAID-DATE         PIC 9(8).
           05  BILL-STATUS            PIC X(1).
               88  BILL-OPEN          VALUE 'O'.
               88  BILL-PAID          VALUE 'P'.
               88  BILL-REISSUED      VALUE 'R'.
           05  BILL-DAYS-PAST-DUE     PIC 9(5) COMP-3.
           05  BILL-AGE-BUCKET        PIC X(1).
               88  BILL-AGE-CURRENT   VALUE '0'.
               88  BILL-AGE-30        VALUE '1'.
               88  BILL-AGE-60        VALUE '2'.
               88  BILL-AGE-90        VALUE '3'.
           05  BILL-LATE-FEE-DATE     PIC 9(8).
           05  BILL-LATE-FEE-AMT      PIC S9(5)V99 COMP-3.
           05  FILLER                 PIC X(20).
