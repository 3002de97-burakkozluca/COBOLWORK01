      *-----------------------
      *REGCTLRC.cpy - REGCTL register control-total record, shared by
      *the cycle programs that print a balance register (CBLOPST1,
      *CBLOFIN1, CBLOMNT1) and by CBLOGLX1, which proves its general
      *ledger journal against them. At the end of each run the
      *program appends one record per register line it totals: the
      *source system ('PST' posting, 'FIN' finance charge, 'MNT'
      *maintenance), the transaction type within it, the run date
      *and time, the item count and the signed movement those items
      *made on account balances - a payment is carried negative,
      *since it brought balances down. The file is opened EXTEND, so
      *it holds every run's totals and CBLOGLX1 picks out the day's.
      *CBLOPST1 also appends one 'SUS' record per run - type 'S', the
      *payments it sent to unapplied-cash suspense, stamped with the
      *date and time their suspense keys carry. Those moved no
      *balance and are not journaled; CBLOSUA1 proves the SUSPENSE
      *file's receipts against them.
      *-----------------------
       01  REGCTL-REC.
           05  RCT-PROGRAM        PIC X(8).
           05  RCT-RUN-DATE       PIC 9(8).
           05  RCT-RUN-TIME       PIC 9(6).
           05  RCT-SOURCE         PIC X(3).
           05  RCT-TYPE           PIC X(1).
           05  RCT-COUNT          PIC 9(7).
           05  RCT-AMOUNT         PIC S9(9)V99.
           05  FILLER             PIC X(16).
