      *-----------------------
      *CRBXREC.cpy - BUREAUX monthly credit bureau furnishing record
      *layout, written by CBLOCRB1. Fixed 200-byte records: one 'H'
      *header naming the furnisher and the month reported, one 'D'
      *detail per account furnished, and one 'T' trailer carrying
      *the detail count and the limit, balance and past-due totals
      *the bureau proves the file against. Amounts are zoned decimal
      *so the file travels as plain characters; the balance carries a
      *leading separate sign because a credit balance is negative.
      *CBX-PAY-STATUS is the payment-status code, worst condition
      *first:
      *  '84' 180+ days, '83' 150-179, '82' 120-149, '80' 90-119,
      *  '78' 60-89, '71' 30-59 days past due (past-due cycle);
      *  '12' current on payments but over the credit limit
      *       (over-limit history);
      *  '11' current and within the limit;
      *  '13' closed and paid to zero.
      *-----------------------
       01  CBX-REC.
           05  CBX-REC-TYPE           PIC X(1).
               88  CBX-HEADER         VALUE 'H'.
               88  CBX-DETAIL         VALUE 'D'.
               88  CBX-TRAILER        VALUE 'T'.
           05  CBX-BODY               PIC X(199).
      *Detail: one account as furnished.
           05  CBX-DETAIL-BODY REDEFINES CBX-BODY.
               10  CBX-ACCT-NO        PIC X(8).
               10  CBX-CUST-NO        PIC 9(4).
               10  CBX-LAST-NAME      PIC X(20).
               10  CBX-FIRST-NAME     PIC X(15).
               10  CBX-STREET-ADDR    PIC X(25).
               10  CBX-CITY-COUNTY    PIC X(20).
               10  CBX-USA-STATE      PIC X(15).
               10  CBX-ACCT-STATUS    PIC X(1).
               10  CBX-OPEN-DATE      PIC 9(8).
               10  CBX-CLOSE-DATE     PIC 9(8).
               10  CBX-CREDIT-LIMIT   PIC 9(7)V99.
               10  CBX-BALANCE        PIC S9(7)V99
                                      SIGN IS LEADING SEPARATE.
               10  CBX-PAY-STATUS     PIC X(2).
               10  CBX-DAYS-PAST-DUE  PIC 9(4).
               10  CBX-AMOUNT-PAST-DUE PIC 9(7)V99.
               10  CBX-OVER-LIMIT-IND PIC X(1).
               10  CBX-DAYS-OVER-LIMIT PIC 9(4).
               10  FILLER             PIC X(36).
      *Header: who is furnishing and for which month.
           05  CBX-HEADER-BODY REDEFINES CBX-BODY.
               10  CBX-H-FURNISHER    PIC X(20).
               10  CBX-H-REPORT-MONTH PIC 9(6).
               10  CBX-H-CREATED-DATE PIC 9(8).
               10  CBX-H-CREATED-TIME PIC 9(6).
               10  FILLER             PIC X(159).
      *Trailer: counts and totals over the detail records.
           05  CBX-TRAILER-BODY REDEFINES CBX-BODY.
               10  CBX-T-REPORT-MONTH PIC 9(6).
               10  CBX-T-DETAIL-COUNT PIC 9(9).
               10  CBX-T-LIMIT-TOTAL  PIC 9(11)V99.
               10  CBX-T-BALANCE-TOTAL PIC S9(11)V99
                                      SIGN IS LEADING SEPARATE.
               10  CBX-T-PAST-DUE-TOTAL PIC 9(11)V99.
               10  FILLER             PIC X(144).
