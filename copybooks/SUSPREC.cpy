      *-----------------------
      *SUSPREC.cpy - SUSPENSE unapplied-cash record layout, shared by
      *the programs that open the SUSPENSE file (CBLOPST1, CBLOSUS1,
      *CBLOSUA1). One record per payment CBLOPST1 could not post
      *because the account keyed was not on the master or was closed,
      *keyed by the date and time of the posting run that received it
      *and a sequence number within that run. The item carries the
      *account and amount as keyed, the operator who keyed it and the
      *reason it was turned away. It stays open until CBLOSUS1
      *disposes of it: reapplied to a corrected account, which is
      *then posted by CBLOPST1 like any payment, or marked for refund
      *to the customer. The disposition, who made it and when, and
      *the corrected account are stamped on the record.
      *-----------------------
       01  SUSP-REC.
           05  SUSP-KEY.
               10  SUSP-RECV-DATE     PIC 9(8).
               10  SUSP-RECV-TIME     PIC 9(6).
               10  SUSP-SEQ           PIC 9(5).
           05  SUSP-ACCT-NO           PIC X(8).
           05  SUSP-AMOUNT            PIC S9(7)V99 COMP-3.
           05  SUSP-OPERATOR-ID       PIC X(8).
           05  SUSP-REASON            PIC X(1).
               88  SUSP-ACCT-NOT-FOUND VALUE 'N'.
               88  SUSP-ACCT-CLOSED   VALUE 'C'.
           05  SUSP-STATUS            PIC X(1).
               88  SUSP-OPEN          VALUE 'O'.
               88  SUSP-REAPPLIED     VALUE 'A'.
               88  SUSP-REFUND        VALUE 'R'.
           05  SUSP-RESOLVED-DATE     PIC 9(8).
           05  SUSP-RESOLVED-BY       PIC X(8).
           05  SUSP-NEW-ACCT-NO       PIC X(8).
           05  FILLER                 PIC X(20).
