      *-----------------------
      *CONTREC.cpy - CONTACTS collections contact-history record
      *layout, kept by CBLOCTM1 (maintenance), followed up nightly by
      *CBLOPTP1 and read by CBLOAGE1 to mark the over-limit aging
      *report. One record per account per contact date: the outcome
      *of the call, the collector who made it and, when the customer
      *promised to pay, the amount and the date promised. A promise
      *is live ('O') until CBLOPTP1 finds the payments CBLOPST1
      *posted since the contact cover it (kept, 'K'), or the promise
      *date goes by with it part paid ('T') or unpaid ('B'). The
      *amount counted against the promise is kept with the result.
      *An account reissued under a new number by CBLOMNT1 takes its
      *whole contact history with it: every record is moved to the
      *new number as it stands, so the promises go on being followed
      *against the payments the customer makes on the new card.
      *-----------------------
       01  CONT-REC.
           05  CONT-KEY.
               10  CONT-ACCT-NO       PIC X(8).
               10  CONT-DATE          PIC 9(8).
           05  CONT-OUTCOME           PIC X(1).
               88  CONT-PROMISED      VALUE 'P'.
               88  CONT-OUTCOME-VALID VALUE 'P' 'C' 'M' 'N' 'R'
                                            'W' 'D'.
           05  CONT-COLLECTOR-ID      PIC X(8).
           05  CONT-PROMISE-AMOUNT    PIC S9(7)V99 COMP-3.
           05  CONT-PROMISE-DATE      PIC 9(8).
           05  CONT-PROMISE-STATUS    PIC X(1).
               88  CONT-NO-PROMISE    VALUE ' '.
               88  CONT-PROMISE-LIVE  VALUE 'O'.
               88  CONT-PROMISE-KEPT  VALUE 'K'.
               88  CONT-PROMISE-PART  VALUE 'T'.
               88  CONT-PROMISE-BROKEN VALUE 'B'.
           05  CONT-PAID-AMOUNT       PIC S9(7)V99 COMP-3.
           05  CONT-RESOLVED-DATE     PIC 9(8).
           05  CONT-NOTE              PIC X(30).
           05  CONT-UPDATED-DATE      PIC 9(8).
           05  CONT-UPDATED-BY        PIC X(8).
           05  FILLER                 PIC X(20).
