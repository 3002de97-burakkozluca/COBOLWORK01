      *-----------------------
      *SAUDREC.cpy - SUSPAUD suspense disposition audit record layout,
      *shared by CBLOSUS1, which appends one record per item it
      *reapplies or marks for refund, and CBLOSUA1, which totals them
      *by disposition for its suspense tie-out. The record carries
      *who made the disposition and when, the action keyed ('A'
      *reapply, 'R' refund) and the SUSPENSE record (SUSPREC layout)
      *as it stood before and after it was closed.
      *-----------------------
       01  SUSPAUD-REC.
           05  SA-DATE                PIC 9(8).
           05  SA-TIME                PIC 9(6).
           05  SA-OPERATOR-ID         PIC X(8).
           05  SA-ACTION              PIC X(1).
           05  SA-BEFORE-IMAGE        PIC X(86).
           05  SA-AFTER-IMAGE         PIC X(86).
