      *-----------------------
      *OVLHREC.cpy - OVLHIST over-limit history record layout, shared
      *by CBLOAGE1, which keeps it, and CBLOCRB1, which reads it
      *for the credit bureau extract. One history record per account
      *currently over its limit: when it was first flagged, how many
      *consecutive nightly runs it has stayed over, the last run that
      *saw it and the over amount that run measured. The record is
      *deleted the night the account comes back under, so a later
      *excursion starts a fresh count.
      *-----------------------
       01  OVLH-REC.
           05  OVL-ACCT-NO        PIC X(8).
           05  OVL-FIRST-DATE     PIC 9(8).
           05  OVL-RUNS-OVER      PIC S9(5) COMP-3.
           05  OVL-LAST-DATE      PIC 9(8).
           05  OVL-OVER-AMOUNT    PIC S9(7)V99 COMP-3.
           05  FILLER             PIC X(10).
