      *-----------------------
      *RUNCTLRC.cpy - RUNCTL run-control record, shared by every
      *cycle program that checks the calendar at open and stamps it
      *at successful close (CBLOEDT1, CBLOMNT1, CBLODEV1, CBLOFIN1,
      *CBLOCRB1, CBLOYTR1). One record per program, keyed by program
      *name: the run status ('I' while a run is in flight, 'C' once
      *it completed cleanly), the date and time of the stamp, and
      *the cycle month a completed run covered - the month charged
      *for CBLOFIN1, the month furnished to the bureau for CBLOCRB1
      *and the December of the year rolled for CBLOYTR1, zero
      *elsewhere. A program finding its own record still 'I' stops
      *with a clear message instead of processing on top of a prior
      *run; an abend leaves the 'I' standing deliberately, so the
      *next attempt stops until someone has looked.
