      *      Shared FD record layout for lab3-disp-pending.dat, the
      *      queue of A/R/T dispositions Lab3l could not apply because
      *      the animal was under an active lab3-holds.dat hold.
      *      PndDisp is the lab3-disp.dat transaction exactly as it
      *      was keyed -- DspDate, adopter, release site and all -- so
      *      that when Lab3ad releases the hold the next Lab3l run
      *      applies it as if it had gone through on the day.
      *      PndQueued is the date it was queued and PndOperator who
      *      ran the batch that queued it.  Lab3l rewrites the queue
      *      each run with whatever is still blocked.  COPY PNDREC
      *      into the File Section FD for PndFile.
       01   PndRecord.
           05  PndDisp.
               10  PndAnimalId     Pic X(7).
               10  PndCode         Pic X(1).
               10  PndDspDate      Pic X(8).
               10  Filler          Pic X(30).
           05  Filler          Pic X(2)  Value Spaces.
           05  PndQueued       Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  PndOperator     Pic X(8).
