      *      Shared FD record layout for lab3-fees.dat, the adoption
      *      fee schedule -- what adopting an animal of FeeClass (the
      *      species-master class code, A B M R F I O, or * for any
      *      class with no row of its own) costs.  Effective-dated
      *      the same way the per-diem table is (YYYYMMDD, inclusive;
      *      99999999 is the fee in force, blank dates mean always),
      *      so a fee change end-dates the old row and adds a new one
      *      and an adoption is always held to the fee of its own
      *      day.  Hand-maintained by the supervisor like the site
      *      master.  COPY FEEREC into the File Section FD for
      *      FeeFile.
       01   FeeRecord.
           05  FeeClass        Pic X(1).
           05  Filler          Pic X(2)  Value Spaces.
           05  FeeAmount       Pic 9(4)V99.
           05  Filler          Pic X(2)  Value Spaces.
           05  FeeEffFrom      Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  FeeEffTo        Pic X(8).
