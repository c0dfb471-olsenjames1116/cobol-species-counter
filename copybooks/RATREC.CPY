      *      Shared FD record layout for lab3-rates.dat, the per-diem
      *      cost-of-care table -- what a day in care costs for an
      *      animal of RateClass (the species-master class code, A B
      *      M R F I O) at RateSite.  RateSite is a site master name,
      *      FOSTER for days spent placed with a foster home, or * for
      *      any site with no row of its own.  Effective-dated the
      *      same way the species diet list is (YYYYMMDD, inclusive;
      *      99999999 is the rate in force, blank dates mean always),
      *      so a rate change end-dates the old row and adds a new
      *      one and the months already reported keep their costs.
      *      COPY RATREC into the File Section FD for RatFile.
       01   RatRecord.
           05  RateClass       Pic X(1).
           05  Filler          Pic X(2)  Value Spaces.
           05  RateSite        Pic X(10).
           05  Filler          Pic X(2)  Value Spaces.
           05  RatePerDiem     Pic 9(4)V99.
           05  Filler          Pic X(2)  Value Spaces.
           05  RateEffFrom     Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  RateEffTo       Pic X(8).
