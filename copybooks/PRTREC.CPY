      *      Shared FD record layout for lab3-protocol.dat, the
      *      preventive-care protocol table -- one row per treatment a
      *      class of animal is due after intake: intake vaccines,
      *      booster, deworming, parasite screen.  PrtClass is the
      *      same class code SPECIES-MASTER.DAT carries in
      *      SpMastClass; PrtReason is the visit reason code Lab3r
      *      keys when the treatment is given, so a visit with that
      *      reason on or after the intake date is what satisfies the
      *      item; PrtDays is how many days after InIntakeDate it
      *      falls due.  A small hand-maintained file like the cause
      *      table.  COPY PRTREC into the File Section FD for
      *      PrtFile.
       01   PrtRecord.
           05  PrtClass        Pic X(1).
           05  Filler          Pic X(2)  Value Spaces.
           05  PrtReason       Pic X(4).
           05  Filler          Pic X(2)  Value Spaces.
           05  PrtDays         Pic 9(3).
           05  Filler          Pic X(2)  Value Spaces.
           05  PrtDesc         Pic X(20).
