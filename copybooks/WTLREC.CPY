      *      Shared FD record layout for lab3-waitlist.dat, the intake
      *      waitlist -- callers Lab3w turned away because the site
      *      they asked for was at capacity for the animal's class.
      *      WtlNo is the waitlist number the caller is given and the
      *      admitted record carries in InWaitNo; numbers run up from
      *      1 in the order the entries were taken.  WtlClass is the
      *      class the species classified to when the call came in,
      *      the capacity it is waiting on.  WtlStatus: W waiting, S
      *      an appointment proposed for WtlApptDate by the nightly
      *      Lab3bd run, A admitted (WtlAnimalId is the new record),
      *      X withdrawn; WtlClosedDate is when it went to A or X.
      *      A W entry that still carries a WtlApptDate missed that
      *      appointment: it keeps its place but is not offered
      *      another day until the desk reaches the caller and clears
      *      the date with Lab3w.
      *      COPY WTLREC into the File Section FD for WtlFile.
       01   WtlRecord.
           05  WtlNo           Pic X(6).
           05  Filler          Pic X(2)  Value Spaces.
           05  WtlDate         Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  WtlOperator     Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  WtlContact      Pic X(20).
           05  Filler          Pic X(2)  Value Spaces.
           05  WtlPhone        Pic X(12).
           05  Filler          Pic X(2)  Value Spaces.
           05  WtlNames        Pic X(12).
           05  Filler          Pic X(2)  Value Spaces.
           05  WtlGender       Pic X(1).
           05  Filler          Pic X(2)  Value Spaces.
           05  WtlSpecies      Pic X(15).
           05  Filler          Pic X(2)  Value Spaces.
           05  WtlClass        Pic X(1).
           05  Filler          Pic X(2)  Value Spaces.
           05  WtlSite         Pic X(10).
           05  Filler          Pic X(2)  Value Spaces.
           05  WtlStatus       Pic X(1).
               88  Wtl-Waiting     Value "W".
               88  Wtl-Scheduled   Value "S".
               88  Wtl-Admitted    Value "A".
               88  Wtl-Withdrawn   Value "X".
               88  Wtl-Open        Value "W" "S".
           05  Filler          Pic X(2)  Value Spaces.
           05  WtlApptDate     Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  WtlAnimalId     Pic X(7).
           05  Filler          Pic X(2)  Value Spaces.
           05  WtlClosedDate   Pic X(8).
