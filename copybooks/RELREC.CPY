      *      Shared FD record layout for lab3-releases.dat, the
      *      release log -- one record per applied R disposition,
      *      appended by Lab3l the way applied adoptions go to
      *      lab3-adoptions.dat.  The release site's county and
      *      habitat are snapshotted from lab3-relsites.dat and the
      *      intake date from the animal's record, so Lab3aq's release
      *      report still reads right after the site register changes
      *      or the record is archived.  RelOperator is the operator
      *      who did the release -- DspRelOper when the transaction
      *      names one, otherwise whoever signed on to apply it.
      *      COPY RELREC into the File Section FD for RelFile.
       01   RelRecord.
           05  RelAnimalId     Pic X(7).
           05  Filler          Pic X(2)  Value Spaces.
           05  RelNames        Pic X(12).
           05  Filler          Pic X(2)  Value Spaces.
           05  RelSpecies      Pic X(15).
           05  Filler          Pic X(2)  Value Spaces.
           05  RelIntakeDate   Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  RelDate         Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  RelSiteId       Pic X(6).
           05  Filler          Pic X(2)  Value Spaces.
           05  RelCounty       Pic X(15).
           05  Filler          Pic X(2)  Value Spaces.
           05  RelHabitat      Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  RelOperator     Pic X(8).
