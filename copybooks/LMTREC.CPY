      *      Shared FD record layout for lab3-lost-matches.dat, every
      *      match the nightly Lab3bn run has raised between a lost
      *      report and an animal in our care, so a match goes to the
      *      callback worklist and the alert ledger once, not every
      *      night the report stays open.  LmtKind is C for a chip
      *      match (definite) or P for a possible match on species
      *      and gender inside the date window.  LmtAnimalId is the
      *      lab3-in.dat record; a chip the Lab3q partner import
      *      brought in has no number yet and is carried by its
      *      LmtNames instead.  COPY LMTREC into the File Section FD
      *      for LmtFile.
       01   LmtRecord.
           05  LmtNo           Pic X(6).
           05  Filler          Pic X(2)  Value Spaces.
           05  LmtKind         Pic X(1).
               88  Lmt-Chip        Value "C".
               88  Lmt-Possible    Value "P".
           05  Filler          Pic X(2)  Value Spaces.
           05  LmtAnimalId     Pic X(7).
           05  Filler          Pic X(2)  Value Spaces.
           05  LmtNames        Pic X(12).
           05  Filler          Pic X(2)  Value Spaces.
           05  LmtDate         Pic X(8).
