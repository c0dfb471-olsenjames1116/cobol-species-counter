      *      Shared FD record layout for lab3-circumstances.dat, the
      *      intake-circumstances log -- why each animal came in and
      *      where it was found, which the state annual report and
      *      the grant applications both ask for and which used to be
      *      counted off the paper intake cards.  One record per
      *      intake, appended by Lab3w at the counter (under the new
      *      animal number, with the intake site) and by Lab3q for
      *      each accepted partner row -- a raw line has not met the
      *      permanent numbering yet, so those rows carry Spaces in
      *      CirAnimalId and map by CirNames, the same as the chip
      *      cross-reference does.  CirSource is S (stray/found), O
      *      (owner surrender), T (transfer in), or C (seized);
      *      CirCause is a code from the lab3-causes.dat table;
      *      CirLocation is the found location or town.  Species and
      *      site are snapshotted at intake so Lab3ap's monthly
      *      cause-of-admission analysis still classifies the row
      *      after the animal has moved or been purged.  COPY CIRREC
      *      into the File Section FD for CirFile.
       01   CirRecord.
           05  CirAnimalId     Pic X(7).
           05  Filler          Pic X(2)  Value Spaces.
           05  CirNames        Pic X(12).
           05  Filler          Pic X(2)  Value Spaces.
           05  CirSpecies      Pic X(15).
           05  Filler          Pic X(2)  Value Spaces.
           05  CirSite         Pic X(10).
           05  Filler          Pic X(2)  Value Spaces.
           05  CirDate         Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  CirSource       Pic X(1).
               88  Cir-Stray       Value "S".
               88  Cir-Surrender   Value "O".
               88  Cir-Transfer    Value "T".
               88  Cir-Seized      Value "C".
               88  Cir-Valid-Source Value "S" "O" "T" "C".
           05  Filler          Pic X(2)  Value Spaces.
           05  CirCause        Pic X(4).
           05  Filler          Pic X(2)  Value Spaces.
           05  CirLocation     Pic X(20).
           05  Filler          Pic X(2)  Value Spaces.
           05  CirProgram      Pic X(8).
