      *      Shared FD record layout for lab3-enc-txns.dat, the
      *      enclosure assignment transactions applied against the
      *      indexed lab3-in.dat by Lab3av, the same way Lab3an
      *      applies site moves.  One record per transaction, matched
      *      by the permanent animal number: an A assigns an animal
      *      with no enclosure, an M moves one from its current
      *      enclosure to another at the same site.  EtxEnclosure is
      *      the lab3-enclosures.dat EncId at the animal's InSite;
      *      EtxDate is the YYYYMMDD date it happened.  COPY ETXREC
      *      into the File Section FD for EtxFile.
       01   EtxRecord.
           05  EtxAction       Pic X(1).
               88  Etx-Assign      Value "A".
               88  Etx-Move        Value "M".
           05  EtxAnimalId     Pic X(7).
           05  EtxEnclosure    Pic X(6).
           05  EtxDate         Pic X(8).
