      *      Shared FD record layout for lab3-feed-last.dat, the list
      *      of animals Lab3bh put on the last lab3-adoptable.csv.
      *      Lab3bh reads it to work out which animals have dropped
      *      off since (the W lines of the feed) and rewrites it with
      *      tonight's list.  COPY FDLREC into the File Section FD
      *      for FdlFile.
       01   FdlRecord.
           05  FdlAnimalId     Pic X(7).
           05  Filler          Pic X(2)  Value Spaces.
           05  FdlNames        Pic X(12).
           05  Filler          Pic X(2)  Value Spaces.
           05  FdlSpecies      Pic X(15).
