      *      Shared FD record layout for lab3-permits.dat, the
      *      rehabilitation permit master -- one record per species or
      *      class a permit covers, so a permit covering three
      *      species has three rows.  PrmScope S means PrmCover is a
      *      species name as the species master spells it; C means
      *      PrmCover is a one-letter class code (B, R, and so on) and
      *      the permit covers the whole class.  PrmLimit is how many
      *      animals the permit lets us hold at once across all of its
      *      rows, zero for no cap; PrmExpiry is the last day it is in
      *      force (YYYYMMDD).  The agency, limit, and expiry are read
      *      from a permit's first row.  COPY PRMREC into the File
      *      Section FD for PrmFile.
       01   PrmRecord.
           05  PrmNumber       Pic X(12).
           05  Filler          Pic X(2)  Value Spaces.
           05  PrmAgency       Pic X(10).
           05  Filler          Pic X(2)  Value Spaces.
           05  PrmScope        Pic X(1).
               88  Prm-Species     Value "S".
               88  Prm-Class       Value "C".
           05  Filler          Pic X(2)  Value Spaces.
           05  PrmCover        Pic X(15).
           05  Filler          Pic X(2)  Value Spaces.
           05  PrmLimit        Pic 9(4).
           05  Filler          Pic X(2)  Value Spaces.
           05  PrmExpiry       Pic X(8).
