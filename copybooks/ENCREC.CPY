      *      Shared FD record layout for lab3-enclosures.dat, the
      *      enclosure master -- every cage, kennel, flight, and tank
      *      within each site, so an animal can be found without a
      *      walk-through.  EncId is unique within EncSite (the
      *      lab3-sites.dat SiteName); EncType is the size/type the
      *      cage card prints; EncClasses lists the class codes (the
      *      SpMastClass letters) the enclosure is suitable for, one
      *      letter each, left-justified; EncLimit is how many animals
      *      it may hold.  A small hand-maintained file like the site
      *      master.  Lab3av checks assignments against it, Lab3aw
      *      prints the cage cards and exceptions from it.  COPY
      *      ENCREC into the File Section FD for EncFile.
       01   EncRecord.
           05  EncSite         Pic X(10).
           05  Filler          Pic X(2)  Value Spaces.
           05  EncId           Pic X(6).
           05  Filler          Pic X(2)  Value Spaces.
           05  EncType         Pic X(12).
           05  Filler          Pic X(2)  Value Spaces.
           05  EncClasses      Pic X(7).
           05  Filler          Pic X(2)  Value Spaces.
           05  EncLimit        Pic 9(3).
