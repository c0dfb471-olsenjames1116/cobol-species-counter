      *      Shared FD record layout for lab3-sponsors.dat, the sponsor
      *      master -- one record per donor sponsoring animals, keyed
      *      by the short SpoId the sponsorship rows carry.  The
      *      mailing address is the one the disposition notices and
      *      the monthly statements are posted to.  Maintained by
      *      Lab3be.  COPY SPOREC into the File Section FD for SpoFile.
       01   SpoRecord.
           05  SpoId           Pic X(6).
           05  Filler          Pic X(2)  Value Spaces.
           05  SpoName         Pic X(20).
           05  Filler          Pic X(2)  Value Spaces.
           05  SpoAddress      Pic X(30).
           05  Filler          Pic X(2)  Value Spaces.
           05  SpoCity         Pic X(20).
           05  Filler          Pic X(2)  Value Spaces.
           05  SpoPostCode     Pic X(10).
           05  Filler          Pic X(2)  Value Spaces.
           05  SpoPhone        Pic X(12).
