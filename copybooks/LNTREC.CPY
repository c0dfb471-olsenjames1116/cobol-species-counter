      *      Shared FD record layout for lab3-lost-notices.dat, the
      *      mailing run's input for lost-animal reporters -- one
      *      notice per report the nightly Lab3bn run has closed
      *      because it stayed open past the limit, telling the
      *      reporter the report has lapsed and how to renew it.
      *      LntWritten is the day the notice was raised.  The
      *      reporter's name, address and phone are carried so the
      *      mailing run needs no other file; a notice with no
      *      address is phoned instead.  COPY LNTREC into the File
      *      Section FD for LntFile.
       01   LntRecord.
           05  LntWritten      Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  LntNo           Pic X(6).
           05  Filler          Pic X(2)  Value Spaces.
           05  LntReported     Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  LntNames        Pic X(12).
           05  Filler          Pic X(2)  Value Spaces.
           05  LntSpecies      Pic X(15).
           05  Filler          Pic X(2)  Value Spaces.
           05  LntLostDate     Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  LntContact      Pic X(20).
           05  Filler          Pic X(2)  Value Spaces.
           05  LntPhone        Pic X(12).
           05  Filler          Pic X(2)  Value Spaces.
           05  LntAddress      Pic X(30).
           05  Filler          Pic X(2)  Value Spaces.
           05  LntCity         Pic X(20).
           05  Filler          Pic X(2)  Value Spaces.
           05  LntPostCode     Pic X(10).
