      *      Shared FD record layout for lab3-sponsor-notices.dat, the
      *      mailing run's input -- one notice per sponsor of an
      *      animal whose disposition Lab3l has stamped or whose
      *      transfer Lab3x has manifested.  SpnEvent is the
      *      disposition code (A adopted, R released, T transferred
      *      out, D died) and SpnEventDate its date; SpnDest is the
      *      partner shelter on a transfer.  The sponsor's name and
      *      address are carried so the mailing run needs no other
      *      file.  SpnWritten is the day the notice was raised and
      *      SpnProgram the program that raised it.  COPY SPNREC into
      *      the File Section FD for SpnFile.
       01   SpnRecord.
           05  SpnWritten      Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  SpnSponsor      Pic X(6).
           05  Filler          Pic X(2)  Value Spaces.
           05  SpnAnimalId     Pic X(7).
           05  Filler          Pic X(2)  Value Spaces.
           05  SpnNames        Pic X(12).
           05  Filler          Pic X(2)  Value Spaces.
           05  SpnSpecies      Pic X(15).
           05  Filler          Pic X(2)  Value Spaces.
           05  SpnEvent        Pic X(1).
           05  Filler          Pic X(2)  Value Spaces.
           05  SpnEventDate    Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  SpnDest         Pic X(10).
           05  Filler          Pic X(2)  Value Spaces.
           05  SpnName         Pic X(20).
           05  Filler          Pic X(2)  Value Spaces.
           05  SpnAddress      Pic X(30).
           05  Filler          Pic X(2)  Value Spaces.
           05  SpnCity         Pic X(20).
           05  Filler          Pic X(2)  Value Spaces.
           05  SpnPostCode     Pic X(10).
           05  Filler          Pic X(2)  Value Spaces.
           05  SpnProgram      Pic X(8).
