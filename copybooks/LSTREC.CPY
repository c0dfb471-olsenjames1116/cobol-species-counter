      *      Shared FD record layout for lab3-lost.dat, the lost-animal
      *      reports taken at the desk -- a member of the public whose
      *      animal has gone missing, what it is, and how to reach
      *      them.  LstNo is the report number the caller is given;
      *      numbers run up from 1 in the order the reports were
      *      taken.  LstNames and LstChip are blank when the caller
      *      does not know them; LstGender is M, F, or U.  LstStatus:
      *      O open, C closed at the desk (found, reunited, or
      *      withdrawn), X closed by the nightly Lab3bn run when the
      *      report has been open too long; LstClosedDate is when it
      *      was closed.  Taken and closed through Lab3bm; matched
      *      against the new intakes every night by Lab3bn.  COPY
      *      LSTREC into the File Section FD for LstFile.
       01   LstRecord.
           05  LstNo           Pic X(6).
           05  Filler          Pic X(2)  Value Spaces.
           05  LstDate         Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  LstOperator     Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  LstContact      Pic X(20).
           05  Filler          Pic X(2)  Value Spaces.
           05  LstPhone        Pic X(12).
           05  Filler          Pic X(2)  Value Spaces.
           05  LstAddress      Pic X(30).
           05  Filler          Pic X(2)  Value Spaces.
           05  LstCity         Pic X(20).
           05  Filler          Pic X(2)  Value Spaces.
           05  LstPostCode     Pic X(10).
           05  Filler          Pic X(2)  Value Spaces.
           05  LstNames        Pic X(12).
           05  Filler          Pic X(2)  Value Spaces.
           05  LstGender       Pic X(1).
           05  Filler          Pic X(2)  Value Spaces.
           05  LstSpecies      Pic X(15).
           05  Filler          Pic X(2)  Value Spaces.
           05  LstChip         Pic X(15).
           05  Filler          Pic X(2)  Value Spaces.
           05  LstLostDate     Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  LstArea         Pic X(20).
           05  Filler          Pic X(2)  Value Spaces.
           05  LstStatus       Pic X(1).
               88  Lst-Open        Value "O".
               88  Lst-Closed      Value "C".
               88  Lst-Expired     Value "X".
           05  Filler          Pic X(2)  Value Spaces.
           05  LstClosedDate   Pic X(8).
