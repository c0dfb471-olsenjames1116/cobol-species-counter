      *      Shared FD record layout for lab3-periods.dat, the period
      *      snapshot file Lab3ba appends to when a supervisor closes
      *      a month.  Each close freezes eight rows for the month --
      *      one per class code (A B M R F I O) and a "*" row for the
      *      month's totals -- carrying the month's intake, the four
      *      kinds of outcome (adopted, released, transferred, died)
      *      by disposition date, and the census on hand at the end
      *      of the month, the figures the board was given.  PerMonth
      *      is YYYYMM; PerClosedDate / PerClosedBy say when and by
      *      whom.  The latest PerMonth on file is the close line: no
      *      transaction dated in it or any earlier month is applied
      *      without a supervisor's override (PERCHK.CPY).  COPY
      *      PERREC into the File Section FD for PerFile.
       01   PerRecord.
           05  PerMonth        Pic X(6).
           05  Filler          Pic X(2)  Value Spaces.
           05  PerClass        Pic X(1).
           05  Filler          Pic X(2)  Value Spaces.
           05  PerIntake       Pic 9(6).
           05  Filler          Pic X(2)  Value Spaces.
           05  PerAdopt        Pic 9(6).
           05  Filler          Pic X(2)  Value Spaces.
           05  PerRelease      Pic 9(6).
           05  Filler          Pic X(2)  Value Spaces.
           05  PerXfer         Pic 9(6).
           05  Filler          Pic X(2)  Value Spaces.
           05  PerDied         Pic 9(6).
           05  Filler          Pic X(2)  Value Spaces.
           05  PerOnHand       Pic 9(6).
           05  Filler          Pic X(2)  Value Spaces.
           05  PerClosedDate   Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  PerClosedBy     Pic X(8).
