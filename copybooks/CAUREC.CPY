      *      Shared FD record layout for lab3-causes.dat, the
      *      cause-of-admission code table -- hit by vehicle, window
      *      strike, orphaned, cat attack, illness, and the rest of
      *      the short codes the state annual report and the grant
      *      applications count intakes by.  Like the site master it
      *      is a small hand-maintained file; Lab3w and Lab3q check
      *      every intake's cause against it, and Lab3ap prints the
      *      description beside each code.  COPY CAUREC into the File
      *      Section FD for CauFile.
       01   CauRecord.
           05  CauCode         Pic X(4).
           05  Filler          Pic X(2)  Value Spaces.
           05  CauDesc         Pic X(30).
