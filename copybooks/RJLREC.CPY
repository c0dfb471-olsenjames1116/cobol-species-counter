      *      Shared FD record layout for lab3-rejlog.dat, the
      *      cumulative log of every transaction the keying programs
      *      refused.  Each program's own reject file is rewritten
      *      every run and only ever shows the last batch; this log
      *      keeps every reject with the date, the program, the
      *      operator who ran the batch, the kind of work it was (the
      *      same words the audit journal uses -- INTAKE, CHANGE,
      *      DELETE, DISP, MOVE), the reason, and the animal number
      *      when the transaction carried one, so Lab3bb can say
      *      whose work keeps bouncing.  COPY RJLREC into the File
      *      Section FD for RjlFile.
       01   RjlRecord.
           05  RjlDate         Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  RjlProgram      Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  RjlOperator     Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  RjlKind         Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  RjlReason       Pic X(10).
           05  Filler          Pic X(2)  Value Spaces.
           05  RjlAnimalId     Pic X(7).
