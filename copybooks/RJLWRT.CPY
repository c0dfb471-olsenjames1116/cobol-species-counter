      *      Shared procedure text: append one refused transaction to
      *      the lab3-rejlog.dat reject log from the WS-Rjl- fields
      *      the caller has set, alongside the line it writes to its
      *      own reject file.  COPY RJLWRT into the Procedure
      *      Division.
       870-LogReject.
           Open Extend RjlFile
           If WS-Rjl-Status = "35"
               Open Output RjlFile
           End-If
           Accept WS-Rjl-Date-Raw From Date YYYYMMDD
           Move Spaces to RjlRecord
           Move WS-Rjl-Date-Raw to RjlDate
           Move WS-Rjl-Program  to RjlProgram
           Move WS-Rjl-Operator to RjlOperator
           Move WS-Rjl-Kind     to RjlKind
           Move WS-Rjl-Reason   to RjlReason
           Move WS-Rjl-AnimalId to RjlAnimalId
           Write RjlRecord
           Close RjlFile.
