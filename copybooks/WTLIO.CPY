      *      Shared procedure text: load and rewrite the intake
      *      waitlist.  The whole file is small -- entries are closed,
      *      never deleted, and a few thousand rows is years of calls
      *      -- so the programs that change an entry's status load it,
      *      change the row in WS-Wtl-Table, and write the table back.
      *      A file past the table size is refused rather than
      *      truncated on the rewrite.  Needs WTLWS and an FD for
      *      WtlFile with COPY WTLREC.  COPY WTLIO into the Procedure
      *      Division.
       080-LoadWaitlist.
           Move 0 to WS-Wtl-Count
           Move 0 to WS-Wtl-Last-No
           Move "N" to WS-Wtl-Over
           Open Input WtlFile
           If WS-Wtl-Status = "35"
               Continue
           Else
               Move "N" to WS-Wtl-EOF
               Perform Until WS-Wtl-AtEnd
                   Read WtlFile
                       At End
                           Move "Y" to WS-Wtl-EOF
                       Not At End
                           If WS-Wtl-Count = 2000
                               Move "Y" to WS-Wtl-Over
                           Else
                               Add 1 to WS-Wtl-Count
                               Move WtlRecord
                                   to WS-Wtl-Line(WS-Wtl-Count)
                           End-If
                           If WtlNo Numeric
                              And WtlNo > WS-Wtl-Last-No
                               Move WtlNo to WS-Wtl-Last-No
                           End-If
                   End-Read
               End-Perform
               Close WtlFile
           End-If.

       085-RewriteWaitlist.
           If Waitlist-Table-Full
               Display "lab3-waitlist.dat has more than 2000 rows -- "
                   "not rewritten; see a supervisor."
           Else
               Open Output WtlFile
               Perform Varying WS-Wtl-Sub From 1 By 1
                       Until WS-Wtl-Sub > WS-Wtl-Count
                   Move WS-Wtl-Line(WS-Wtl-Sub) to WtlRecord
                   Write WtlRecord
               End-Perform
               Close WtlFile
           End-If.
