      *      Shared procedure text: load and rewrite the lost-animal
      *      reports.  Reports are closed, never deleted, and the
      *      file stays small, so the programs that change a report's
      *      status load it, change the row in WS-Lst-Table, and write
      *      the table back -- the same way the intake waitlist is
      *      kept.  A file past the table size is refused rather than
      *      truncated on the rewrite.  Needs LSTWS and an FD for
      *      LstFile with COPY LSTREC.  COPY LSTIO into the Procedure
      *      Division.
       076-LoadLostReports.
           Move 0 to WS-Lst-Count
           Move 0 to WS-Lst-Last-No
           Move "N" to WS-Lst-Over
           Open Input LstFile
           If WS-Lst-Status = "35"
               Continue
           Else
               Move "N" to WS-Lst-EOF
               Perform Until WS-Lst-AtEnd
                   Read LstFile
                       At End
                           Move "Y" to WS-Lst-EOF
                       Not At End
                           If WS-Lst-Count = 3000
                               Move "Y" to WS-Lst-Over
                           Else
                               Add 1 to WS-Lst-Count
                               Move LstRecord
                                   to WS-Lst-Line(WS-Lst-Count)
                           End-If
                           If LstNo Numeric
                              And LstNo > WS-Lst-Last-No
                               Move LstNo to WS-Lst-Last-No
                           End-If
                   End-Read
               End-Perform
               Close LstFile
           End-If.

       077-RewriteLostReports.
           If Lost-Table-Full
               Display "lab3-lost.dat has more than 3000 rows -- "
                   "not rewritten; see a supervisor."
           Else
               Open Output LstFile
               Perform Varying WS-Lst-Sub From 1 By 1
                       Until WS-Lst-Sub > WS-Lst-Count
                   Move WS-Lst-Line(WS-Lst-Sub) to LstRecord
                   Write LstRecord
               End-Perform
               Close LstFile
           End-If.
