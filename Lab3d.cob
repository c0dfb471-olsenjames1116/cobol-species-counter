      *      James Olsen
      *      This program asks the user for how many records from a file they would like to have species counts of and outputs the counts using
      *      a perform varying loop and an evaluate statement.  Under a BUSDATE= control card (a catch-up of a missed night) the
      *      compliance records are stamped, and species classified, as of that business date unless an ASOF= card says
      *      otherwise; the report, CSV, history and run-ledger dates follow the same card through the shared copybooks.
      
       Identification Division.
       Program-ID.  Lab3d.
           Perform 800-ReadControlFile
           If Ctl-AsOf-Present
               Move WS-Ctl-AsOf to WS-AsOf-Date
           Else
               If Ctl-BusDate-Present
                   Move WS-Ctl-BusDate to WS-AsOf-Date
               End-If
           End-If
           Perform 050-LoadSpeciesTable
           Move "LAB3D" to WS-Run-Program
