      *      James Olsen
      *      This program reads a file and outputs the counts for various types of animals listed within the file using the
      *      Evaluate statement.  Under a BUSDATE= control card (a catch-up of a missed night) the compliance records are
      *      stamped, and species classified, as of that business date unless an ASOF= card says otherwise; the report, CSV,
      *      history and run-ledger dates follow the same card through the shared copybooks.
      
       Identification Division.
       Program-ID.  Lab3b.
           Perform 800-ReadControlFile
           If Ctl-AsOf-Present
               Move WS-Ctl-AsOf to WS-AsOf-Date
           Else
               If Ctl-BusDate-Present
                   Move WS-Ctl-BusDate to WS-AsOf-Date
               End-If
           End-If
           Perform 050-LoadSpeciesTable
           Move "LAB3B" to WS-Run-Program
