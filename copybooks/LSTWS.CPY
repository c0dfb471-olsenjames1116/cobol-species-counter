      *      Shared Working-Storage fields for the lost-animal reports
      *      (LSTIO.CPY).  COPY LSTWS into Working-Storage Section.
      *      076-LoadLostReports fills WS-Lst-Table with every row of
      *      lab3-lost.dat, in file order, and leaves the highest
      *      number issued in WS-Lst-Last-No; 077-RewriteLostReports
      *      writes the table back over the file.
       01   WS-Lst-Status       Pic XX.
       01   WS-Lst-EOF          Pic X Value "N".
            88  WS-Lst-AtEnd        Value "Y".
       01   WS-Lst-Last-No      Pic 9(6) Value 0.
       01   WS-Lst-Over         Pic X(1) Value "N".
            88  Lost-Table-Full     Value "Y".
       01   WS-Lst-Table.
           05  WS-Lst-Count        Pic 9(4) Value 0.
           05  WS-Lst-Entry        Occurs 1 to 3000 Times
                                    Depending On WS-Lst-Count.
               10  WS-Lst-Line         Pic X(224).
       01   WS-Lst-Sub          Pic 9(4).
