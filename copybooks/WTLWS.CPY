      *      Shared Working-Storage fields for the intake waitlist
      *      (WTLIO.CPY).  COPY WTLWS into Working-Storage Section.
      *      080-LoadWaitlist fills WS-Wtl-Table with every row of
      *      lab3-waitlist.dat, in file order, and leaves the highest
      *      number issued in WS-Wtl-Last-No; 085-RewriteWaitlist
      *      writes the table back over the file.
       01   WS-Wtl-Status       Pic XX.
       01   WS-Wtl-EOF          Pic X Value "N".
            88  WS-Wtl-AtEnd        Value "Y".
       01   WS-Wtl-Last-No      Pic 9(6) Value 0.
       01   WS-Wtl-Over         Pic X(1) Value "N".
            88  Waitlist-Table-Full Value "Y".
       01   WS-Wtl-Table.
           05  WS-Wtl-Count        Pic 9(4) Value 0.
           05  WS-Wtl-Entry        Occurs 1 to 2000 Times
                                    Depending On WS-Wtl-Count.
               10  WS-Wtl-Line         Pic X(143).
       01   WS-Wtl-Sub          Pic 9(4).
