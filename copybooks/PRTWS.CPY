      *      Shared Working-Storage preventive-care protocol table,
      *      loaded from lab3-protocol.dat by 097-LoadProtocolTable
      *      (PRTLOAD.CPY).  COPY PRTWS into Working-Storage Section.
      *      A missing protocol file loads zero rows -- nothing is
      *      ever due until one is written.
       01   WS-Prt-Status       Pic XX.
       01   WS-Prt-EOF          Pic X Value "N".
            88  WS-Prt-AtEnd        Value "Y".
       01   WS-Protocol-Table.
           05  WS-Protocol-Count   Pic 9(3) Value 0.
           05  WS-Protocol-Entry   Occurs 1 to 100 Times
                                    Depending On WS-Protocol-Count
                                    Indexed by WS-Prt-Idx.
               10  WS-Protocol-Class   Pic X(1).
               10  WS-Protocol-Reason  Pic X(4).
               10  WS-Protocol-Days    Pic 9(3).
               10  WS-Protocol-Desc    Pic X(20).
