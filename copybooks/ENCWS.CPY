      *      Shared Working-Storage enclosure table, loaded from
      *      lab3-enclosures.dat by 098-LoadEnclosures (ENCLOAD.CPY).
      *      COPY ENCWS into Working-Storage Section.  099-FindEnclosure
      *      looks WS-Encl-Site-Key/WS-Encl-Id-Key up and flips
      *      Enclosure-On-File, leaving WS-Enc-Idx on the entry;
      *      WS-Encl-Occupied is the caller's running head count.
       01   WS-Enc-Status       Pic XX.
       01   WS-Enc-EOF          Pic X Value "N".
            88  WS-Enc-AtEnd        Value "Y".
       01   WS-Encl-Site-Key    Pic X(10).
       01   WS-Encl-Id-Key      Pic X(6).
       01   WS-Encl-Found       Pic X(1) Value "N".
            88  Enclosure-On-File   Value "Y".
       01   WS-Encl-Table.
           05  WS-Encl-Count       Pic 9(3) Value 0.
           05  WS-Encl-Entry       Occurs 1 to 500 Times
                                    Depending On WS-Encl-Count
                                    Indexed by WS-Enc-Idx.
               10  WS-Encl-Site        Pic X(10).
               10  WS-Encl-Id          Pic X(6).
               10  WS-Encl-Type        Pic X(12).
               10  WS-Encl-Classes     Pic X(7).
               10  WS-Encl-Limit       Pic 9(3).
               10  WS-Encl-Occupied    Pic 9(3).
