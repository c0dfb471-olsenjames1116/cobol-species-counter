      *      Shared Working-Storage fields for the adoption fee
      *      schedule (FEELOAD.CPY).  COPY FEEWS into Working-Storage
      *      Section.  086-LoadFeeSchedule loads lab3-fees.dat once;
      *      087-FindFee then looks up the fee in force on WS-Fee-Date
      *      for the class in WS-Class-Code (SPTABLE) into
      *      WS-Fee-Expected, falling back to the * row, and sets
      *      Fee-In-Force when there is one.
       01   WS-Fee-Status       Pic XX.
       01   WS-Fee-EOF          Pic X Value "N".
            88  WS-Fee-AtEnd        Value "Y".
       01   WS-Fee-Table.
           05  WS-Fee-Count        Pic 9(3) Value 0.
           05  WS-Fee-Entry        Occurs 1 to 200 Times
                                    Depending On WS-Fee-Count
                                    Indexed by WS-Fee-Idx.
               10  WS-Fee-Class        Pic X(1).
               10  WS-Fee-Amt          Pic 9(4)V99.
               10  WS-Fee-EffFrom      Pic X(8).
               10  WS-Fee-EffTo        Pic X(8).
       01   WS-Fee-Date         Pic X(8).
       01   WS-Fee-Lookup       Pic X(1).
       01   WS-Fee-Expected     Pic 9(4)V99.
       01   WS-Fee-Found        Pic X(1) Value "N".
            88  Fee-In-Force        Value "Y".
