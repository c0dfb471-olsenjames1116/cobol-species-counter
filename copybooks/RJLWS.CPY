      *      Shared Working-Storage fields for appending to the
      *      lab3-rejlog.dat reject log (RJLWRT.CPY).  COPY RJLWS into
      *      Working-Storage Section.  The program sets
      *      WS-Rjl-Program and WS-Rjl-Operator once at startup and
      *      WS-Rjl-Kind / WS-Rjl-Reason / WS-Rjl-AnimalId before each
      *      870-LogReject.
       01   WS-Rjl-Status       Pic XX.
       01   WS-Rjl-Date-Raw     Pic 9(8).
       01   WS-Rjl-Program      Pic X(8).
       01   WS-Rjl-Operator     Pic X(8).
       01   WS-Rjl-Kind         Pic X(8).
       01   WS-Rjl-Reason       Pic X(10).
       01   WS-Rjl-AnimalId     Pic X(7).
