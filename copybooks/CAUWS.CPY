      *      Shared Working-Storage cause-of-admission code table,
      *      loaded from lab3-causes.dat by 090-LoadCauseTable
      *      (CAULOAD.CPY).  COPY CAUWS into Working-Storage Section.
      *      095-FindCause looks WS-Cause-Lookup up in the table and
      *      flips Cause-On-Table, leaving WS-Cau-Idx on the entry.
      *      A missing code table loads zero entries; the callers
      *      warn and accept any code rather than stop the counter.
       01   WS-Cau-Status       Pic XX.
       01   WS-Cau-EOF          Pic X Value "N".
            88  WS-Cau-AtEnd        Value "Y".
       01   WS-Cause-Lookup     Pic X(4).
       01   WS-Cause-Found      Pic X(1) Value "N".
            88  Cause-On-Table      Value "Y".
       01   WS-Cause-Table.
           05  WS-Cause-Count      Pic 9(3) Value 0.
           05  WS-Cause-Entry      Occurs 1 to 100 Times
                                    Depending On WS-Cause-Count
                                    Indexed by WS-Cau-Idx.
               10  WS-Cause-Code       Pic X(4).
               10  WS-Cause-Desc       Pic X(30).
