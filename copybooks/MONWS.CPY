      *      Shared Working-Storage fields for the report month the
      *      monthly analysis reports cover.  COPY MONWS into
      *      Working-Storage Section alongside CTLWS; 070-SetReportMonth
      *      (MONSET.CPY) fills WS-Rpt-Month (YYYYMM, comparable to
      *      the first six bytes of any YYYYMMDD date on file) and
      *      flips Month-Set when it has a good one.
       01   WS-Today-Raw        Pic 9(8).
       01   WS-Today-Disp       Pic X(10).
       01   WS-Month-In         Pic X(6).
       01   WS-Rpt-Month.
           05  WS-Rpt-Year         Pic 9(4).
           05  WS-Rpt-Mon          Pic 9(2).
       01   WS-Month-Flag       Pic X(1) Value "N".
            88  Month-Set           Value "Y".
