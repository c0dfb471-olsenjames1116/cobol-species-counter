      *      Shared Working-Storage fields for the closed-period check
      *      (PERCHK.CPY).  COPY PERWS into Working-Storage Section
      *      alongside OPRWS and AUDWS.  035-LoadClosedPeriods leaves
      *      the latest closed month in WS-Per-Last-Closed (Spaces
      *      when nothing has been closed).  The caller moves a
      *      transaction's YYYYMMDD date to WS-Per-Check-Date and its
      *      image to WS-Per-Txn-Image and Performs
      *      036-CheckClosedPeriod.  Period-Closed with Override-
      *      Granted still false means refuse the transaction (reason
      *      CLOSEDPER); Override-Granted means a supervisor let it
      *      through and the override is already journaled -- unless
      *      the caller has set Per-Log-Deferred at startup, in which
      *      case it Performs 039-LogPeriodOverride itself once its
      *      own write has succeeded, so a write that fails leaves no
      *      override on the journal.
       01   WS-Per-Status       Pic XX.
       01   WS-Per-EOF          Pic X Value "N".
            88  WS-Per-AtEnd        Value "Y".
       01   WS-Per-Last-Closed  Pic X(6) Value Spaces.
       01   WS-Per-Check-Date   Pic X(8).
       01   WS-Per-Txn-Image    Pic X(90).
       01   WS-Per-Flag         Pic X(1) Value "N".
            88  Period-Closed       Value "Y".
       01   WS-Per-Override     Pic X(1) Value "N".
            88  Override-Granted    Value "Y".
       01   WS-Per-Answer       Pic X(1).
       01   WS-Per-Sup-Entry    Pic X(8).
       01   WS-Per-Sup-Id       Pic X(8).
       01   WS-Per-Sup-Flag     Pic X(1).
            88  Supervisor-Found    Value "Y".
       01   WS-Per-Override-Count Pic 9(4) Value 0.
       01   WS-Per-Log-Mode     Pic X(1) Value "N".
            88  Per-Log-Deferred    Value "Y".
