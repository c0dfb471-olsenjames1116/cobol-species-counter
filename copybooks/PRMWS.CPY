      *      Shared Working-Storage permit tables, loaded from
      *      lab3-permits.dat by 091-LoadPermits (PRMLOAD.CPY).  COPY
      *      PRMWS into Working-Storage Section.  WS-Permit-Table
      *      holds one entry per permit and WS-Cover-Table one entry
      *      per species or class a permit covers, pointing back at
      *      its permit.  092-FindPermit (PRMFIND.CPY) leaves
      *      WS-Prm-Hit on the permit in force that covers Species /
      *      WS-Class-Code, or zero with WS-Prm-Lapsed on a covering
      *      permit that has expired; both zero means no permit
      *      covers it.  093-CountPermitHolds fills WS-Permit-Held
      *      with the on-hand animals each permit is holding.  A
      *      missing master loads zero permits.
       01   WS-Prm-Status       Pic XX.
       01   WS-Prm-EOF          Pic X Value "N".
            88  WS-Prm-AtEnd        Value "Y".
       01   WS-Prm-Scan-EOF     Pic X Value "N".
            88  WS-Prm-Scan-AtEnd   Value "Y".
       01   WS-Prm-Today-Raw    Pic 9(8).
       01   WS-Prm-Today        Pic X(8).
       01   WS-Prm-Sub          Pic 9(3).
       01   WS-Cov-Sub          Pic 9(3).
       01   WS-Prm-Hit          Pic 9(3).
       01   WS-Prm-Lapsed       Pic 9(3).
       01   WS-Permit-Table.
           05  WS-Permit-Count     Pic 9(3) Value 0.
           05  WS-Permit-Entry     Occurs 1 to 100 Times
                                    Depending On WS-Permit-Count
                                    Indexed by WS-Prm-Idx.
               10  WS-Permit-Number    Pic X(12).
               10  WS-Permit-Agency    Pic X(10).
               10  WS-Permit-Limit     Pic 9(4).
               10  WS-Permit-Expiry    Pic X(8).
               10  WS-Permit-Held      Pic 9(5).
       01   WS-Cover-Table.
           05  WS-Cover-Count      Pic 9(3) Value 0.
           05  WS-Cover-Entry      Occurs 1 to 300 Times
                                    Depending On WS-Cover-Count.
               10  WS-Cover-Permit     Pic 9(3).
               10  WS-Cover-Scope      Pic X(1).
               10  WS-Cover-Value      Pic X(15).
