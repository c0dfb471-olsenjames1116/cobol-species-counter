      *      Shared Working-Storage fields for the site capacity check
      *      (CAPLOAD.CPY).  COPY CAPWS into Working-Storage Section.
      *      081-LoadSiteCapacity loads each lab3-sites.dat site with
      *      its seven class capacities (in the SPTABLE class order A
      *      B M R F I O); 082-CountSiteOccupancy adds up the on-hand,
      *      in-shelter animals at each site the same way Lab3e's
      *      occupancy report does -- foster animals are ours but not
      *      in a cage.  083-FindCapSite looks WS-Cap-Lookup up into
      *      WS-Cap-Hit (0 when the site is not on the master) and
      *      084-CapClassSub turns WS-Class-Code into WS-Cap-Class.
       01   WS-Site-Status      Pic XX.
       01   WS-Site-EOF         Pic X Value "N".
            88  WS-Site-AtEnd       Value "Y".
       01   WS-Cap-Table.
           05  WS-Cap-Count        Pic 9(2) Value 0.
           05  WS-Cap-Entry        Occurs 1 to 20 Times
                                    Depending On WS-Cap-Count
                                    Indexed by WS-Cap-Idx.
               10  WS-Cap-Site         Pic X(10).
               10  WS-Cap-Limit        Occurs 7 Times Pic 9(5).
               10  WS-Cap-Occ          Occurs 7 Times Pic 9(5).
       01   WS-Cap-Class-Init.
           05  Filler              Pic X(70) Value
               "AMPHIBIAN BIRD      MAMMAL    REPTILE   FISH      INSECT
      -        "    OTHER     ".
       01   WS-Cap-Class-Names Redefines WS-Cap-Class-Init.
           05  WS-Cap-Class-Name   Occurs 7 Times Pic X(10).
       01   WS-Cap-Lookup       Pic X(10).
       01   WS-Cap-Hit          Pic 9(2).
       01   WS-Cap-Class        Pic 9(1).
       01   WS-Cap-Scan-EOF     Pic X Value "N".
            88  Cap-Scan-Done       Value "Y".
