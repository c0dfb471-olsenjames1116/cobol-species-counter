      *      that predate the field (and rebuild arrivals, whose raw
      *      lines carry no site) read back with Spaces and report as
      *      site UNKNOWN until someone places them with a move.
      *      InEnclosure is the enclosure within InSite the animal is
      *      housed in, from the lab3-enclosures.dat master -- stamped
      *      by the Lab3av assign/move transactions and cleared by a
      *      Lab3an site move or a Lab3ac foster placement, so an
      *      animal that changes building has to be placed again.
      *      Spaces means not yet assigned.
      *      InWaitNo is the lab3-waitlist.dat number of the waitlist
      *      entry the animal was admitted from, stamped by Lab3w when
      *      a caller turned away at a full site comes in on their
      *      appointment; Spaces for every other intake.
       01   InRecord.
           05  InAnimalId      Pic X(7).
           05  InNames         Pic X(12).
               88  In-Shelter      Value Spaces.
           05  InFosterDate    Pic X(8).
           05  InSite          Pic X(10).
           05  InEnclosure     Pic X(6).
               88  In-No-Enclosure Value Spaces.
           05  InWaitNo        Pic X(6).
