      *      Shared FD record layout for lab3-doses.dat, the dose
      *      administration log.  Indexed, keyed on DoseKey: the date
      *      the dose is due, the animal number, the MedOrderNo it
      *      comes from, and the slot within the day (1 for a SID or
      *      EOD order, 1-2 for BID, 1-3 TID, 1-4 QID).  Lab3as writes
      *      each day's doses as P (pending) when it prints the rounds
      *      sheet; the clinic keys each one G (given) or M (missed)
      *      through Lab3ar's D)ose choice, stamping DoseBy.  A missed
      *      dose -- keyed M, or still P when the next morning's
      *      rounds run -- goes to lab3-alerts.dat.  DoseWhere is the
      *      site or foster home the animal was at on the sheet.
      *      COPY DOSEREC into the File Section FD for DoseFile.
       01   DoseRecord.
           05  DoseKey.
               10  DoseDate        Pic X(8).
               10  DoseAnimalId    Pic X(7).
               10  DoseOrderNo     Pic 9(3).
               10  DoseSlot        Pic 9(1).
           05  DoseNames       Pic X(12).
           05  DoseDrug        Pic X(15).
           05  DoseDose        Pic X(10).
           05  DoseWhere       Pic X(10).
           05  DoseStatus      Pic X(1).
               88  Dose-Pending    Value "P".
               88  Dose-Given      Value "G".
               88  Dose-Missed     Value "M".
           05  DoseBy          Pic X(8).
