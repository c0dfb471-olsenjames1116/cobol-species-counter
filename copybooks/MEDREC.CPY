      *      Shared FD record layout for lab3-medorders.dat, the
      *      treatment order file -- what the clinic ordered after a
      *      visit, which used to live on the treatment-room
      *      whiteboard.  Indexed, keyed on MedKey: the permanent
      *      animal number plus a per-animal order number issued by
      *      Lab3ar, so one animal can carry any number of orders the
      *      way it carries any number of visits.  MedFreq is SID
      *      (once a day), BID, TID, QID, or EOD (every other day,
      *      counted from MedStart); MedStop is the last day a dose is
      *      due (Spaces runs until the order is stopped).  MedVet is
      *      the ordering vet's lab3-operators.dat id, MedOperator who
      *      keyed the order.  MedStatus goes from A (active) to S
      *      when an order is stopped early, which also pulls MedStop
      *      back to the stop date.  Lab3as builds each day's doses
      *      from the active orders.  COPY MEDREC into the File
      *      Section FD for MedFile.
       01   MedRecord.
           05  MedKey.
               10  MedAnimalId     Pic X(7).
               10  MedOrderNo      Pic 9(3).
           05  MedNames        Pic X(12).
           05  MedDrug         Pic X(15).
           05  MedDose         Pic X(10).
           05  MedFreq         Pic X(3).
               88  Med-Valid-Freq  Value "SID" "BID" "TID" "QID"
                                         "EOD".
           05  MedStart        Pic X(8).
           05  MedStop         Pic X(8).
           05  MedVet          Pic X(8).
           05  MedOperator     Pic X(8).
           05  MedStatus       Pic X(1).
               88  Med-Active      Value "A".
               88  Med-Stopped     Value "S".
