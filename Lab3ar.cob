      *      James Olsen
      *      This program takes the clinic's treatment orders off the whiteboard and onto the indexed lab3-medorders.dat, keyed
      *      on the animal's permanent number plus an order number, the same way lab3-visits.dat carries a chart.  It is
      *      prompt-driven the way Lab3ad is: E)nter keys a new order -- drug, dose, frequency (SID/BID/TID/QID/EOD), start and
      *      stop dates, and the ordering vet, who must be on lab3-operators.dat -- after showing the animal, and refuses an
      *      animal that is not on hand; S)top ends an active order early, pulling its stop date back to today; and D)ose keys
      *      each dose on Lab3as's rounds sheet as G (given) or M (missed) against lab3-doses.dat, stamping who keyed it.  A
      *      missed dose goes straight to lab3-alerts.dat for the clinic's Lab3ak review -- a dose that was never keyed at all
      *      is caught the next morning by Lab3as.  The session signs on first, so every order and every dose says who.

       Identification Division.
       Program-ID.  Lab3ar.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select MedFile
            Assign to "lab3-medorders.dat"
            Organization is Indexed
            Access Mode is Dynamic
            Record Key is MedKey
            File Status is WS-Med-Status.
           Select DoseFile
            Assign to "lab3-doses.dat"
            Organization is Indexed
            Access Mode is Dynamic
            Record Key is DoseKey
            File Status is WS-Dose-Status.
           Select InFile
            Assign to "lab3-in.dat"
            Organization is Indexed
            Access Mode is Dynamic
            Record Key is InAnimalId
            File Status is WS-InFile-Status.
           Select OprFile
            Assign to "lab3-operators.dat"
            Organization is Line Sequential
            File Status is WS-Opr-Status.
           Select AlrFile
            Assign to "lab3-alerts.dat"
            Organization is Line Sequential
            File Status is WS-Alr-Status.

       Data Division.
       File Section.
       FD   MedFile.
       COPY MEDREC.
       FD   DoseFile.
       COPY DOSEREC.
       FD   InFile.
       COPY INIDXREC.
       FD   OprFile.
       COPY OPRREC.
       FD   AlrFile.
       COPY ALRREC.
       Working-Storage Section.
       COPY OPRWS.
       COPY ALRWS.
       01   WS-Med-Status       Pic XX.
       01   WS-Dose-Status      Pic XX.
       01   WS-InFile-Status    Pic XX.
       01   WS-Scan-EOF         Pic X Value "N".
            88  AtEndOfScan         Value "Y".
       01   WS-Menu-Choice      Pic X(1).
       01   WS-Entry-AnimalId   Pic X(7).
       01   WS-Entry-Names      Pic X(12).
       01   WS-Entry-Drug       Pic X(15).
       01   WS-Entry-Dose       Pic X(10).
       01   WS-Entry-Freq       Pic X(3).
       01   WS-Entry-Start      Pic X(8).
       01   WS-Entry-Stop       Pic X(8).
       01   WS-Entry-Vet        Pic X(8).
       01   WS-Entry-OrderNo    Pic X(3).
       01   WS-Entry-Slot       Pic X(1).
       01   WS-Entry-DoseDate   Pic X(8).
       01   WS-Entry-Result     Pic X(1).
       01   WS-Master-Found     Pic X(1).
            88  Master-On-File      Value "Y".
       01   WS-Master-OnHand    Pic X(1).
            88  Master-Is-OnHand    Value "Y".
       01   WS-Vet-Found        Pic X(1).
            88  Vet-On-File         Value "Y".
       01   WS-Next-OrderNo     Pic 9(3).
       01   WS-Order-Count      Pic 9(3).
       01   WS-Dose-Count       Pic 9(3).
       01   WS-Today-Raw        Pic 9(8).
       01   WS-Today            Pic X(8).
       01   WS-OrderCount       Pic 9(4) Value 0.
       01   WS-StopCount        Pic 9(4) Value 0.
       01   WS-DoseKeyed        Pic 9(4) Value 0.
       01   WS-OrderCountEd     Pic ZZZ9.
       01   WS-StopCountEd      Pic ZZZ9.
       01   WS-DoseKeyedEd      Pic ZZZ9.

       Procedure Division.
       000-Main.
           Perform 030-OperatorSignOn
           If Not Signed-On
               Display "Lab3ar: not signed on -- nothing changed."
               Stop Run
           End-If
           Move "LAB3AR" to WS-Alert-Program
           Accept WS-Today-Raw From Date YYYYMMDD
           Move WS-Today-Raw to WS-Today
           Open I-O MedFile
           If WS-Med-Status = "35"
               Open Output MedFile
               Close MedFile
               Open I-O MedFile
           End-If
           Open I-O DoseFile
           If WS-Dose-Status = "35"
               Open Output DoseFile
               Close DoseFile
               Open I-O DoseFile
           End-If
           If WS-Med-Status Not = "00" Or WS-Dose-Status Not = "00"
               Display "lab3-medorders.dat / lab3-doses.dat would not "
                   "open (status " WS-Med-Status "/" WS-Dose-Status
                   ") -- nothing changed."
               Stop Run
           End-If
           Perform Until WS-Menu-Choice = "Q"
               Display "E)nter order  S)top order  D)ose given/missed  "
                   "Q)uit -- choice: " With No Advancing
               Accept WS-Menu-Choice
               Move Function Upper-Case(WS-Menu-Choice)
                   to WS-Menu-Choice
               Evaluate WS-Menu-Choice
                   When "E"
                       Perform 100-EnterOneOrder
                   When "S"
                       Perform 200-StopOneOrder
                   When "D"
                       Perform 300-KeyOneDose
                   When "Q"
                       Continue
                   When Other
                       Display "Please enter E, S, D, or Q"
               End-Evaluate
           End-Perform
           Close MedFile
           Close DoseFile
           Move WS-OrderCount to WS-OrderCountEd
           Move WS-StopCount  to WS-StopCountEd
           Move WS-DoseKeyed  to WS-DoseKeyedEd
           Display "Lab3ar: " Function Trim(WS-OrderCountEd)
               " order(s) entered, " Function Trim(WS-StopCountEd)
               " stopped, " Function Trim(WS-DoseKeyedEd)
               " dose(s) keyed."
           Stop Run.

       100-EnterOneOrder.
           Display "Animal number: " With No Advancing
           Accept WS-Entry-AnimalId
           If WS-Entry-AnimalId = Spaces
               Display "Animal number is required -- nothing "
                   "entered."
           Else
               Perform 110-ShowMaster
               Evaluate True
                   When Not Master-On-File
                       Display "No lab3-in.dat record for animal "
                           Function Trim(WS-Entry-AnimalId)
                           " -- nothing entered."
                   When Not Master-Is-OnHand
                       Display "Animal "
                           Function Trim(WS-Entry-AnimalId)
                           " is no longer on hand -- nothing entered."
                   When Other
                       Perform 105-PromptOrder
               End-Evaluate
           End-If.

       105-PromptOrder.
           Display "Drug: " With No Advancing
           Accept WS-Entry-Drug
           Move Function Upper-Case(WS-Entry-Drug) to WS-Entry-Drug
           Display "Dose: " With No Advancing
           Accept WS-Entry-Dose
           Move Function Upper-Case(WS-Entry-Dose) to WS-Entry-Dose
           Display "Frequency (SID/BID/TID/QID/EOD): "
               With No Advancing
           Accept WS-Entry-Freq
           Move Function Upper-Case(WS-Entry-Freq) to WS-Entry-Freq
           Display "Start date (YYYYMMDD, blank for today): "
               With No Advancing
           Accept WS-Entry-Start
           If WS-Entry-Start = Spaces
               Move WS-Today to WS-Entry-Start
           End-If
           Display "Stop date (YYYYMMDD, blank until stopped): "
               With No Advancing
           Accept WS-Entry-Stop
           Display "Ordering vet (operator id): " With No Advancing
           Accept WS-Entry-Vet
           Move Function Upper-Case(WS-Entry-Vet) to WS-Entry-Vet
           Perform 115-CheckVet
           Move WS-Entry-Freq to MedFreq
           Evaluate True
               When WS-Entry-Drug = Spaces Or WS-Entry-Dose = Spaces
                   Display "Drug and dose are required -- nothing "
                       "entered."
               When Not Med-Valid-Freq
                   Display "Frequency must be SID, BID, TID, QID, or "
                       "EOD -- nothing entered."
               When WS-Entry-Start Not Numeric
                   Display "Start date must be YYYYMMDD -- nothing "
                       "entered."
               When WS-Entry-Stop Not = Spaces
                And WS-Entry-Stop Not Numeric
                   Display "Stop date must be YYYYMMDD -- nothing "
                       "entered."
               When WS-Entry-Stop Not = Spaces
                And WS-Entry-Stop < WS-Entry-Start
                   Display "Stop date is before the start date -- "
                       "nothing entered."
               When Not Vet-On-File
                   Display "Ordering vet " Function Trim(WS-Entry-Vet)
                       " is not on lab3-operators.dat -- nothing "
                       "entered."
               When Other
                   Perform 120-WriteOrder
           End-Evaluate.

       110-ShowMaster.
           Move "N" to WS-Master-Found
           Move "N" to WS-Master-OnHand
           Move Spaces to WS-Entry-Names
           Open Input InFile
           If WS-InFile-Status = "35"
               Display "lab3-in.dat not found -- run Lab3j first."
           Else
               Move WS-Entry-AnimalId to InAnimalId
               Read InFile Key is InAnimalId
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move "Y" to WS-Master-Found
                       If In-OnHand
                           Move "Y" to WS-Master-OnHand
                       End-If
                       Move InNames to WS-Entry-Names
                       Display "Animal " InAnimalId " is "
                           Function Trim(InNames) " ("
                           Function Trim(InSpecies) ")."
               End-Read
               Close InFile
           End-If.

       115-CheckVet.
           Move "N" to WS-Vet-Found
           Open Input OprFile
           If WS-Opr-Status = "35"
               Continue
           Else
               Move "N" to WS-Opr-EOF
               Perform Until WS-Opr-AtEnd
                   Read OprFile
                       At End
                           Move "Y" to WS-Opr-EOF
                       Not At End
                           If Function Upper-Case(OprId)
                                   = WS-Entry-Vet
                               Move "Y" to WS-Vet-Found
                           End-If
                   End-Read
               End-Perform
               Close OprFile
           End-If.

      *      The order number is one past the highest this animal
      *      already has, so numbers are never reused even after an
      *      order is stopped.
       120-WriteOrder.
           Move 0 to WS-Next-OrderNo
           Move WS-Entry-AnimalId to MedAnimalId
           Move 0 to MedOrderNo
           Start MedFile Key is Not Less Than MedKey
               Invalid Key
                   Move "Y" to WS-Scan-EOF
               Not Invalid Key
                   Move "N" to WS-Scan-EOF
           End-Start
           Perform Until AtEndOfScan
               Read MedFile Next Record
                   At End
                       Move "Y" to WS-Scan-EOF
                   Not At End
                       If MedAnimalId Not = WS-Entry-AnimalId
                           Move "Y" to WS-Scan-EOF
                       Else
                           Move MedOrderNo to WS-Next-OrderNo
                       End-If
               End-Read
           End-Perform
           Add 1 to WS-Next-OrderNo
           Move Spaces to MedRecord
           Move WS-Entry-AnimalId to MedAnimalId
           Move WS-Next-OrderNo   to MedOrderNo
           Move WS-Entry-Names    to MedNames
           Move WS-Entry-Drug     to MedDrug
           Move WS-Entry-Dose     to MedDose
           Move WS-Entry-Freq     to MedFreq
           Move WS-Entry-Start    to MedStart
           Move WS-Entry-Stop     to MedStop
           Move WS-Entry-Vet      to MedVet
           Move WS-Op-Id          to MedOperator
           Move "A"               to MedStatus
           Write MedRecord
               Invalid Key
                   Display "Order " WS-Next-OrderNo " for animal "
                       Function Trim(WS-Entry-AnimalId)
                       " is already on file -- nothing entered."
               Not Invalid Key
                   Add 1 to WS-OrderCount
                   Display "Order " WS-Next-OrderNo " entered for "
                       "animal " Function Trim(WS-Entry-AnimalId)
                       " -- on the rounds sheet from " MedStart "."
           End-Write.

       130-ListOrders.
           Move 0 to WS-Order-Count
           Move WS-Entry-AnimalId to MedAnimalId
           Move 0 to MedOrderNo
           Start MedFile Key is Not Less Than MedKey
               Invalid Key
                   Move "Y" to WS-Scan-EOF
               Not Invalid Key
                   Move "N" to WS-Scan-EOF
           End-Start
           Perform Until AtEndOfScan
               Read MedFile Next Record
                   At End
                       Move "Y" to WS-Scan-EOF
                   Not At End
                       If MedAnimalId Not = WS-Entry-AnimalId
                           Move "Y" to WS-Scan-EOF
                       Else
                           If Med-Active
                               Add 1 to WS-Order-Count
                               Display "  Order " MedOrderNo "  "
                                   Function Trim(MedDrug) " "
                                   Function Trim(MedDose) " "
                                   MedFreq "  from " MedStart
                                   "  to " MedStop
                           End-If
                       End-If
               End-Read
           End-Perform.

       200-StopOneOrder.
           Display "Animal number: " With No Advancing
           Accept WS-Entry-AnimalId
           Perform 130-ListOrders
           If WS-Order-Count = 0
               Display "No active orders for animal "
                   Function Trim(WS-Entry-AnimalId) "."
           Else
               Display "Order number to stop: " With No Advancing
               Accept WS-Entry-OrderNo
               If Function Trim(WS-Entry-OrderNo) Not Numeric
                   Display "Order number must be numeric -- nothing "
                       "stopped."
               Else
                   Move WS-Entry-AnimalId to MedAnimalId
                   Move Function Numval(WS-Entry-OrderNo)
                       to MedOrderNo
                   Read MedFile Key is MedKey
                       Invalid Key
                           Display "No such order -- nothing stopped."
                       Not Invalid Key
                           Perform 210-ApplyStop
                   End-Read
               End-If
           End-If.

       210-ApplyStop.
           If Not Med-Active
               Display "Order " MedOrderNo " is already stopped."
           Else
               Move "S" to MedStatus
               If MedStop = Spaces Or MedStop > WS-Today
                   Move WS-Today to MedStop
               End-If
               Rewrite MedRecord
               Add 1 to WS-StopCount
               Display "Order " MedOrderNo " stopped as of "
                   MedStop "."
           End-If.

       300-KeyOneDose.
           Display "Dose date (YYYYMMDD, blank for today): "
               With No Advancing
           Accept WS-Entry-DoseDate
           If WS-Entry-DoseDate = Spaces
               Move WS-Today to WS-Entry-DoseDate
           End-If
           Display "Animal number: " With No Advancing
           Accept WS-Entry-AnimalId
           Perform 310-ListDoses
           If WS-Dose-Count = 0
               Display "No doses on the " WS-Entry-DoseDate
                   " rounds sheet for animal "
                   Function Trim(WS-Entry-AnimalId) "."
           Else
               Display "Order number: " With No Advancing
               Accept WS-Entry-OrderNo
               Display "Dose slot: " With No Advancing
               Accept WS-Entry-Slot
               If Function Trim(WS-Entry-OrderNo) Not Numeric
                Or WS-Entry-Slot Not Numeric
                   Display "Order number and slot must be numeric "
                       "-- nothing keyed."
               Else
                   Move WS-Entry-DoseDate to DoseDate
                   Move WS-Entry-AnimalId to DoseAnimalId
                   Move Function Numval(WS-Entry-OrderNo)
                       to DoseOrderNo
                   Move WS-Entry-Slot to DoseSlot
                   Read DoseFile Key is DoseKey
                       Invalid Key
                           Display "No such dose on the sheet -- "
                               "nothing keyed."
                       Not Invalid Key
                           Perform 320-ApplyDoseResult
                   End-Read
               End-If
           End-If.

       310-ListDoses.
           Move 0 to WS-Dose-Count
           Move WS-Entry-DoseDate to DoseDate
           Move WS-Entry-AnimalId to DoseAnimalId
           Move 0 to DoseOrderNo
           Move 0 to DoseSlot
           Start DoseFile Key is Not Less Than DoseKey
               Invalid Key
                   Move "Y" to WS-Scan-EOF
               Not Invalid Key
                   Move "N" to WS-Scan-EOF
           End-Start
           Perform Until AtEndOfScan
               Read DoseFile Next Record
                   At End
                       Move "Y" to WS-Scan-EOF
                   Not At End
                       If DoseDate Not = WS-Entry-DoseDate
                        Or DoseAnimalId Not = WS-Entry-AnimalId
                           Move "Y" to WS-Scan-EOF
                       Else
                           Add 1 to WS-Dose-Count
                           Display "  Order " DoseOrderNo
                               "  slot " DoseSlot "  "
                               Function Trim(DoseDrug) " "
                               Function Trim(DoseDose) "  status "
                               DoseStatus
                       End-If
               End-Read
           End-Perform.

      *      A dose already keyed is not re-keyed here -- a wrong
      *      G/M is a clinic record, corrected by a supervisor, not
      *      overwritten at the treatment-room terminal.
       320-ApplyDoseResult.
           If Not Dose-Pending
               Display "That dose is already keyed " DoseStatus
                   " by " Function Trim(DoseBy) " -- nothing keyed."
           Else
               Display "Given or missed (G/M): " With No Advancing
               Accept WS-Entry-Result
               Move Function Upper-Case(WS-Entry-Result)
                   to WS-Entry-Result
               If WS-Entry-Result Not = "G"
                And WS-Entry-Result Not = "M"
                   Display "Please enter G or M -- nothing keyed."
               Else
                   Move WS-Entry-Result to DoseStatus
                   Move WS-Op-Id        to DoseBy
                   Rewrite DoseRecord
                   Add 1 to WS-DoseKeyed
                   If Dose-Missed
                       Move "W" to WS-Alert-Sev
                       Move Spaces to WS-Alert-Text
                       String "MISSED DOSE " DoseAnimalId " "
                              Function Trim(DoseDrug) " "
                              DoseDate " SLOT " DoseSlot
                           Delimited by Size Into WS-Alert-Text
                       Perform 880-WriteAlertRecord
                       Display "Missed dose recorded and sent to "
                           "the alert ledger."
                   Else
                       Display "Dose recorded as given."
                   End-If
               End-If
           End-If.

       COPY OPRSGN.
       COPY ALRWRT.
