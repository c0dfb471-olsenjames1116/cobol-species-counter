      *      James Olsen
      *      This program prints the morning treatment rounds sheet that replaces the treatment-room whiteboard.  Every active
      *      order on lab3-medorders.dat that has a dose due today -- inside its start and stop dates, and on the right day for
      *      an every-other-day order -- is looked up on lab3-in.dat and listed under the site the animal is at, one page per
      *      InSite; an animal out in foster is listed instead under its foster home, on that home's own page, so the foster
      *      coordinator takes the home's page on the call-round.  Within a page the doses come in slot order -- every first
      *      dose, then every second -- so a round is walked top to bottom.  An order whose animal has left or is not on file
      *      is skipped with a console line.  Each dose printed is written to lab3-doses.dat as pending, where Lab3ar's D)ose
      *      choice keys it given or missed; running the sheet twice in a day reprints it without duplicating the doses.
      *      Before today's sheet is built, any earlier day's dose still pending -- never keyed either way -- is marked missed
      *      and sent to lab3-alerts.dat, the same as one keyed missed, because an unrecorded dose is one the clinic cannot
      *      say was given.  Output goes to LAB3-ROUNDS-RPT.TXT and the console summary line.

       Identification Division.
       Program-ID.  Lab3as.

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
           Select FhFile
            Assign to "lab3-fosterhomes.dat"
            Organization is Line Sequential
            File Status is WS-Fh-Status.
           Select AlrFile
            Assign to "lab3-alerts.dat"
            Organization is Line Sequential
            File Status is WS-Alr-Status.
           Select RoundsRptFile
            Assign to "LAB3-ROUNDS-RPT.TXT"
            Organization is Line Sequential.
           Select SortWorkFile
            Assign to "lab3as-sort.tmp".

       Data Division.
       File Section.
       FD   MedFile.
       COPY MEDREC.
       FD   DoseFile.
       COPY DOSEREC.
       FD   InFile.
       COPY INIDXREC.
       FD   FhFile.
       COPY FHREC.
       FD   AlrFile.
       COPY ALRREC.
       FD   RoundsRptFile.
       COPY RPTREC.
       SD   SortWorkFile.
      *      SortGroupType 1 is a site page, 2 a foster-home page, so
      *      the sites print first.
       01   SortRecord.
           05  SortGroupType   Pic X(1).
           05  SortGroupId     Pic X(10).
           05  SortSlot        Pic 9(1).
           05  SortAnimalId    Pic X(7).
           05  SortOrderNo     Pic 9(3).
           05  SortNames       Pic X(12).
           05  SortDrug        Pic X(15).
           05  SortDose        Pic X(10).
           05  SortFreq        Pic X(3).
           05  SortSlots       Pic 9(1).

       Working-Storage Section.
       COPY ALRWS.
       01   WS-Med-Status       Pic XX.
       01   WS-Dose-Status      Pic XX.
       01   WS-InFile-Status    Pic XX.
       01   WS-Fh-Status        Pic XX.
       01   WS-Fh-EOF           Pic X Value "N".
            88  WS-Fh-AtEnd         Value "Y".
       01   WS-Scan-EOF         Pic X Value "N".
            88  AtEndOfScan         Value "Y".
       01   SortFileEOF         Pic X Value "N".
            88  AtEndOfSortFile     Value "Y".
       01   WS-Today-Raw        Pic 9(8).
       01   WS-Today            Pic X(8).
       01   WS-Today-Disp       Pic X(10).
       01   WS-Today-Int        Pic 9(8).
       01   WS-Start-Num        Pic 9(8).
       01   WS-Start-Int        Pic 9(8).
       01   WS-Day-Diff         Pic 9(6).
       01   WS-Day-Half         Pic 9(6).
       01   WS-Day-Rem          Pic 9(1).
       01   WS-Due-Flag         Pic X(1).
            88  Order-Due-Today     Value "Y".
       01   WS-Slots            Pic 9(1).
       01   WS-Slot-Sub         Pic 9(1).
       01   WS-Where            Pic X(10).
       01   WS-Fh-Table.
           05  WS-FhTab-Count      Pic 9(3) Value 0.
           05  WS-FhTab-Entry      Occurs 1 to 200 Times
                                    Depending On WS-FhTab-Count
                                    Indexed by WS-Fh-Idx.
               10  WS-FhTab-Id         Pic X(6).
               10  WS-FhTab-Name       Pic X(20).
       01   WS-Fh-Found         Pic X(1).
            88  Home-On-File        Value "Y".
       01   WS-Group-Type       Pic X(1).
       01   WS-Group-Id         Pic X(10).
       01   WS-First-Group      Pic X Value "Y".
            88  First-Group         Value "Y".
       01   WS-Group-Count      Pic 9(4) Value 0.
       01   WS-Group-CountEd    Pic ZZZ9.
       01   WS-Sheet-Count      Pic 9(5) Value 0.
       01   WS-Sheet-CountEd    Pic ZZZZ9.
       01   WS-Swept-Count      Pic 9(5) Value 0.
       01   WS-Swept-CountEd    Pic ZZZZ9.
       01   WS-Skip-Count       Pic 9(5) Value 0.
       01   WS-Skip-CountEd     Pic ZZZZ9.

       Procedure Division.
       000-Main.
           Move "LAB3AS" to WS-Alert-Program
           Accept WS-Today-Raw From Date YYYYMMDD
           Move WS-Today-Raw to WS-Today
           Compute WS-Today-Int =
               Function Integer-of-Date(WS-Today-Raw)
           String WS-Today-Raw(5:2) "/"
                  WS-Today-Raw(7:2) "/"
                  WS-Today-Raw(1:4)
               Delimited by Size Into WS-Today-Disp
           Open I-O DoseFile
           If WS-Dose-Status = "35"
               Open Output DoseFile
               Close DoseFile
               Open I-O DoseFile
           End-If
           If WS-Dose-Status Not = "00"
               Display "lab3-doses.dat would not open (status "
                   WS-Dose-Status ") -- no rounds sheet."
               Stop Run
           End-If
           Perform 100-SweepUnkeyedDoses
           Open Input MedFile
           If WS-Med-Status = "35"
               Display "lab3-medorders.dat not found -- no treatment "
                   "orders entered yet."
               Close DoseFile
               Stop Run
           End-If
           Open Input InFile
           If WS-InFile-Status = "35"
               Display "lab3-in.dat not found -- run Lab3j first."
               Close MedFile
               Close DoseFile
               Stop Run
           End-If
           Perform 150-LoadFosterHomes
           Sort SortWorkFile
               On Ascending Key SortGroupType SortGroupId SortSlot
                                SortAnimalId SortOrderNo
               Input Procedure 200-SelectDosesDue
               Output Procedure 300-WriteRoundsSheet
           Close MedFile
           Close InFile
           Close DoseFile
           Move WS-Sheet-Count to WS-Sheet-CountEd
           Move WS-Swept-Count to WS-Swept-CountEd
           Move WS-Skip-Count  to WS-Skip-CountEd
           Display "Lab3as: " Function Trim(WS-Sheet-CountEd)
               " dose(s) on today's rounds, "
               Function Trim(WS-Swept-CountEd)
               " earlier dose(s) never keyed marked missed, "
               Function Trim(WS-Skip-CountEd)
               " order(s) skipped -- see LAB3-ROUNDS-RPT.TXT."
           Stop Run.

      *      The log is keyed date-first, so every earlier day's dose
      *      comes before today's and the sweep stops at the first
      *      dose due today.
       100-SweepUnkeyedDoses.
           Move Low-Values to DoseKey
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
                       If DoseDate Not < WS-Today
                           Move "Y" to WS-Scan-EOF
                       Else
                           If Dose-Pending
                               Perform 110-MarkDoseMissed
                           End-If
                       End-If
               End-Read
           End-Perform.

       110-MarkDoseMissed.
           Move "M" to DoseStatus
           Move "NOTKEYED" to DoseBy
           Rewrite DoseRecord
           Add 1 to WS-Swept-Count
           Move "W" to WS-Alert-Sev
           Move Spaces to WS-Alert-Text
           String "DOSE NEVER KEYED " DoseAnimalId " "
                  Function Trim(DoseDrug) " "
                  DoseDate " SLOT " DoseSlot
               Delimited by Size Into WS-Alert-Text
           Perform 880-WriteAlertRecord.

       150-LoadFosterHomes.
           Move 0 to WS-FhTab-Count
           Open Input FhFile
           If WS-Fh-Status = "35"
               Continue
           Else
               Move "N" to WS-Fh-EOF
               Perform Until WS-Fh-AtEnd
                   Read FhFile
                       At End
                           Move "Y" to WS-Fh-EOF
                       Not At End
                           If WS-FhTab-Count < 200
                               Add 1 to WS-FhTab-Count
                               Set WS-Fh-Idx to WS-FhTab-Count
                               Move FhId   to WS-FhTab-Id(WS-Fh-Idx)
                               Move FhName to WS-FhTab-Name(WS-Fh-Idx)
                           End-If
                   End-Read
               End-Perform
               Close FhFile
           End-If.

       200-SelectDosesDue.
           Move Low-Values to MedKey
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
                       Perform 210-CheckOrderDue
                       If Order-Due-Today
                           Perform 220-PlaceOrder
                       End-If
               End-Read
           End-Perform.

      *      A stopped order has had its stop date pulled back, so the
      *      dates alone settle whether a dose is due; an EOD order
      *      is due on the start date and every second day after.
       210-CheckOrderDue.
           Move "N" to WS-Due-Flag
           If MedStart Numeric
              And MedStart Not > WS-Today
              And (MedStop = Spaces Or MedStop Not < WS-Today)
               Move "Y" to WS-Due-Flag
               If MedFreq = "EOD"
                   Move MedStart to WS-Start-Num
                   Compute WS-Start-Int =
                       Function Integer-of-Date(WS-Start-Num)
                   Compute WS-Day-Diff = WS-Today-Int - WS-Start-Int
                   Divide WS-Day-Diff by 2 Giving WS-Day-Half
                       Remainder WS-Day-Rem
                   If WS-Day-Rem Not = 0
                       Move "N" to WS-Due-Flag
                   End-If
               End-If
           End-If
           Evaluate MedFreq
               When "BID"
                   Move 2 to WS-Slots
               When "TID"
                   Move 3 to WS-Slots
               When "QID"
                   Move 4 to WS-Slots
               When Other
                   Move 1 to WS-Slots
           End-Evaluate.

       220-PlaceOrder.
           Move MedAnimalId to InAnimalId
           Read InFile Key is InAnimalId
               Invalid Key
                   Add 1 to WS-Skip-Count
                   Display "Order " MedOrderNo " for animal "
                       MedAnimalId " -- no lab3-in.dat record; "
                       "skipped."
               Not Invalid Key
                   If Not In-OnHand
                       Add 1 to WS-Skip-Count
                       Display "Order " MedOrderNo " for animal "
                           MedAnimalId " -- animal has left ("
                           InDispCode "); skipped -- stop the order."
                   Else
                       Move Spaces to SortRecord
                       If In-Shelter
                           Move "1" to SortGroupType
                           If InSite = Spaces
                               Move "(UNKNOWN)" to SortGroupId
                           Else
                               Move Function Upper-Case(InSite)
                                   to SortGroupId
                           End-If
                       Else
                           Move "2" to SortGroupType
                           Move InFosterHome to SortGroupId
                       End-If
                       Move SortGroupId to WS-Where
                       Perform 230-ReleaseOneDose
                           Varying WS-Slot-Sub From 1 By 1
                           Until WS-Slot-Sub > WS-Slots
                   End-If
           End-Read.

       230-ReleaseOneDose.
           Move WS-Slot-Sub to SortSlot
           Move MedAnimalId to SortAnimalId
           Move MedOrderNo  to SortOrderNo
           Move InNames     to SortNames
           Move MedDrug     to SortDrug
           Move MedDose     to SortDose
           Move MedFreq     to SortFreq
           Move WS-Slots    to SortSlots
           Release SortRecord
           Move Spaces to DoseRecord
           Move WS-Today    to DoseDate
           Move MedAnimalId to DoseAnimalId
           Move MedOrderNo  to DoseOrderNo
           Move WS-Slot-Sub to DoseSlot
           Move InNames     to DoseNames
           Move MedDrug     to DoseDrug
           Move MedDose     to DoseDose
           Move WS-Where    to DoseWhere
           Move "P"         to DoseStatus
           Write DoseRecord
               Invalid Key
                   Continue
           End-Write.

       300-WriteRoundsSheet.
           Open Output RoundsRptFile
           Move "N" to SortFileEOF
           Move "Y" to WS-First-Group
           Perform Until AtEndOfSortFile
               Return SortWorkFile
                   At End
                       Move "Y" to SortFileEOF
                   Not At End
                       If First-Group
                          Or SortGroupType Not = WS-Group-Type
                          Or SortGroupId Not = WS-Group-Id
                           If Not First-Group
                               Perform 330-WriteGroupTotal
                           End-If
                           Perform 310-WriteGroupHeader
                       End-If
                       Perform 320-WriteOneDose
               End-Return
           End-Perform
           If First-Group
               Move Spaces to RptRecord
               Move "LAB3 TREATMENT ROUNDS SHEET" to RptRecord
               Write RptRecord
               Move Spaces to RptRecord
               String "DATE: " WS-Today-Disp
                   Delimited by Size Into RptRecord
               Write RptRecord
               Move Spaces to RptRecord
               Write RptRecord
               Move "NO DOSES DUE TODAY." to RptRecord
               Write RptRecord
           Else
               Perform 330-WriteGroupTotal
           End-If
           Close RoundsRptFile.

      *      Each site and each foster home gets its own page, so the
      *      sheet can be torn apart and handed out.
       310-WriteGroupHeader.
           Move Spaces to RptRecord
           If Not First-Group
               Write RptRecord After Advancing Page
           End-If
           Move "N" to WS-First-Group
           Move SortGroupType to WS-Group-Type
           Move SortGroupId   to WS-Group-Id
           Move 0 to WS-Group-Count
           Move Spaces to RptRecord
           If SortGroupType = "1"
               String "LAB3 TREATMENT ROUNDS SHEET -- SITE "
                      Function Trim(SortGroupId)
                   Delimited by Size Into RptRecord
           Else
               Move "N" to WS-Fh-Found
               If WS-FhTab-Count > 0
                   Set WS-Fh-Idx to 1
                   Search WS-FhTab-Entry
                       At End
                           Continue
                       When WS-FhTab-Id(WS-Fh-Idx)
                           = SortGroupId(1:6)
                           Move "Y" to WS-Fh-Found
                   End-Search
               End-If
               If Home-On-File
                   String "LAB3 TREATMENT ROUNDS SHEET -- FOSTER HOME "
                          Function Trim(SortGroupId) " "
                          Function Trim(WS-FhTab-Name(WS-Fh-Idx))
                       Delimited by Size Into RptRecord
               Else
                   String "LAB3 TREATMENT ROUNDS SHEET -- FOSTER HOME "
                          Function Trim(SortGroupId)
                       Delimited by Size Into RptRecord
               End-If
           End-If
           Write RptRecord
           Move Spaces to RptRecord
           String "DATE: " WS-Today-Disp
               Delimited by Size Into RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move "DOSE ANIMAL   NAMES         DRUG             DOSE"
               to RptRecord(1:49)
           Move "FREQ  GIVEN MISSED INIT" to RptRecord(57:23)
           Write RptRecord
           Move Spaces to RptRecord
           Move "---- -------  ------------  ---------------"
               to RptRecord(1:43)
           Move "----------" to RptRecord(46:10)
           Move "----  ----- ------ ----" to RptRecord(57:23)
           Write RptRecord.

       320-WriteOneDose.
           Add 1 to WS-Group-Count
           Add 1 to WS-Sheet-Count
           Move Spaces to RptRecord
           Move SortSlot     to RptRecord(1:1)
           Move "/"          to RptRecord(2:1)
           Move SortSlots    to RptRecord(3:1)
           Move SortAnimalId to RptRecord(6:7)
           Move SortNames    to RptRecord(15:12)
           Move SortDrug     to RptRecord(29:15)
           Move SortDose     to RptRecord(46:10)
           Move SortFreq     to RptRecord(57:3)
           Move "[ ]   [ ]   ____" to RptRecord(64:16)
           Write RptRecord.

       330-WriteGroupTotal.
           Move WS-Group-Count to WS-Group-CountEd
           Move Spaces to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           String "DOSES ON THIS SHEET: " Delimited by Size
                  Function Trim(WS-Group-CountEd) Delimited by Size
               Into RptRecord
           Write RptRecord.

       COPY ALRWRT.
