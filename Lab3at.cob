      *      James Olsen
      *      This program prints the nightly preventive-care worklist -- the intake vaccines, boosters, deworming, and parasite
      *      screens that used to be tracked from memory.  The schedule comes from lab3-protocol.dat, one row per treatment per
      *      class code (the same codes SPECIES-MASTER.DAT carries in SpMastClass) with the number of days after InIntakeDate
      *      the treatment falls due and the visit reason code that records it.  Every on-hand animal on lab3-in.dat is
      *      classified as of today, and each protocol row for its class whose due date has arrived is listed unless
      *      lab3-visits.dat already holds a visit for that animal with that reason code dated on or after the intake date --
      *      so keying the treatment visit through Lab3r clears the item, exactly as it clears a Lab3z wellness check.  An
      *      animal with no usable intake date cannot be scheduled and is counted on the console instead.  Items are grouped
      *      under the site the animal is at, animals out in foster under their foster home after the sites, in due-date order
      *      within each group, with how many days overdue each one is.  Output goes to LAB3-CARE-RPT.TXT and the console
      *      summary line; it runs in the nightly stream after the counts.

       Identification Division.
       Program-ID.  Lab3at.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select InFile
            Assign to "INFILE"
            Organization is Indexed
            Access Mode is Dynamic
            Record Key is InAnimalId
            File Status is WS-InFile-Status.
           Select VisFile
            Assign to "VISITS"
            Organization is Indexed
            Access Mode is Dynamic
            Record Key is VisKey
            File Status is WS-Vis-Status.
           Select PrtFile
            Assign to "PROTOCOL"
            Organization is Line Sequential
            File Status is WS-Prt-Status.
           Select SpeciesMaster
            Assign to "SPECMAST"
            Organization is Line Sequential.
           Select CareRptFile
            Assign to "CARERPT"
            Organization is Line Sequential.
           Select SortWorkFile
            Assign to "lab3at-sort.tmp".

       Data Division.
       File Section.
       FD   InFile.
       COPY INIDXREC.
       FD   VisFile.
       COPY VISREC.
       FD   PrtFile.
       COPY PRTREC.
       FD   SpeciesMaster.
       COPY SPMASTFD.
       FD   CareRptFile.
       COPY RPTREC.
       SD   SortWorkFile.
      *      SortGroupType 1 is a site, 2 a foster home, so the sites
      *      print first.
       01   SortRecord.
           05  SortGroupType   Pic X(1).
           05  SortGroupId     Pic X(10).
           05  SortDueDate     Pic X(8).
           05  SortAnimalId    Pic X(7).
           05  SortReason      Pic X(4).
           05  SortNames       Pic X(12).
           05  SortDesc        Pic X(20).
           05  SortOverdue     Pic 9(5).

       Working-Storage Section.
       COPY SPECIES.
       COPY SPTABLE.
       COPY PRTWS.
       01   WS-InFile-Status    Pic XX.
       01   WS-Vis-Status       Pic XX.
       01   WS-Vis-Open         Pic X Value "N".
            88  Visits-Open         Value "Y".
       01   InFileEOF           Pic X Value "N".
            88  AtEndOfInFile       Value "Y".
       01   WS-Visit-EOF        Pic X Value "N".
            88  AtEndOfVisits       Value "Y".
       01   SortFileEOF         Pic X Value "N".
            88  AtEndOfSortFile     Value "Y".
       01   WS-Today-Raw        Pic 9(8).
       01   WS-Today            Pic X(8).
       01   WS-Today-Int        Pic 9(8).
       01   WS-Intake-Num       Pic 9(8).
       01   WS-Intake-Int       Pic 9(8).
       01   WS-Due-Int          Pic 9(8).
       01   WS-Due-Num          Pic 9(8).
       01   WS-Overdue-DaysEd   Pic ZZZZ9.
       01   WS-Group-Type       Pic X(1).
       01   WS-Group-Id         Pic X(10).
      *      The reason codes already on file for the animal being
      *      scheduled, loaded once per animal from its visits since
      *      intake.
       01   WS-Done-Table.
           05  WS-Done-Count       Pic 9(3) Value 0.
           05  WS-Done-Entry       Occurs 1 to 200 Times
                                    Depending On WS-Done-Count
                                    Indexed by WS-Done-Idx.
               10  WS-Done-Reason      Pic X(4).
       01   WS-Listed-Flag      Pic X(1).
            88  Animal-Listed       Value "Y".
       01   WS-First-Group      Pic X Value "Y".
            88  First-Group         Value "Y".
       01   WS-Group-Count      Pic 9(4) Value 0.
       01   WS-Group-CountEd    Pic ZZZ9.
       01   WS-Item-Count       Pic 9(5) Value 0.
       01   WS-Item-CountEd     Pic ZZZZ9.
       01   WS-Today-Count      Pic 9(5) Value 0.
       01   WS-Today-CountEd    Pic ZZZZ9.
       01   WS-Late-Count       Pic 9(5) Value 0.
       01   WS-Late-CountEd     Pic ZZZZ9.
       01   WS-Animal-Count     Pic 9(5) Value 0.
       01   WS-Animal-CountEd   Pic ZZZZ9.
       01   WS-NoDate-Count     Pic 9(5) Value 0.
       01   WS-NoDate-CountEd   Pic ZZZZ9.
       01   WS-Work-Line        Pic X(80).

       Procedure Division.
       000-Main.
           Accept WS-Today-Raw From Date YYYYMMDD
           Move WS-Today-Raw to WS-Today
           Move WS-Today-Raw to WS-AsOf-Date
           Compute WS-Today-Int =
               Function Integer-of-Date(WS-Today-Raw)
           Perform 097-LoadProtocolTable
           If WS-Protocol-Count = 0
               Display "lab3-protocol.dat is missing or empty -- no "
                   "preventive care scheduled."
               Stop Run
           End-If
           Perform 050-LoadSpeciesTable
           Open Input InFile
           If WS-InFile-Status = "35"
               Display "lab3-in.dat not found -- run Lab3j first."
               Stop Run
           End-If
           Open Input VisFile
           Evaluate WS-Vis-Status
               When "35"
                   Move "N" to WS-Vis-Open
               When "00"
                   Move "Y" to WS-Vis-Open
               When Other
                   Display "lab3-visits.dat would not open (status "
                       WS-Vis-Status ") -- a pre-cutover file is "
                       "still keyed on Names; convert it with Lab3ao."
                   Close InFile
                   Move 8 to Return-Code
                   Stop Run
           End-Evaluate
           Sort SortWorkFile
               On Ascending Key SortGroupType SortGroupId SortDueDate
                                SortAnimalId SortReason
               Input Procedure 100-SelectItemsDue
               Output Procedure 300-WriteWorklist
           Close InFile
           If Visits-Open
               Close VisFile
           End-If
           Move WS-Item-Count   to WS-Item-CountEd
           Move WS-Animal-Count to WS-Animal-CountEd
           Move WS-NoDate-Count to WS-NoDate-CountEd
           Display "Lab3at: " Function Trim(WS-Item-CountEd)
               " preventive-care item(s) due or overdue for "
               Function Trim(WS-Animal-CountEd) " animal(s), "
               Function Trim(WS-NoDate-CountEd)
               " on-hand animal(s) with no intake date -- see "
               "LAB3-CARE-RPT.TXT."
           Stop Run.

       100-SelectItemsDue.
           Move Low-Values to InAnimalId
           Start InFile Key is Not Less Than InAnimalId
               Invalid Key
                   Move "Y" to InFileEOF
           End-Start
           Perform Until AtEndOfInFile
               Read InFile Next Record
                   At End
                       Move "Y" to InFileEOF
                   Not At End
                       If In-OnHand
                           Perform 110-ScheduleOneAnimal
                       End-If
               End-Read
           End-Perform.

       110-ScheduleOneAnimal.
           If InIntakeDate Not Numeric
               Add 1 to WS-NoDate-Count
           Else
               Move InIntakeDate to WS-Intake-Num
               Compute WS-Intake-Int =
                   Function Integer-of-Date(WS-Intake-Num)
               Move Function Trim(Function Upper-Case(InSpecies))
                   to Species
               Perform 055-ClassifySpecies
               Perform 120-LoadVisitReasons
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
               Move "N" to WS-Listed-Flag
               Perform 130-CheckOneItem
                   Varying WS-Prt-Idx From 1 By 1
                   Until WS-Prt-Idx > WS-Protocol-Count
               If Animal-Listed
                   Add 1 to WS-Animal-Count
               End-If
           End-If.

      *      Only visits on or after this stay's intake date count --
      *      a returned animal keeps its number, and the vaccines it
      *      had on an earlier stay do not carry over.
       120-LoadVisitReasons.
           Move 0 to WS-Done-Count
           If Visits-Open
               Move InAnimalId to VisAnimalId
               Move Low-Values to VisDate
               Move "N" to WS-Visit-EOF
               Start VisFile Key is Not Less Than VisKey
                   Invalid Key
                       Move "Y" to WS-Visit-EOF
               End-Start
               Perform Until AtEndOfVisits
                   Read VisFile Next Record
                       At End
                           Move "Y" to WS-Visit-EOF
                       Not At End
                           If VisAnimalId Not = InAnimalId
                               Move "Y" to WS-Visit-EOF
                           Else
                               If VisDate Not < InIntakeDate
                                  And WS-Done-Count < 200
                                   Add 1 to WS-Done-Count
                                   Move VisReason to
                                       WS-Done-Reason(WS-Done-Count)
                               End-If
                           End-If
                   End-Read
               End-Perform
           End-If.

       130-CheckOneItem.
           If WS-Protocol-Class(WS-Prt-Idx) = WS-Class-Code
               Compute WS-Due-Int = WS-Intake-Int
                   + WS-Protocol-Days(WS-Prt-Idx)
               If WS-Due-Int Not > WS-Today-Int
                   Perform 140-CheckVisitOnFile
               End-If
           End-If.

       140-CheckVisitOnFile.
           Set WS-Done-Idx to 1
           If WS-Done-Count = 0
               Perform 150-ReleaseOneItem
           Else
               Search WS-Done-Entry
                   At End
                       Perform 150-ReleaseOneItem
                   When WS-Done-Reason(WS-Done-Idx)
                           = WS-Protocol-Reason(WS-Prt-Idx)
                       Continue
               End-Search
           End-If.

       150-ReleaseOneItem.
           Compute WS-Due-Num = Function Date-of-Integer(WS-Due-Int)
           Move WS-Due-Num    to SortDueDate
           Move InAnimalId    to SortAnimalId
           Move WS-Protocol-Reason(WS-Prt-Idx) to SortReason
           Move InNames       to SortNames
           Move WS-Protocol-Desc(WS-Prt-Idx)   to SortDesc
           Compute SortOverdue = WS-Today-Int - WS-Due-Int
           Release SortRecord
           Move "Y" to WS-Listed-Flag
           Add 1 to WS-Item-Count
           If SortOverdue = 0
               Add 1 to WS-Today-Count
           Else
               Add 1 to WS-Late-Count
           End-If.

       300-WriteWorklist.
           Open Output CareRptFile
           Perform 305-WriteReportHeader
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
                       Perform 320-WriteOneItem
               End-Return
           End-Perform
           If Not First-Group
               Perform 330-WriteGroupTotal
           End-If
           Perform 340-WriteReportTotals
           Close CareRptFile.

       305-WriteReportHeader.
           Move Spaces to RptRecord
           Move "LAB3 PREVENTIVE-CARE WORKLIST" to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           String "AS OF: " WS-Today
               Delimited by Size Into RptRecord
           Write RptRecord.

       310-WriteGroupHeader.
           Move SortGroupType to WS-Group-Type
           Move SortGroupId   to WS-Group-Id
           Move "N" to WS-First-Group
           Move 0 to WS-Group-Count
           Move Spaces to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           If SortGroupType = "1"
               String "SITE: " SortGroupId
                   Delimited by Size Into RptRecord
           Else
               String "FOSTER HOME: " SortGroupId
                   Delimited by Size Into RptRecord
           End-If
           Write RptRecord
           Move Spaces to RptRecord
           Move "ANIMAL"    to RptRecord(1:6)
           Move "NAMES"     to RptRecord(10:5)
           Move "ITEM"      to RptRecord(24:4)
           Move "TREATMENT" to RptRecord(30:9)
           Move "DUE"       to RptRecord(52:3)
           Move "OVERDUE"   to RptRecord(62:7)
           Write RptRecord
           Move Spaces to RptRecord
           Move All "-" to RptRecord(1:7)
           Move All "-" to RptRecord(10:12)
           Move All "-" to RptRecord(24:4)
           Move All "-" to RptRecord(30:20)
           Move All "-" to RptRecord(52:8)
           Move All "-" to RptRecord(62:7)
           Write RptRecord.

       320-WriteOneItem.
           Add 1 to WS-Group-Count
           Move Spaces to WS-Work-Line
           Move SortAnimalId to WS-Work-Line(1:7)
           Move SortNames    to WS-Work-Line(10:12)
           Move SortReason   to WS-Work-Line(24:4)
           Move SortDesc     to WS-Work-Line(30:20)
           Move SortDueDate  to WS-Work-Line(52:8)
           If SortOverdue = 0
               Move "  TODAY" to WS-Work-Line(62:7)
           Else
               Move SortOverdue to WS-Overdue-DaysEd
               Move WS-Overdue-DaysEd to WS-Work-Line(64:5)
           End-If
           Move WS-Work-Line to RptRecord
           Write RptRecord.

       330-WriteGroupTotal.
           Move WS-Group-Count to WS-Group-CountEd
           Move Spaces to RptRecord
           String "  ITEMS: " Function Trim(WS-Group-CountEd)
               Delimited by Size Into RptRecord
           Write RptRecord.

       340-WriteReportTotals.
           Move Spaces to RptRecord
           Write RptRecord
           Move WS-Item-Count  to WS-Item-CountEd
           Move WS-Today-Count to WS-Today-CountEd
           Move WS-Late-Count  to WS-Late-CountEd
           Move Spaces to RptRecord
           String "ITEMS DUE OR OVERDUE: " Delimited by Size
                  Function Trim(WS-Item-CountEd) Delimited by Size
                  "   DUE TODAY: " Delimited by Size
                  Function Trim(WS-Today-CountEd) Delimited by Size
                  "   OVERDUE: " Delimited by Size
                  Function Trim(WS-Late-CountEd) Delimited by Size
               Into RptRecord
           Write RptRecord
           If WS-NoDate-Count > 0
               Move WS-NoDate-Count to WS-NoDate-CountEd
               Move Spaces to RptRecord
               String "ON-HAND ANIMALS WITH NO INTAKE DATE (NOT "
                      "SCHEDULED): " Function Trim(WS-NoDate-CountEd)
                   Delimited by Size Into RptRecord
               Write RptRecord
           End-If.
       COPY SPLOAD.
       COPY PRTLOAD.
