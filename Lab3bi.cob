      *      James Olsen
      *      This program is the ad hoc selection report, so a one-off question about the animals -- every female reptile
      *      taken in at EAST in the second quarter that was released, every bird in foster over 30 days -- is answered by
      *      filling in criteria instead of writing a program.  The criteria come from the SEL cards on lab3-control.dat
      *      (listed in CTLWS.CPY) when there are any, so a saved question can be rerun unattended; with no SEL card on file
      *      the console asks for each one in turn, and a blank answer means any.  They cover class and gender (one or more
      *      codes), species and site, disposition code (O for still on hand), intake and disposition date ranges, foster
      *      status with a least number of days in foster, and protection status, all of which must hold for an animal to be
      *      selected; species are classified against the master in force today, as Lab3aa does.  Every animal in the indexed
      *      lab3-in.dat is tested, and so are the departed animals in each Lab3u archive dataset named on a SELARCH card or at
      *      the console, as in Lab3aa -- old-layout archive rows are counted and skipped.  The selected animals are sorted by
      *      class, species, intake date and animal number and listed on LAB3-SELECT-RPT.TXT under the criteria they were
      *      picked by (an archived animal is starred), with a count per class, the total, and how many records were read
      *      from each source; the same rows go to lab3-select.csv, comma-delimited with a heading line, for the analyst's
      *      spreadsheet.

       Identification Division.
       Program-ID.  Lab3bi.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select InFile
            Assign to "lab3-in.dat"
            Organization is Indexed
            Access Mode is Dynamic
            Record Key is InAnimalId
            File Status is WS-InFile-Status.
           Select SpeciesMaster
            Assign to "SPECIES-MASTER.DAT"
            Organization is Line Sequential.
           Select CtlFile
            Assign to "lab3-control.dat"
            Organization is Line Sequential
            File Status is WS-Ctl-Status.
           Select ArchFile
            Assign to WS-Arch-Name
            Organization is Line Sequential
            File Status is WS-Arch-Status.
           Select SelRptFile
            Assign to "LAB3-SELECT-RPT.TXT"
            Organization is Line Sequential.
           Select SelCsvFile
            Assign to "lab3-select.csv"
            Organization is Line Sequential.
           Select SortWorkFile
            Assign to "lab3bi-sort.tmp".

       Data Division.
       File Section.
       FD   InFile.
       COPY INIDXREC.
       FD   SpeciesMaster.
       COPY SPMASTFD.
       FD   CtlFile.
       COPY CTLREC.
       FD   ArchFile.
       COPY INIDXREC REPLACING ==InRecord== BY ==ArchRecord==
                               ==InAnimalId== BY ==ArchAnimalId==
                               ==InNames== BY ==ArchNames==
                               ==InGender== BY ==ArchGender==
                               ==InSpecies== BY ==ArchSpecies==
                               ==InDispCode== BY ==ArchDispCode==
                               ==In-OnHand== BY ==Arch-OnHand==
                               ==InDispDate== BY ==ArchDispDate==
                               ==InIntakeDate== BY ==ArchIntakeDate==
                               ==InFosterHome== BY ==ArchFosterHome==
                               ==In-Shelter== BY ==Arch-InShelter==
                               ==InFosterDate== BY ==ArchFosterDate==
                               ==InSite== BY ==ArchSite==
                               ==InEnclosure== BY ==ArchEnclosure==
                               ==In-No-Enclosure==
                                   BY ==Arch-No-Enclosure==
                               ==InWaitNo== BY ==ArchWaitNo==.
       FD   SelRptFile.
       COPY RPTREC.
       FD   SelCsvFile.
       COPY CSVREC.
       SD   SortWorkFile.
      *      SortSource is L for lab3-in.dat, A for an archive.
       01   SortRecord.
           05  SortClassCode   Pic X(1).
           05  SortSpecies     Pic X(15).
           05  SortIntake      Pic X(8).
           05  SortAnimalId    Pic X(7).
           05  SortNames       Pic X(12).
           05  SortGender      Pic X(1).
           05  SortSite        Pic X(10).
           05  SortDispCode    Pic X(1).
           05  SortDispDate    Pic X(8).
           05  SortFoster      Pic X(6).
           05  SortSource      Pic X(1).

       Working-Storage Section.
       COPY SPECIES.
       COPY SPTABLE.
       COPY CTLWS.
       01   WS-InFile-Status    Pic XX.
       01   WS-Arch-Status      Pic XX.
       01   WS-Arch-Name        Pic X(40).
       01   InFileEOF           Pic X Value "N".
            88  AtEndOfInFile       Value "Y".
       01   WS-Arch-EOF         Pic X Value "N".
            88  AtEndOfArchive      Value "Y".
       01   SortFileEOF         Pic X Value "N".
            88  AtEndOfSortFile     Value "Y".
       01   WS-Today-Raw        Pic 9(8).
       01   WS-Today-Int        Pic 9(8).
       01   WS-Work-Date        Pic 9(8).
       01   WS-Foster-Days      Pic S9(6).
       01   WS-Arch-Sub         Pic 9(2).
       01   WS-Source           Pic X(1).
       01   WS-Match-Flag       Pic X(1).
            88  Record-Selected     Value "Y".
       01   WS-Hits             Pic 9(2).
       01   WS-Disp-Look        Pic X(1).
       01   WS-Bad-Criteria     Pic X(1) Value "N".
            88  Criteria-Bad        Value "Y".
       01   WS-FostDay-Answer   Pic X(3).
       01   WS-Live-Count       Pic 9(6) Value 0.
       01   WS-Arch-Count       Pic 9(6) Value 0.
       01   WS-OldArch-Count    Pic 9(5) Value 0.
       01   WS-OnHandArch-Count Pic 9(5) Value 0.
       01   WS-First-Group      Pic X Value "Y".
            88  First-Group         Value "Y".
       01   WS-Group-Class      Pic X(1).
       01   WS-Group-ClassName  Pic X(10).
       01   WS-Group-Count      Pic 9(6) Value 0.
       01   WS-Grand-Count      Pic 9(6) Value 0.
       01   WS-CountEd          Pic ZZZZZ9.
       01   WS-CountEd2         Pic ZZZZZ9.
       01   WS-Crit-Line        Pic X(80).
       01   WS-Crit-Ptr         Pic 9(3).
       01   WS-FostDay-Ed       Pic ZZ9.

       Procedure Division.
       000-Main.
           Accept WS-Today-Raw From Date YYYYMMDD
           Compute WS-Today-Int =
               Function Integer-of-Date(WS-Today-Raw)
           Perform 800-ReadControlFile
           If Not Ctl-Sel-Present
               Perform 100-AskCriteria
           End-If
           Perform 120-CheckCriteria
           If Criteria-Bad
               Move 8 to Return-Code
               Stop Run
           End-If
           Perform 050-LoadSpeciesTable
           Open Input InFile
           If WS-InFile-Status = "35"
               Display "lab3-in.dat not found -- run Lab3j first."
               Move 8 to Return-Code
               Stop Run
           End-If
           Close InFile
           Sort SortWorkFile
               On Ascending Key SortClassCode SortSpecies SortIntake
                                SortAnimalId
               Input Procedure 200-SelectAndRelease
               Output Procedure 400-WriteSelection
           Move WS-Grand-Count to WS-CountEd
           Display "Lab3bi: " Function Trim(WS-CountEd)
               " animal(s) selected -- see LAB3-SELECT-RPT.TXT and "
               "lab3-select.csv."
           Stop Run.

      *      A blank answer leaves the criterion open.
       100-AskCriteria.
           Display "Class code(s), e.g. R or BM: " With No Advancing
           Accept WS-Ctl-SelClass
           Move Function Upper-Case(WS-Ctl-SelClass)
               to WS-Ctl-SelClass
           Display "Species: " With No Advancing
           Accept WS-Ctl-SelSpecies
           Move Function Trim(Function Upper-Case(WS-Ctl-SelSpecies))
               to WS-Ctl-SelSpecies
           Display "Gender(s), e.g. F or MF: " With No Advancing
           Accept WS-Ctl-SelGender
           Move Function Upper-Case(WS-Ctl-SelGender)
               to WS-Ctl-SelGender
           Display "Site: " With No Advancing
           Accept WS-Ctl-SelSite
           Move Function Trim(Function Upper-Case(WS-Ctl-SelSite))
               to WS-Ctl-SelSite
           Display "Disposition code(s) A R T D, O for on hand: "
               With No Advancing
           Accept WS-Ctl-SelDisp
           Move Function Upper-Case(WS-Ctl-SelDisp)
               to WS-Ctl-SelDisp
           Display "Intake from (YYYYMMDD): " With No Advancing
           Accept WS-Ctl-SelInFrom
           Display "Intake to (YYYYMMDD): " With No Advancing
           Accept WS-Ctl-SelInTo
           Display "Disposition from (YYYYMMDD): " With No Advancing
           Accept WS-Ctl-SelDspFrom
           Display "Disposition to (YYYYMMDD): " With No Advancing
           Accept WS-Ctl-SelDspTo
           Display "In foster now (Y/N): " With No Advancing
           Accept WS-Ctl-SelFoster
           Move Function Upper-Case(WS-Ctl-SelFoster)
               to WS-Ctl-SelFoster
           Display "At least how many days in foster: "
               With No Advancing
           Accept WS-FostDay-Answer
           If WS-FostDay-Answer Not = Spaces
               Move Function Numval(WS-FostDay-Answer)
                   to WS-Ctl-SelFostDay
           End-If
           Display "Protected (Y/N, or F or S): " With No Advancing
           Accept WS-Ctl-SelProt
           Move Function Upper-Case(WS-Ctl-SelProt)
               to WS-Ctl-SelProt
           Move 0 to WS-Ctl-SelArch-Count
           Display "Archive dataset to include (blank when done): "
               With No Advancing
           Accept WS-Arch-Name
           Perform Until WS-Arch-Name = Spaces
                      Or WS-Ctl-SelArch-Count = 10
               Add 1 to WS-Ctl-SelArch-Count
               Move WS-Arch-Name
                   to WS-Ctl-SelArch(WS-Ctl-SelArch-Count)
               If WS-Ctl-SelArch-Count < 10
                   Display "Archive dataset to include (blank when "
                       "done): " With No Advancing
                   Accept WS-Arch-Name
               End-If
           End-Perform.

      *      A date bound that is not a date would quietly select
      *      everything or nothing, so the run is refused instead.
       120-CheckCriteria.
           If WS-Ctl-SelInFrom Not = Spaces
              And WS-Ctl-SelInFrom Not Numeric
               Display "Intake-from date " WS-Ctl-SelInFrom
                   " is not YYYYMMDD."
               Move "Y" to WS-Bad-Criteria
           End-If
           If WS-Ctl-SelInTo Not = Spaces
              And WS-Ctl-SelInTo Not Numeric
               Display "Intake-to date " WS-Ctl-SelInTo
                   " is not YYYYMMDD."
               Move "Y" to WS-Bad-Criteria
           End-If
           If WS-Ctl-SelDspFrom Not = Spaces
              And WS-Ctl-SelDspFrom Not Numeric
               Display "Disposition-from date " WS-Ctl-SelDspFrom
                   " is not YYYYMMDD."
               Move "Y" to WS-Bad-Criteria
           End-If
           If WS-Ctl-SelDspTo Not = Spaces
              And WS-Ctl-SelDspTo Not Numeric
               Display "Disposition-to date " WS-Ctl-SelDspTo
                   " is not YYYYMMDD."
               Move "Y" to WS-Bad-Criteria
           End-If
           If WS-Ctl-SelFoster Not = Space
              And WS-Ctl-SelFoster Not = "Y"
              And WS-Ctl-SelFoster Not = "N"
               Display "Foster answer " WS-Ctl-SelFoster
                   " is not Y or N."
               Move "Y" to WS-Bad-Criteria
           End-If
           If WS-Ctl-SelProt Not = Space
              And WS-Ctl-SelProt Not = "Y"
              And WS-Ctl-SelProt Not = "N"
              And WS-Ctl-SelProt Not = "F"
              And WS-Ctl-SelProt Not = "S"
               Display "Protection answer " WS-Ctl-SelProt
                   " is not Y, N, F or S."
               Move "Y" to WS-Bad-Criteria
           End-If
           If Criteria-Bad
               Display "Selection not run -- correct the criteria "
                   "and rerun."
           End-If.

       200-SelectAndRelease.
           Move "L" to WS-Source
           Move "N" to InFileEOF
           Open Input InFile
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
                       Add 1 to WS-Live-Count
                       Perform 300-TestOneRecord
               End-Read
           End-Perform
           Close InFile
           Move "A" to WS-Source
           Perform 210-SelectOneArchive
               Varying WS-Arch-Sub From 1 By 1
               Until WS-Arch-Sub > WS-Ctl-SelArch-Count.

      *      An archive row whose first seven bytes are neither a
      *      number nor blank predates the animal number and is
      *      skipped, as in Lab3aa; so is an on-hand row, which can
      *      only be a stale copy of one still on lab3-in.dat.
       210-SelectOneArchive.
           Move WS-Ctl-SelArch(WS-Arch-Sub) to WS-Arch-Name
           Open Input ArchFile
           If WS-Arch-Status = "35"
               Display "  " Function Trim(WS-Arch-Name)
                   " not found -- skipped."
           Else
               Move "N" to WS-Arch-EOF
               Perform Until AtEndOfArchive
                   Read ArchFile
                       At End
                           Move "Y" to WS-Arch-EOF
                       Not At End
                           Evaluate True
                               When ArchAnimalId Not Numeric
                                And ArchAnimalId Not = Spaces
                                   Add 1 to WS-OldArch-Count
                               When Arch-OnHand
                                   Add 1 to WS-OnHandArch-Count
                               When Other
                                   Add 1 to WS-Arch-Count
                                   Move ArchRecord to InRecord
                                   Perform 300-TestOneRecord
                           End-Evaluate
                   End-Read
               End-Perform
               Close ArchFile
           End-If.

       300-TestOneRecord.
           Move "Y" to WS-Match-Flag
           Move InNames  to Names
           Move InGender to Gender
           Move Function Trim(Function Upper-Case(InSpecies))
               to Species
           Perform 055-ClassifySpecies
           If WS-Ctl-SelClass Not = Spaces
               Move 0 to WS-Hits
               Inspect WS-Ctl-SelClass Tallying WS-Hits
                   For All WS-Class-Code
               If WS-Hits = 0
                   Move "N" to WS-Match-Flag
               End-If
           End-If
           If WS-Ctl-SelSpecies Not = Spaces
              And WS-Ctl-SelSpecies Not = Species
               Move "N" to WS-Match-Flag
           End-If
           If WS-Ctl-SelGender Not = Spaces
               Move 0 to WS-Hits
               If InGender Not = Space
                   Inspect WS-Ctl-SelGender Tallying WS-Hits
                       For All InGender
               End-If
               If WS-Hits = 0
                   Move "N" to WS-Match-Flag
               End-If
           End-If
           If WS-Ctl-SelSite Not = Spaces
              And WS-Ctl-SelSite Not =
                  Function Trim(Function Upper-Case(InSite))
               Move "N" to WS-Match-Flag
           End-If
           If WS-Ctl-SelDisp Not = Spaces
               If In-OnHand
                   Move "O" to WS-Disp-Look
               Else
                   Move InDispCode to WS-Disp-Look
               End-If
               Move 0 to WS-Hits
               Inspect WS-Ctl-SelDisp Tallying WS-Hits
                   For All WS-Disp-Look
               If WS-Hits = 0
                   Move "N" to WS-Match-Flag
               End-If
           End-If
           Perform 310-TestDates
           Perform 320-TestFosterAndProtection.

      *      A date range excludes a record with no usable date.
       310-TestDates.
           If WS-Ctl-SelInFrom Not = Spaces
              Or WS-Ctl-SelInTo Not = Spaces
               If InIntakeDate Not Numeric
                   Move "N" to WS-Match-Flag
               End-If
               If WS-Ctl-SelInFrom Not = Spaces
                  And InIntakeDate < WS-Ctl-SelInFrom
                   Move "N" to WS-Match-Flag
               End-If
               If WS-Ctl-SelInTo Not = Spaces
                  And InIntakeDate > WS-Ctl-SelInTo
                   Move "N" to WS-Match-Flag
               End-If
           End-If
           If WS-Ctl-SelDspFrom Not = Spaces
              Or WS-Ctl-SelDspTo Not = Spaces
               If InDispDate Not Numeric
                   Move "N" to WS-Match-Flag
               End-If
               If WS-Ctl-SelDspFrom Not = Spaces
                  And InDispDate < WS-Ctl-SelDspFrom
                   Move "N" to WS-Match-Flag
               End-If
               If WS-Ctl-SelDspTo Not = Spaces
                  And InDispDate > WS-Ctl-SelDspTo
                   Move "N" to WS-Match-Flag
               End-If
           End-If.

       320-TestFosterAndProtection.
           If WS-Ctl-SelFoster = "Y" And In-Shelter
               Move "N" to WS-Match-Flag
           End-If
           If WS-Ctl-SelFoster = "N" And Not In-Shelter
               Move "N" to WS-Match-Flag
           End-If
           If WS-Ctl-SelFostDay > 0
               If In-Shelter Or InFosterDate Not Numeric
                   Move "N" to WS-Match-Flag
               Else
                   Move InFosterDate to WS-Work-Date
                   Compute WS-Foster-Days = WS-Today-Int
                       - Function Integer-of-Date(WS-Work-Date)
                   If WS-Foster-Days < WS-Ctl-SelFostDay
                       Move "N" to WS-Match-Flag
                   End-If
               End-If
           End-If
           Evaluate WS-Ctl-SelProt
               When "Y"
                   If Unprotected-Species
                       Move "N" to WS-Match-Flag
                   End-If
               When "N"
                   If Not Unprotected-Species
                       Move "N" to WS-Match-Flag
                   End-If
               When "F"
               When "S"
                   If WS-Prot-Code Not = WS-Ctl-SelProt
                       Move "N" to WS-Match-Flag
                   End-If
               When Other
                   Continue
           End-Evaluate
           If Record-Selected
               Move WS-Class-Code to SortClassCode
               Move Species       to SortSpecies
               Move InIntakeDate  to SortIntake
               Move InAnimalId    to SortAnimalId
               Move InNames       to SortNames
               Move InGender      to SortGender
               If InSite = Spaces
                   Move "UNKNOWN" to SortSite
               Else
                   Move InSite to SortSite
               End-If
               Move InDispCode    to SortDispCode
               Move InDispDate    to SortDispDate
               Move InFosterHome  to SortFoster
               Move WS-Source     to SortSource
               Release SortRecord
           End-If.

       400-WriteSelection.
           Open Output SelRptFile
           Open Output SelCsvFile
           Perform 410-WriteHeader
           Move Spaces to CsvRecord
           String "animal,names,species,class,gender,site,intake,"
                  "disp,dispdate,foster,source"
               Delimited by Size Into CsvRecord
           Write CsvRecord
           Move "N" to SortFileEOF
           Move "Y" to WS-First-Group
           Perform Until AtEndOfSortFile
               Return SortWorkFile
                   At End
                       Move "Y" to SortFileEOF
                   Not At End
                       If Not First-Group
                          And SortClassCode Not Equal WS-Group-Class
                           Perform 440-WriteGroupSubtotal
                       End-If
                       If First-Group
                          Or SortClassCode Not Equal WS-Group-Class
                           Move SortClassCode to WS-Group-Class
                           Perform 420-ClassCodeToName
                           Move 0 to WS-Group-Count
                           Move "N" to WS-First-Group
                       End-If
                       Perform 430-WriteDetailLine
                       Add 1 to WS-Group-Count
                       Add 1 to WS-Grand-Count
               End-Return
           End-Perform
           If Not First-Group
               Perform 440-WriteGroupSubtotal
           End-If
           Perform 450-WriteTotals
           Close SelRptFile
           Close SelCsvFile.

       410-WriteHeader.
           Move Spaces to RptRecord
           Move "LAB3 AD HOC SELECTION REPORT" to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           String "RUN DATE: " WS-Today-Raw
               Delimited by Size Into RptRecord
           Write RptRecord
           Move Spaces to WS-Crit-Line
           Move 1 to WS-Crit-Ptr
           String "CRITERIA:" Delimited by Size
               Into WS-Crit-Line With Pointer WS-Crit-Ptr
           If WS-Ctl-SelClass Not = Spaces
               String " CLASS=" Function Trim(WS-Ctl-SelClass)
                   Delimited by Size
                   Into WS-Crit-Line With Pointer WS-Crit-Ptr
           End-If
           If WS-Ctl-SelSpecies Not = Spaces
               String " SPECIES=" Function Trim(WS-Ctl-SelSpecies)
                   Delimited by Size
                   Into WS-Crit-Line With Pointer WS-Crit-Ptr
           End-If
           If WS-Ctl-SelGender Not = Spaces
               String " GENDER=" Function Trim(WS-Ctl-SelGender)
                   Delimited by Size
                   Into WS-Crit-Line With Pointer WS-Crit-Ptr
           End-If
           If WS-Ctl-SelSite Not = Spaces
               String " SITE=" Function Trim(WS-Ctl-SelSite)
                   Delimited by Size
                   Into WS-Crit-Line With Pointer WS-Crit-Ptr
           End-If
           If WS-Ctl-SelDisp Not = Spaces
               String " DISP=" Function Trim(WS-Ctl-SelDisp)
                   Delimited by Size
                   Into WS-Crit-Line With Pointer WS-Crit-Ptr
           End-If
           If WS-Ctl-SelProt Not = Space
               String " PROTECTED=" WS-Ctl-SelProt
                   Delimited by Size
                   Into WS-Crit-Line With Pointer WS-Crit-Ptr
           End-If
           If WS-Crit-Ptr = 10
               String " NONE -- EVERY RECORD" Delimited by Size
                   Into WS-Crit-Line With Pointer WS-Crit-Ptr
           End-If
           Move WS-Crit-Line to RptRecord
           Write RptRecord
           If WS-Ctl-SelInFrom Not = Spaces
              Or WS-Ctl-SelInTo Not = Spaces
               Move Spaces to RptRecord
               String "          INTAKE " WS-Ctl-SelInFrom
                      " TO " WS-Ctl-SelInTo
                   Delimited by Size Into RptRecord
               Write RptRecord
           End-If
           If WS-Ctl-SelDspFrom Not = Spaces
              Or WS-Ctl-SelDspTo Not = Spaces
               Move Spaces to RptRecord
               String "          DISPOSITION " WS-Ctl-SelDspFrom
                      " TO " WS-Ctl-SelDspTo
                   Delimited by Size Into RptRecord
               Write RptRecord
           End-If
           If WS-Ctl-SelFoster Not = Space
              Or WS-Ctl-SelFostDay > 0
               Move WS-Ctl-SelFostDay to WS-FostDay-Ed
               Move Spaces to RptRecord
               String "          IN FOSTER: " WS-Ctl-SelFoster
                      "   AT LEAST " Function Trim(WS-FostDay-Ed)
                      " DAY(S)"
                   Delimited by Size Into RptRecord
               Write RptRecord
           End-If
           Perform 415-WriteArchiveNames
               Varying WS-Arch-Sub From 1 By 1
               Until WS-Arch-Sub > WS-Ctl-SelArch-Count
           Move Spaces to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           String "ANIMAL   NAMES        SPECIES         "
                  "C G SITE       INTAKE   D DISPDATE FOSTER"
               Delimited by Size Into RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           String "-------  ------------ --------------- "
                  "- - ---------- -------- - -------- ------"
               Delimited by Size Into RptRecord
           Write RptRecord.

       415-WriteArchiveNames.
           Move Spaces to RptRecord
           String "          ARCHIVE "
                  Function Trim(WS-Ctl-SelArch(WS-Arch-Sub))
               Delimited by Size Into RptRecord
           Write RptRecord.

       420-ClassCodeToName.
           Evaluate WS-Group-Class
               When "A"
                   Move "AMPHIBIAN" to WS-Group-ClassName
               When "B"
                   Move "BIRD"      to WS-Group-ClassName
               When "M"
                   Move "MAMMAL"    to WS-Group-ClassName
               When "R"
                   Move "REPTILE"   to WS-Group-ClassName
               When "F"
                   Move "FISH"      to WS-Group-ClassName
               When "I"
                   Move "INSECT"    to WS-Group-ClassName
               When Other
                   Move "OTHER"     to WS-Group-ClassName
           End-Evaluate.

       430-WriteDetailLine.
           Move Spaces to RptRecord
           Move SortAnimalId  to RptRecord(1:7)
           Move SortNames     to RptRecord(10:12)
           Move SortSpecies   to RptRecord(23:15)
           Move SortClassCode to RptRecord(39:1)
           Move SortGender    to RptRecord(41:1)
           Move SortSite      to RptRecord(43:10)
           Move SortIntake    to RptRecord(54:8)
           Move SortDispCode  to RptRecord(63:1)
           Move SortDispDate  to RptRecord(65:8)
           Move SortFoster    to RptRecord(74:6)
           If SortSource = "A"
               Move "*" to RptRecord(8:1)
           End-If
           Write RptRecord
           Inspect SortNames Replacing All "," By " "
           Inspect SortSite Replacing All "," By " "
           Move Spaces to CsvRecord
           String SortAnimalId                   ","
                  Function Trim(SortNames)       ","
                  Function Trim(SortSpecies)     ","
                  Function Trim(WS-Group-ClassName) ","
                  SortGender                     ","
                  Function Trim(SortSite)        ","
                  Function Trim(SortIntake)      ","
                  SortDispCode                   ","
                  Function Trim(SortDispDate)    ","
                  Function Trim(SortFoster)      ","
                  SortSource
               Delimited by Size Into CsvRecord
           Write CsvRecord.

       440-WriteGroupSubtotal.
           Move WS-Group-Count to WS-CountEd
           Move Spaces to RptRecord
           String "  SUBTOTAL " Delimited by Size
                  WS-Group-ClassName Delimited by Size
                  ": " Delimited by Size
                  Function Trim(WS-CountEd) Delimited by Size
               Into RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Write RptRecord.

       450-WriteTotals.
           Move WS-Grand-Count to WS-CountEd
           Move Spaces to RptRecord
           String "TOTAL SELECTED: " Delimited by Size
                  Function Trim(WS-CountEd) Delimited by Size
               Into RptRecord
           Write RptRecord
           Move WS-Live-Count to WS-CountEd
           Move WS-Arch-Count to WS-CountEd2
           Move Spaces to RptRecord
           String "RECORDS READ -- LAB3-IN.DAT: "
                  Function Trim(WS-CountEd)
                  "   ARCHIVES: " Function Trim(WS-CountEd2)
               Delimited by Size Into RptRecord
           Write RptRecord
           If WS-Ctl-SelArch-Count > 0
               Move "* FROM AN ARCHIVE DATASET" to RptRecord
               Write RptRecord
           End-If
           If WS-OldArch-Count > 0 Or WS-OnHandArch-Count > 0
               Move WS-OldArch-Count    to WS-CountEd
               Move WS-OnHandArch-Count to WS-CountEd2
               Move Spaces to RptRecord
               String "ARCHIVE ROWS SKIPPED -- OLD LAYOUT: "
                      Function Trim(WS-CountEd)
                      "   ON HAND: " Function Trim(WS-CountEd2)
                   Delimited by Size Into RptRecord
               Write RptRecord
           End-If.

       COPY SPLOAD.
       COPY CTLIO.
