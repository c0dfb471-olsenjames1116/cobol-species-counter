      *      James Olsen
      *      This program prints the morning feed preparation sheet the kitchen used to build by hand from the Lab3m census.
      *      Every on-hand animal on lab3-in.dat is looked up on lab3-spdiet.dat -- the diet code and daily number of rations
      *      kept per species alongside the effective-dated SPECIES-MASTER.DAT entries, taking the row in force today -- and
      *      the diet code is expanded through the lab3-diets.dat diet master into its components, each ration's quantity
      *      multiplied by the species' daily rations.  Each InSite gets its own page: the component quantities for every
      *      enclosure (animals not yet placed in one are grouped as unassigned), then the site total of every component, so
      *      the kitchen preps by site and portions by enclosure.  Animals out in foster follow on a page per foster home,
      *      broken down by animal, as the food to send out.  A species with no diet row, or whose diet code is not on the
      *      diet master, is listed on a last page with how many animals it covers, so nobody goes unfed because the tables
      *      missed them.  Output goes to LAB3-FEED-RPT.TXT and the console summary line.

       Identification Division.
       Program-ID.  Lab3ax.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select InFile
            Assign to "lab3-in.dat"
            Organization is Indexed
            Access Mode is Dynamic
            Record Key is InAnimalId
            File Status is WS-InFile-Status.
           Select SdtFile
            Assign to "lab3-spdiet.dat"
            Organization is Line Sequential
            File Status is WS-Sdt-Status.
           Select DietFile
            Assign to "lab3-diets.dat"
            Organization is Line Sequential
            File Status is WS-Diet-Status.
           Select FeedRptFile
            Assign to "LAB3-FEED-RPT.TXT"
            Organization is Line Sequential.
           Select SortWorkFile
            Assign to "lab3ax-sort.tmp".

       Data Division.
       File Section.
       FD   InFile.
       COPY INIDXREC.
       FD   SdtFile.
       COPY SDTREC.
       FD   DietFile.
       COPY DIETREC.
       FD   FeedRptFile.
       COPY RPTREC.
       SD   SortWorkFile.
      *      SortGroupType 1 is a site page, 2 a foster-home page, so
      *      the sites print first.  SortSubId is the enclosure on a
      *      site page and the animal number on a foster page.
       01   SortRecord.
           05  SortGroupType   Pic X(1).
           05  SortGroupId     Pic X(10).
           05  SortSubId       Pic X(12).
           05  SortComp        Pic X(15).
           05  SortUnit        Pic X(6).
           05  SortSubName     Pic X(12).
           05  SortQty         Pic 9(7)V99.

       Working-Storage Section.
       01   WS-InFile-Status    Pic XX.
       01   WS-Sdt-Status       Pic XX.
       01   WS-Sdt-EOF          Pic X Value "N".
            88  WS-Sdt-AtEnd        Value "Y".
       01   WS-Diet-Status      Pic XX.
       01   WS-Diet-EOF         Pic X Value "N".
            88  WS-Diet-AtEnd       Value "Y".
       01   InFileEOF           Pic X Value "N".
            88  AtEndOfInFile       Value "Y".
       01   SortFileEOF         Pic X Value "N".
            88  AtEndOfSortFile     Value "Y".
       01   WS-Today-Raw        Pic 9(8).
       01   WS-Today            Pic X(8).
       01   WS-Species-Key      Pic X(15).
       01   WS-SpDiet-Table.
           05  WS-SpDiet-Count     Pic 9(4) Value 0.
           05  WS-SpDiet-Entry     Occurs 1 to 1000 Times
                                    Depending On WS-SpDiet-Count
                                    Indexed by WS-SpD-Idx.
               10  WS-SpDiet-Species   Pic X(15).
               10  WS-SpDiet-Code      Pic X(4).
               10  WS-SpDiet-Ration    Pic 9(2)V99.
               10  WS-SpDiet-EffFrom   Pic X(8).
               10  WS-SpDiet-EffTo     Pic X(8).
       01   WS-SpDiet-Found     Pic X(1).
            88  Diet-On-File        Value "Y".
       01   WS-Diet-Table.
           05  WS-Diet-Count       Pic 9(3) Value 0.
           05  WS-Diet-Entry       Occurs 1 to 500 Times
                                    Depending On WS-Diet-Count.
               10  WS-Diet-Code        Pic X(4).
               10  WS-Diet-Comp        Pic X(15).
               10  WS-Diet-Qty         Pic 9(4)V99.
               10  WS-Diet-Unit        Pic X(6).
       01   WS-Diet-Sub         Pic 9(3).
       01   WS-Comp-Hits        Pic 9(3).
       01   WS-Cur-Code         Pic X(4).
       01   WS-Cur-Ration       Pic 9(2)V99.
      *      Species the sheet could not feed, with the animals each
      *      one covers.
       01   WS-Miss-Table.
           05  WS-Miss-Count       Pic 9(3) Value 0.
           05  WS-Miss-Entry       Occurs 1 to 200 Times
                                    Depending On WS-Miss-Count
                                    Indexed by WS-Miss-Idx.
               10  WS-Miss-Species     Pic X(15).
               10  WS-Miss-Code        Pic X(4).
               10  WS-Miss-Heads       Pic 9(5).
       01   WS-Miss-Sub         Pic 9(3).
      *      The current site's component totals, built while its
      *      enclosures print.
       01   WS-Tot-Table.
           05  WS-Tot-Count        Pic 9(3) Value 0.
           05  WS-Tot-Entry        Occurs 1 to 100 Times
                                    Depending On WS-Tot-Count
                                    Indexed by WS-Tot-Idx.
               10  WS-Tot-Comp         Pic X(15).
               10  WS-Tot-Unit         Pic X(6).
               10  WS-Tot-Qty          Pic 9(7)V99.
       01   WS-Tot-Sub          Pic 9(3).
       01   WS-Group-Type       Pic X(1).
       01   WS-Group-Id         Pic X(10).
       01   WS-Sub-Id           Pic X(12).
       01   WS-Line-Comp        Pic X(15).
       01   WS-Line-Unit        Pic X(6).
       01   WS-Line-Qty         Pic 9(7)V99.
       01   WS-First-Group      Pic X Value "Y".
            88  First-Group         Value "Y".
       01   WS-First-Sub        Pic X Value "Y".
            88  First-Sub           Value "Y".
       01   WS-First-Line       Pic X Value "Y".
            88  First-Line          Value "Y".
       01   WS-QtyEd            Pic Z,ZZZ,ZZ9.99.
       01   WS-HeadsEd          Pic ZZZZ9.
       01   WS-Fed-Count        Pic 9(5) Value 0.
       01   WS-Fed-CountEd      Pic ZZZZ9.
       01   WS-Foster-Count     Pic 9(5) Value 0.
       01   WS-Foster-CountEd   Pic ZZZZ9.
       01   WS-Unfed-Count      Pic 9(5) Value 0.
       01   WS-Unfed-CountEd    Pic ZZZZ9.
       01   WS-Page-Count       Pic 9(4) Value 0.

       Procedure Division.
       000-Main.
           Accept WS-Today-Raw From Date YYYYMMDD
           Move WS-Today-Raw to WS-Today
           Open Input InFile
           If WS-InFile-Status = "35"
               Display "lab3-in.dat not found -- run Lab3j first."
               Stop Run
           End-If
           Perform 100-LoadSpeciesDiets
           Perform 110-LoadDietMaster
           If WS-SpDiet-Count = 0 Or WS-Diet-Count = 0
               Display "lab3-spdiet.dat or lab3-diets.dat is missing "
                   "or empty -- every animal will list as unfed."
           End-If
           Sort SortWorkFile
               On Ascending Key SortGroupType SortGroupId SortSubId
                                SortComp SortUnit
               Input Procedure 200-SelectAnimals
               Output Procedure 300-WriteFeedSheet
           Close InFile
           Move WS-Fed-Count    to WS-Fed-CountEd
           Move WS-Foster-Count to WS-Foster-CountEd
           Move WS-Unfed-Count  to WS-Unfed-CountEd
           Display "Lab3ax: " Function Trim(WS-Fed-CountEd)
               " animal(s) on the sheet ("
               Function Trim(WS-Foster-CountEd) " in foster), "
               Function Trim(WS-Unfed-CountEd)
               " with no diet -- see LAB3-FEED-RPT.TXT."
           Stop Run.

       100-LoadSpeciesDiets.
           Move 0 to WS-SpDiet-Count
           Open Input SdtFile
           If WS-Sdt-Status = "35"
               Continue
           Else
               Move "N" to WS-Sdt-EOF
               Perform Until WS-Sdt-AtEnd
                   Read SdtFile
                       At End
                           Move "Y" to WS-Sdt-EOF
                       Not At End
                           If SdtSpecies Not = Spaces
                              And WS-SpDiet-Count < 1000
                               Add 1 to WS-SpDiet-Count
                               Set WS-SpD-Idx to WS-SpDiet-Count
                               Move Function Trim(Function
                                   Upper-Case(SdtSpecies))
                                   to WS-SpDiet-Species(WS-SpD-Idx)
                               Move Function Upper-Case(SdtDiet)
                                   to WS-SpDiet-Code(WS-SpD-Idx)
                               If SdtRation Numeric
                                   Move SdtRation
                                       to WS-SpDiet-Ration(WS-SpD-Idx)
                               Else
                                   Move 1
                                       to WS-SpDiet-Ration(WS-SpD-Idx)
                               End-If
                               If SdtEffFrom = Spaces
                                   Move "00010101"
                                       to WS-SpDiet-EffFrom(WS-SpD-Idx)
                               Else
                                   Move SdtEffFrom
                                       to WS-SpDiet-EffFrom(WS-SpD-Idx)
                               End-If
                               If SdtEffTo = Spaces
                                   Move "99999999"
                                       to WS-SpDiet-EffTo(WS-SpD-Idx)
                               Else
                                   Move SdtEffTo
                                       to WS-SpDiet-EffTo(WS-SpD-Idx)
                               End-If
                           End-If
                   End-Read
               End-Perform
               Close SdtFile
           End-If.

       110-LoadDietMaster.
           Move 0 to WS-Diet-Count
           Open Input DietFile
           If WS-Diet-Status = "35"
               Continue
           Else
               Move "N" to WS-Diet-EOF
               Perform Until WS-Diet-AtEnd
                   Read DietFile
                       At End
                           Move "Y" to WS-Diet-EOF
                       Not At End
                           If DietCode Not = Spaces
                              And DietQty Numeric
                              And WS-Diet-Count < 500
                               Add 1 to WS-Diet-Count
                               Move Function Upper-Case(DietCode)
                                   to WS-Diet-Code(WS-Diet-Count)
                               Move DietComp
                                   to WS-Diet-Comp(WS-Diet-Count)
                               Move DietQty
                                   to WS-Diet-Qty(WS-Diet-Count)
                               Move DietUnit
                                   to WS-Diet-Unit(WS-Diet-Count)
                           End-If
                   End-Read
               End-Perform
               Close DietFile
           End-If.

       200-SelectAnimals.
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
                           Perform 210-FeedOneAnimal
                       End-If
               End-Read
           End-Perform.

      *      The diet row in force today is the one used, the same
      *      effective-date rule 055-ClassifySpecies applies to the
      *      species master.
       210-FeedOneAnimal.
           Move Function Trim(Function Upper-Case(InSpecies))
               to WS-Species-Key
           Move "N" to WS-SpDiet-Found
           Move Spaces to WS-Cur-Code
           If WS-SpDiet-Count > 0
               Set WS-SpD-Idx to 1
               Search WS-SpDiet-Entry
                   At End
                       Continue
                   When WS-SpDiet-Species(WS-SpD-Idx) = WS-Species-Key
                    And WS-Today Not < WS-SpDiet-EffFrom(WS-SpD-Idx)
                    And WS-Today Not > WS-SpDiet-EffTo(WS-SpD-Idx)
                       Move "Y" to WS-SpDiet-Found
                       Move WS-SpDiet-Code(WS-SpD-Idx)
                           to WS-Cur-Code
                       Move WS-SpDiet-Ration(WS-SpD-Idx)
                           to WS-Cur-Ration
               End-Search
           End-If
           Move 0 to WS-Comp-Hits
           If Diet-On-File
               Move Spaces to SortRecord
               If In-Shelter
                   Move "1" to SortGroupType
                   If InSite = Spaces
                       Move "(UNKNOWN)" to SortGroupId
                   Else
                       Move Function Upper-Case(InSite)
                           to SortGroupId
                   End-If
                   If In-No-Enclosure
                       Move "(UNASSIGNED)" to SortSubId
                   Else
                       Move InEnclosure to SortSubId
                   End-If
               Else
                   Move "2" to SortGroupType
                   Move InFosterHome to SortGroupId
                   Move InAnimalId to SortSubId
                   Move InNames to SortSubName
               End-If
               Perform 220-ReleaseOneComponent
                   Varying WS-Diet-Sub From 1 By 1
                   Until WS-Diet-Sub > WS-Diet-Count
           End-If
           If WS-Comp-Hits = 0
               Add 1 to WS-Unfed-Count
               Perform 230-NoteUnfedSpecies
           Else
               Add 1 to WS-Fed-Count
               If Not In-Shelter
                   Add 1 to WS-Foster-Count
               End-If
           End-If.

       220-ReleaseOneComponent.
           If WS-Diet-Code(WS-Diet-Sub) = WS-Cur-Code
               Add 1 to WS-Comp-Hits
               Move WS-Diet-Comp(WS-Diet-Sub) to SortComp
               Move WS-Diet-Unit(WS-Diet-Sub) to SortUnit
               Compute SortQty Rounded =
                   WS-Diet-Qty(WS-Diet-Sub) * WS-Cur-Ration
               Release SortRecord
           End-If.

       230-NoteUnfedSpecies.
           Set WS-Miss-Idx to 1
           If WS-Miss-Count = 0
               Perform 235-AddUnfedSpecies
           Else
               Search WS-Miss-Entry
                   At End
                       Perform 235-AddUnfedSpecies
                   When WS-Miss-Species(WS-Miss-Idx) = WS-Species-Key
                       Add 1 to WS-Miss-Heads(WS-Miss-Idx)
               End-Search
           End-If.

       235-AddUnfedSpecies.
           If WS-Miss-Count < 200
               Add 1 to WS-Miss-Count
               Move WS-Species-Key to WS-Miss-Species(WS-Miss-Count)
               Move WS-Cur-Code    to WS-Miss-Code(WS-Miss-Count)
               Move 1 to WS-Miss-Heads(WS-Miss-Count)
           End-If.

      *      Component rows arrive sorted within each enclosure (or
      *      foster animal), so equal components are adjacent and are
      *      summed into one line before it prints.
       300-WriteFeedSheet.
           Open Output FeedRptFile
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
                               Perform 340-FlushLine
                               Perform 350-WriteGroupTotals
                           End-If
                           Perform 310-WriteGroupHeader
                       End-If
                       If First-Sub Or SortSubId Not = WS-Sub-Id
                           Perform 340-FlushLine
                           Perform 320-WriteSubHeader
                       End-If
                       If Not First-Line
                          And (SortComp Not = WS-Line-Comp
                           Or SortUnit Not = WS-Line-Unit)
                           Perform 340-FlushLine
                       End-If
                       Perform 330-AddToLine
               End-Return
           End-Perform
           If Not First-Group
               Perform 340-FlushLine
               Perform 350-WriteGroupTotals
           End-If
           Perform 400-WriteUnfedPage
           Close FeedRptFile.

       310-WriteGroupHeader.
           Move SortGroupType to WS-Group-Type
           Move SortGroupId   to WS-Group-Id
           Move "N" to WS-First-Group
           Move "Y" to WS-First-Sub
           Move "Y" to WS-First-Line
           Move 0 to WS-Tot-Count
           Add 1 to WS-Page-Count
           If WS-Page-Count > 1
               Move Spaces to RptRecord
               Write RptRecord After Advancing Page
           End-If
           Move Spaces to RptRecord
           If SortGroupType = "1"
               String "LAB3 FEED PREP SHEET   SITE: " SortGroupId
                   Delimited by Size Into RptRecord
           Else
               String "LAB3 FOOD TO SEND OUT   FOSTER HOME: "
                      SortGroupId
                   Delimited by Size Into RptRecord
           End-If
           Write RptRecord
           Move Spaces to RptRecord
           String "FOR: " WS-Today
               Delimited by Size Into RptRecord
           Write RptRecord.

       320-WriteSubHeader.
           Move SortSubId to WS-Sub-Id
           Move "N" to WS-First-Sub
           Move Spaces to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           If WS-Group-Type = "1"
               String "ENCLOSURE: " SortSubId
                   Delimited by Size Into RptRecord
           Else
               String "ANIMAL: " SortSubId "  " SortSubName
                   Delimited by Size Into RptRecord
           End-If
           Write RptRecord.

       330-AddToLine.
           If First-Line
               Move SortComp to WS-Line-Comp
               Move SortUnit to WS-Line-Unit
               Move 0 to WS-Line-Qty
               Move "N" to WS-First-Line
           End-If
           Add SortQty to WS-Line-Qty.

       340-FlushLine.
           If Not First-Line
               Move WS-Line-Qty to WS-QtyEd
               Move Spaces to RptRecord
               Move WS-Line-Comp to RptRecord(5:15)
               Move WS-QtyEd     to RptRecord(22:12)
               Move WS-Line-Unit to RptRecord(35:6)
               Write RptRecord
               Perform 345-AddToSiteTotal
               Move "Y" to WS-First-Line
           End-If.

       345-AddToSiteTotal.
           Set WS-Tot-Idx to 1
           If WS-Tot-Count = 0
               Perform 346-AddTotalEntry
           Else
               Search WS-Tot-Entry
                   At End
                       Perform 346-AddTotalEntry
                   When WS-Tot-Comp(WS-Tot-Idx) = WS-Line-Comp
                    And WS-Tot-Unit(WS-Tot-Idx) = WS-Line-Unit
                       Add WS-Line-Qty to WS-Tot-Qty(WS-Tot-Idx)
               End-Search
           End-If.

       346-AddTotalEntry.
           If WS-Tot-Count < 100
               Add 1 to WS-Tot-Count
               Move WS-Line-Comp to WS-Tot-Comp(WS-Tot-Count)
               Move WS-Line-Unit to WS-Tot-Unit(WS-Tot-Count)
               Move WS-Line-Qty  to WS-Tot-Qty(WS-Tot-Count)
           End-If.

       350-WriteGroupTotals.
           Move Spaces to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           If WS-Group-Type = "1"
               Move "SITE TOTAL TO PREPARE:" to RptRecord
           Else
               Move "TOTAL TO SEND OUT:" to RptRecord
           End-If
           Write RptRecord
           Perform 355-WriteOneTotal
               Varying WS-Tot-Sub From 1 By 1
               Until WS-Tot-Sub > WS-Tot-Count.

       355-WriteOneTotal.
           Move WS-Tot-Qty(WS-Tot-Sub) to WS-QtyEd
           Move Spaces to RptRecord
           Move WS-Tot-Comp(WS-Tot-Sub) to RptRecord(5:15)
           Move WS-QtyEd                to RptRecord(22:12)
           Move WS-Tot-Unit(WS-Tot-Sub) to RptRecord(35:6)
           Write RptRecord.

       400-WriteUnfedPage.
           If WS-Page-Count > 0
               Move Spaces to RptRecord
               Write RptRecord After Advancing Page
           End-If
           Move Spaces to RptRecord
           Move "LAB3 FEED PREP -- SPECIES WITH NO DIET" to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           String "FOR: " WS-Today
               Delimited by Size Into RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Write RptRecord
           If WS-Miss-Count = 0
               Move "NONE -- EVERY ON-HAND ANIMAL IS ON THE SHEET."
                   to RptRecord
               Write RptRecord
           Else
               Move Spaces to RptRecord
               Move "SPECIES"  to RptRecord(1:7)
               Move "ANIMALS"  to RptRecord(18:7)
               Move "PROBLEM"  to RptRecord(27:7)
               Write RptRecord
               Move Spaces to RptRecord
               Move All "-" to RptRecord(1:15)
               Move All "-" to RptRecord(18:7)
               Move All "-" to RptRecord(27:30)
               Write RptRecord
               Perform 410-WriteOneUnfed
                   Varying WS-Miss-Sub From 1 By 1
                   Until WS-Miss-Sub > WS-Miss-Count
               Move WS-Unfed-Count to WS-Unfed-CountEd
               Move Spaces to RptRecord
               Write RptRecord
               Move Spaces to RptRecord
               String "ANIMALS NOT ON THE SHEET: "
                      Function Trim(WS-Unfed-CountEd)
                      " -- FEED BY HAND AND FIX LAB3-SPDIET.DAT"
                   Delimited by Size Into RptRecord
               Write RptRecord
           End-If.

       410-WriteOneUnfed.
           Move WS-Miss-Heads(WS-Miss-Sub) to WS-HeadsEd
           Move Spaces to RptRecord
           Move WS-Miss-Species(WS-Miss-Sub) to RptRecord(1:15)
           Move WS-HeadsEd to RptRecord(20:5)
           If WS-Miss-Code(WS-Miss-Sub) = Spaces
               Move "NO DIET CODE FOR THE SPECIES" to RptRecord(27:30)
           Else
               String "DIET " WS-Miss-Code(WS-Miss-Sub)
                      " NOT ON THE DIET MASTER"
                   Delimited by Size Into RptRecord(27:40)
           End-If
           Write RptRecord.
