      *      James Olsen
      *      This program prints the cage cards and the enclosure exceptions list.  Every enclosure on lab3-enclosures.dat
      *      gets its own page in LAB3-CAGE-CARDS.TXT, in master order so the cards come out site by site the way they are
      *      hung: the enclosure's type, the classes it suits, its holding limit and how many it holds now, and one line per
      *      on-hand, in-shelter animal lab3-in.dat has in it -- permanent number, Names, species, intake date, and every
      *      active quarantine or legal hold on lab3-holds.dat with its release date, so whoever opens the cage knows before
      *      they reach in.  An enclosure holding more than its limit says so on its card; an empty one prints as empty so a
      *      stale card comes down.  LAB3-ENC-EXC-RPT.TXT lists every on-hand, in-shelter animal with no enclosure (new
      *      arrivals, and everything Lab3an has just moved between sites), placed in an enclosure that is not on the master
      *      for its site, or placed in one that is unsuitable for its class as classified today -- the placements Lab3av
      *      would have refused or that a species master change has since made wrong.  Output also goes to the console
      *      summary line.

       Identification Division.
       Program-ID.  Lab3aw.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select InFile
            Assign to "lab3-in.dat"
            Organization is Indexed
            Access Mode is Dynamic
            Record Key is InAnimalId
            File Status is WS-InFile-Status.
           Select EncFile
            Assign to "lab3-enclosures.dat"
            Organization is Line Sequential
            File Status is WS-Enc-Status.
           Select HldFile
            Assign to "lab3-holds.dat"
            Organization is Line Sequential
            File Status is WS-Hld-Status.
           Select SpeciesMaster
            Assign to "SPECIES-MASTER.DAT"
            Organization is Line Sequential.
           Select CardRptFile
            Assign to "LAB3-CAGE-CARDS.TXT"
            Organization is Line Sequential.
           Select ExcRptFile
            Assign to "LAB3-ENC-EXC-RPT.TXT"
            Organization is Line Sequential.

       Data Division.
       File Section.
       FD   InFile.
       COPY INIDXREC.
       FD   EncFile.
       COPY ENCREC.
       FD   HldFile.
       COPY HLDREC.
       FD   SpeciesMaster.
       COPY SPMASTFD.
       FD   CardRptFile.
       COPY RPTREC.
       FD   ExcRptFile.
       COPY RPTREC REPLACING ==RptRecord== BY ==ExcRecord==.
       Working-Storage Section.
       COPY ENCWS.
       COPY SPECIES.
       COPY SPTABLE.
       01   WS-InFile-Status    Pic XX.
       01   WS-Hld-Status       Pic XX.
       01   WS-Hld-EOF          Pic X Value "N".
            88  WS-Hld-AtEnd        Value "Y".
       01   InFileEOF           Pic X Value "N".
            88  AtEndOfInFile       Value "Y".
       01   WS-Today-Raw        Pic 9(8).
       01   WS-Today            Pic X(8).
       01   WS-Hold-Table.
           05  WS-HoldTab-Count    Pic 9(4) Value 0.
           05  WS-HoldTab-Entry    Occurs 1 to 1000 Times
                                    Depending On WS-HoldTab-Count.
               10  WS-HoldTab-Id       Pic X(7).
               10  WS-HoldTab-Type     Pic X(1).
               10  WS-HoldTab-Release  Pic X(8).
       01   WS-Hold-Sub         Pic 9(4).
       01   WS-Hold-Shown       Pic 9(2).
      *      Every animal placed in an enclosure on the master, with
      *      the table subscript of that enclosure.
       01   WS-Occ-Table.
           05  WS-Occ-Count        Pic 9(4) Value 0.
           05  WS-Occ-Entry        Occurs 1 to 3000 Times
                                    Depending On WS-Occ-Count.
               10  WS-Occ-EncSub       Pic 9(3).
               10  WS-Occ-AnimalId     Pic X(7).
               10  WS-Occ-Names        Pic X(12).
               10  WS-Occ-Species      Pic X(15).
               10  WS-Occ-Intake       Pic X(8).
       01   WS-Occ-Sub          Pic 9(4).
       01   WS-Occ-Over         Pic 9(5) Value 0.
       01   WS-Enc-Sub          Pic 9(3).
       01   WS-Class-Hits       Pic 9(2).
       01   WS-Exc-Problem      Pic X(30).
       01   WS-Exc-Count        Pic 9(5) Value 0.
       01   WS-Exc-CountEd      Pic ZZZZ9.
       01   WS-NoEncl-Count     Pic 9(5) Value 0.
       01   WS-NoEncl-CountEd   Pic ZZZZ9.
       01   WS-Card-Count       Pic 9(4) Value 0.
       01   WS-Card-CountEd     Pic ZZZ9.
       01   WS-Over-Count       Pic 9(4) Value 0.
       01   WS-Over-CountEd     Pic ZZZ9.
       01   WS-LimitEd          Pic ZZ9.
       01   WS-HoldingEd        Pic ZZZ9.
       01   WS-Work-Line        Pic X(80).

       Procedure Division.
       000-Main.
           Accept WS-Today-Raw From Date YYYYMMDD
           Move WS-Today-Raw to WS-Today
           Move WS-Today-Raw to WS-AsOf-Date
           Open Input InFile
           If WS-InFile-Status = "35"
               Display "lab3-in.dat not found -- run Lab3j first."
               Stop Run
           End-If
           Perform 050-LoadSpeciesTable
           Perform 098-LoadEnclosures
           If WS-Encl-Count = 0
               Display "lab3-enclosures.dat not found or empty -- "
                   "no cage cards; every animal lists as an "
                   "exception."
           End-If
           Perform 150-LoadActiveHolds
           Open Output ExcRptFile
           Perform 200-WriteExceptionHeader
           Perform 210-PlaceAnimals
           Close InFile
           If WS-Occ-Over > 0
               Display "More placed animals than the cage-card table "
                   "holds -- the cards are missing some occupants."
           End-If
           Perform 290-WriteExceptionTotals
           Close ExcRptFile
           Open Output CardRptFile
           Perform 300-WriteOneCard
               Varying WS-Enc-Sub From 1 By 1
               Until WS-Enc-Sub > WS-Encl-Count
           Close CardRptFile
           Move WS-Card-Count to WS-Card-CountEd
           Move WS-Over-Count to WS-Over-CountEd
           Move WS-Exc-Count  to WS-Exc-CountEd
           Display "Lab3aw: " Function Trim(WS-Card-CountEd)
               " cage card(s), " Function Trim(WS-Over-CountEd)
               " over limit, " Function Trim(WS-Exc-CountEd)
               " placement exception(s) -- see LAB3-CAGE-CARDS.TXT "
               "and LAB3-ENC-EXC-RPT.TXT."
           Stop Run.

       150-LoadActiveHolds.
           Move 0 to WS-HoldTab-Count
           Open Input HldFile
           If WS-Hld-Status = "35"
               Continue
           Else
               Move "N" to WS-Hld-EOF
               Perform Until WS-Hld-AtEnd
                   Read HldFile
                       At End
                           Move "Y" to WS-Hld-EOF
                       Not At End
                           If Hld-Active
                              And WS-HoldTab-Count < 1000
                               Add 1 to WS-HoldTab-Count
                               Move HldAnimalId to
                                   WS-HoldTab-Id(WS-HoldTab-Count)
                               Move HldType to
                                   WS-HoldTab-Type(WS-HoldTab-Count)
                               Move HldRelease to
                                   WS-HoldTab-Release(WS-HoldTab-Count)
                           End-If
                   End-Read
               End-Perform
               Close HldFile
           End-If.

       200-WriteExceptionHeader.
           Move Spaces to ExcRecord
           Move "LAB3 ENCLOSURE PLACEMENT EXCEPTIONS" to ExcRecord
           Write ExcRecord
           Move Spaces to ExcRecord
           String "AS OF: " WS-Today
               Delimited by Size Into ExcRecord
           Write ExcRecord
           Move Spaces to ExcRecord
           Write ExcRecord
           Move Spaces to ExcRecord
           Move "ANIMAL"  to ExcRecord(1:6)
           Move "NAMES"   to ExcRecord(10:5)
           Move "SITE"    to ExcRecord(24:4)
           Move "ENCL"    to ExcRecord(36:4)
           Move "CL"      to ExcRecord(44:2)
           Move "PROBLEM" to ExcRecord(48:7)
           Write ExcRecord
           Move Spaces to ExcRecord
           Move All "-" to ExcRecord(1:7)
           Move All "-" to ExcRecord(10:12)
           Move All "-" to ExcRecord(24:10)
           Move All "-" to ExcRecord(36:6)
           Move All "-" to ExcRecord(44:2)
           Move All "-" to ExcRecord(48:30)
           Write ExcRecord.

       210-PlaceAnimals.
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
                       If In-OnHand And In-Shelter
                           Perform 220-PlaceOneAnimal
                       End-If
               End-Read
           End-Perform.

      *      An animal in an unsuitable enclosure is still in it, so
      *      it goes on that enclosure's card as well as on the
      *      exceptions list.
       220-PlaceOneAnimal.
           Move Function Trim(Function Upper-Case(InSpecies))
               to Species
           Perform 055-ClassifySpecies
           If In-No-Enclosure
               Add 1 to WS-NoEncl-Count
               Move "NO ENCLOSURE ASSIGNED" to WS-Exc-Problem
               Perform 230-WriteException
           Else
               Move Function Trim(Function Upper-Case(InSite))
                   to WS-Encl-Site-Key
               Move InEnclosure to WS-Encl-Id-Key
               Perform 099-FindEnclosure
               If Not Enclosure-On-File
                   Move "ENCLOSURE NOT ON SITE MASTER"
                       to WS-Exc-Problem
                   Perform 230-WriteException
               Else
                   Move 0 to WS-Class-Hits
                   Inspect WS-Encl-Classes(WS-Enc-Idx)
                       Tallying WS-Class-Hits For All WS-Class-Code
                   If WS-Class-Hits = 0
                       Move Spaces to WS-Exc-Problem
                       String "UNSUITED -- SUITS "
                              Function Trim(WS-Encl-Classes
                                  (WS-Enc-Idx))
                              " ONLY"
                           Delimited by Size Into WS-Exc-Problem
                       Perform 230-WriteException
                   End-If
                   Add 1 to WS-Encl-Occupied(WS-Enc-Idx)
                   If WS-Occ-Count < 3000
                       Add 1 to WS-Occ-Count
                       Set WS-Occ-EncSub(WS-Occ-Count) to WS-Enc-Idx
                       Move InAnimalId to
                           WS-Occ-AnimalId(WS-Occ-Count)
                       Move InNames to WS-Occ-Names(WS-Occ-Count)
                       Move InSpecies to
                           WS-Occ-Species(WS-Occ-Count)
                       Move InIntakeDate to
                           WS-Occ-Intake(WS-Occ-Count)
                   Else
                       Add 1 to WS-Occ-Over
                   End-If
               End-If
           End-If.

       230-WriteException.
           Add 1 to WS-Exc-Count
           Move Spaces to ExcRecord
           Move InAnimalId  to ExcRecord(1:7)
           Move InNames     to ExcRecord(10:12)
           If InSite = Spaces
               Move "(UNKNOWN)" to ExcRecord(24:10)
           Else
               Move InSite to ExcRecord(24:10)
           End-If
           Move InEnclosure to ExcRecord(36:6)
           Move WS-Class-Code to ExcRecord(44:1)
           Move WS-Exc-Problem to ExcRecord(48:30)
           Write ExcRecord.

       290-WriteExceptionTotals.
           Move Spaces to ExcRecord
           Write ExcRecord
           Move WS-Exc-Count    to WS-Exc-CountEd
           Move WS-NoEncl-Count to WS-NoEncl-CountEd
           Move Spaces to ExcRecord
           String "EXCEPTIONS: " Function Trim(WS-Exc-CountEd)
                  "   OF WHICH NO ENCLOSURE: "
                  Function Trim(WS-NoEncl-CountEd)
               Delimited by Size Into ExcRecord
           Write ExcRecord.

      *      One page per enclosure; each card starts on a new page
      *      so the cards can be torn apart and hung.
       300-WriteOneCard.
           Add 1 to WS-Card-Count
           If WS-Card-Count > 1
               Move Spaces to RptRecord
               Write RptRecord After Advancing Page
           End-If
           Move Spaces to RptRecord
           String "CAGE CARD   SITE: " WS-Encl-Site(WS-Enc-Sub)
                  "   ENCLOSURE: " WS-Encl-Id(WS-Enc-Sub)
               Delimited by Size Into RptRecord
           Write RptRecord
           Move WS-Encl-Limit(WS-Enc-Sub)    to WS-LimitEd
           Move WS-Encl-Occupied(WS-Enc-Sub) to WS-HoldingEd
           Move Spaces to RptRecord
           String "TYPE: " WS-Encl-Type(WS-Enc-Sub)
                  "  SUITS: " WS-Encl-Classes(WS-Enc-Sub)
                  "  LIMIT: " Function Trim(WS-LimitEd)
                  "  HOLDING: " Function Trim(WS-HoldingEd)
               Delimited by Size Into RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           String "PRINTED: " WS-Today
               Delimited by Size Into RptRecord
           Write RptRecord
           If WS-Encl-Occupied(WS-Enc-Sub)
                   > WS-Encl-Limit(WS-Enc-Sub)
               Add 1 to WS-Over-Count
               Move Spaces to RptRecord
               Move "*** OVER HOLDING LIMIT ***" to RptRecord
               Write RptRecord
           End-If
           Move Spaces to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move "ANIMAL"  to RptRecord(1:6)
           Move "NAMES"   to RptRecord(10:5)
           Move "SPECIES" to RptRecord(24:7)
           Move "INTAKE"  to RptRecord(41:6)
           Move "HOLDS"   to RptRecord(51:5)
           Write RptRecord
           Move Spaces to RptRecord
           Move All "-" to RptRecord(1:7)
           Move All "-" to RptRecord(10:12)
           Move All "-" to RptRecord(24:15)
           Move All "-" to RptRecord(41:8)
           Move All "-" to RptRecord(51:24)
           Write RptRecord
           If WS-Encl-Occupied(WS-Enc-Sub) = 0
               Move Spaces to RptRecord
               Move "(EMPTY)" to RptRecord
               Write RptRecord
           Else
               Perform 310-WriteOneOccupant
                   Varying WS-Occ-Sub From 1 By 1
                   Until WS-Occ-Sub > WS-Occ-Count
           End-If.

       310-WriteOneOccupant.
           If WS-Occ-EncSub(WS-Occ-Sub) = WS-Enc-Sub
               Move Spaces to WS-Work-Line
               Move WS-Occ-AnimalId(WS-Occ-Sub) to WS-Work-Line(1:7)
               Move WS-Occ-Names(WS-Occ-Sub)    to WS-Work-Line(10:12)
               Move WS-Occ-Species(WS-Occ-Sub)  to WS-Work-Line(24:15)
               Move WS-Occ-Intake(WS-Occ-Sub)   to WS-Work-Line(41:8)
               Move 0 to WS-Hold-Shown
               Perform 320-WriteOneHold
                   Varying WS-Hold-Sub From 1 By 1
                   Until WS-Hold-Sub > WS-HoldTab-Count
               If WS-Hold-Shown = 0
                   Move "NONE" to WS-Work-Line(51:4)
                   Move WS-Work-Line to RptRecord
                   Write RptRecord
               End-If
           End-If.

      *      The first hold rides on the animal's own line, any more
      *      on lines of their own beneath it.
       320-WriteOneHold.
           If WS-HoldTab-Id(WS-Hold-Sub) = WS-Occ-AnimalId(WS-Occ-Sub)
               If WS-Hold-Shown > 0
                   Move Spaces to WS-Work-Line
               End-If
               Add 1 to WS-Hold-Shown
               If WS-HoldTab-Type(WS-Hold-Sub) = "Q"
                   Move "QUARANTINE TO" to WS-Work-Line(51:13)
               Else
                   Move "LEGAL HOLD TO" to WS-Work-Line(51:13)
               End-If
               Move WS-HoldTab-Release(WS-Hold-Sub)
                   to WS-Work-Line(65:8)
               Move WS-Work-Line to RptRecord
               Write RptRecord
           End-If.
       COPY SPLOAD.
       COPY ENCLOAD.
