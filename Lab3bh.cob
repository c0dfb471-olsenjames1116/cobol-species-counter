      *      James Olsen
      *      This program builds the nightly adoptable-animals feed for the website, so the "available now" page is built from
      *      tonight's files instead of a printout that goes stale the day it is run.  An animal is available when it is on
      *      hand in lab3-in.dat, in the shelter rather than with a foster home, has no active quarantine or legal hold on
      *      lab3-holds.dat, and is of a species the species master in force today does not flag as federally or state
      *      protected -- those go to a licensed facility, never to the public.  Each one goes to lab3-adoptable.csv (FEEDFILE)
      *      with its permanent number, Names, species, class, gender, site and days in care, in the comma-delimited layout
      *      documented in FEEDREC.CPY.  The animals on the previous feed are kept on lab3-feed-last.dat (FEEDLAST); any of
      *      them not available tonight -- adopted, held, fostered, moved out -- is listed on the feed as withdrawn so the web
      *      host can take the page down, and the list is then replaced with tonight's.  The feed opens with the build date and
      *      closes with the line counts so the web host can tell a complete feed from a cut-short one.  It runs in the nightly
      *      stream after the counts.  An animal whose species has no master row in force today is left off the feed and counted
      *      on the console, and when the active holds outgrow the table no feed is built and the run ends RC 8.

       Identification Division.
       Program-ID.  Lab3bh.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select InFile
            Assign to "INFILE"
            Organization is Indexed
            Access Mode is Dynamic
            Record Key is InAnimalId
            File Status is WS-InFile-Status.
           Select SpeciesMaster
            Assign to "SPECMAST"
            Organization is Line Sequential.
           Select HldFile
            Assign to "HOLDS"
            Organization is Line Sequential
            File Status is WS-Hld-Status.
           Select FdlFile
            Assign to "FEEDLAST"
            Organization is Line Sequential
            File Status is WS-Fdl-Status.
           Select FeedFile
            Assign to "FEEDFILE"
            Organization is Line Sequential.

       Data Division.
       File Section.
       FD   InFile.
       COPY INIDXREC.
       FD   SpeciesMaster.
       COPY SPMASTFD.
       FD   HldFile.
       COPY HLDREC.
       FD   FdlFile.
       COPY FDLREC.
       FD   FeedFile.
       COPY FEEDREC.

       Working-Storage Section.
       COPY SPECIES.
       COPY SPTABLE.
       01   WS-InFile-Status    Pic XX.
       01   WS-Hld-Status       Pic XX.
       01   WS-Fdl-Status       Pic XX.
       01   InFileEOF           Pic X Value "N".
            88  AtEndOfInFile       Value "Y".
       01   WS-Hld-EOF          Pic X Value "N".
            88  WS-Hld-AtEnd        Value "Y".
       01   WS-Fdl-EOF          Pic X Value "N".
            88  WS-Fdl-AtEnd        Value "Y".
       01   WS-Today-Raw        Pic 9(8).
       01   WS-Today            Pic X(8).
       01   WS-Today-Int        Pic 9(8).
       01   WS-Work-Date        Pic 9(8).
       01   WS-Days             Pic S9(5).
       01   WS-DaysEd           Pic ZZZZ9.
       01   WS-Days-Text        Pic X(5).
       01   WS-Hold-Over        Pic X(1) Value "N".
            88  Hold-Table-Full     Value "Y".
       01   WS-Sp-Found         Pic X(1).
            88  Species-Row-Found   Value "Y".
       01   WS-NoSpecies-Count  Pic 9(5) Value 0.
       01   WS-HoldTab.
           05  WS-HoldTab-Count    Pic 9(4) Value 0.
           05  WS-HoldTab-Entry    Occurs 1 to 1000 Times
                                    Depending On WS-HoldTab-Count
                                    Indexed by WS-Hold-Idx.
               10  WS-HoldTab-Id       Pic X(7).
       01   WS-Held             Pic X(1).
            88  Animal-Held         Value "Y".
      *      The animals on the previous feed; WS-Last-Seen goes to Y
      *      for each one still available tonight.
       01   WS-LastTab.
           05  WS-LastTab-Count    Pic 9(4) Value 0.
           05  WS-LastTab-Entry    Occurs 1 to 5000 Times
                                    Depending On WS-LastTab-Count
                                    Indexed by WS-Last-Idx.
               10  WS-Last-Id          Pic X(7).
               10  WS-Last-Names       Pic X(12).
               10  WS-Last-Species     Pic X(15).
               10  WS-Last-Seen        Pic X(1).
       01   WS-Last-Sub         Pic 9(4).
       01   WS-Feed-Names       Pic X(12).
       01   WS-Feed-Species     Pic X(15).
       01   WS-Feed-Class       Pic X(10).
       01   WS-Feed-Site        Pic X(10).
       01   WS-Avail-Count      Pic 9(5) Value 0.
       01   WS-Withdrawn-Count  Pic 9(5) Value 0.
       01   WS-CountEd          Pic ZZZZ9.
       01   WS-CountEd2         Pic ZZZZ9.

       Procedure Division.
       000-Main.
           Accept WS-Today-Raw From Date YYYYMMDD
           Move WS-Today-Raw to WS-Today
           Move WS-Today-Raw to WS-AsOf-Date
           Compute WS-Today-Int =
               Function Integer-of-Date(WS-Today-Raw)
           Perform 050-LoadSpeciesTable
           Open Input InFile
           If WS-InFile-Status = "35"
               Display "lab3-in.dat not found -- run Lab3j first."
               Move 8 to Return-Code
               Stop Run
           End-If
           Perform 100-LoadActiveHolds
      *      An active hold that did not fit the table would put its
      *      animal on the public feed, so no feed is built at all --
      *      last night's stays up until the ledger shrinks.
           If Hold-Table-Full
               Display "Lab3bh: more than 1000 active holds on "
                   "lab3-holds.dat -- an unloaded hold would publish "
                   "its animal, so no feed is built; purge released "
                   "holds first."
               Close InFile
               Move 8 to Return-Code
               Stop Run
           End-If
           Perform 110-LoadLastFeed
           Open Output FeedFile
           Open Output FdlFile
           Move Spaces to FeedRecord
           String "H," WS-Today ",LAB3 ADOPTABLE ANIMALS"
               Delimited by Size Into FeedRecord
           Write FeedRecord
           Perform 200-ScanAnimals
           Perform 300-WriteWithdrawn
               Varying WS-Last-Sub From 1 By 1
               Until WS-Last-Sub > WS-LastTab-Count
           Move WS-Avail-Count     to WS-CountEd
           Move WS-Withdrawn-Count to WS-CountEd2
           Move Spaces to FeedRecord
           String "T," Function Trim(WS-CountEd)
                  "," Function Trim(WS-CountEd2)
               Delimited by Size Into FeedRecord
           Write FeedRecord
           Close FeedFile
           Close FdlFile
           Close InFile
           Display "Lab3bh: " Function Trim(WS-CountEd)
               " animal(s) available, " Function Trim(WS-CountEd2)
               " withdrawn since the last feed."
           If WS-NoSpecies-Count > 0
               Move WS-NoSpecies-Count to WS-CountEd
               Display "Lab3bh: " Function Trim(WS-CountEd)
                   " on-hand animal(s) left off the feed -- species "
                   "not on the species master in force today."
           End-If
           Stop Run.

       100-LoadActiveHolds.
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
                               If WS-HoldTab-Count < 1000
                                   Add 1 to WS-HoldTab-Count
                                   Move HldAnimalId to
                                       WS-HoldTab-Id(WS-HoldTab-Count)
                               Else
                                   Move "Y" to WS-Hold-Over
                               End-If
                           End-If
                   End-Read
               End-Perform
               Close HldFile
           End-If.

       110-LoadLastFeed.
           Move 0 to WS-LastTab-Count
           Open Input FdlFile
           If WS-Fdl-Status = "35"
               Continue
           Else
               Move "N" to WS-Fdl-EOF
               Perform Until WS-Fdl-AtEnd
                   Read FdlFile
                       At End
                           Move "Y" to WS-Fdl-EOF
                       Not At End
                           If FdlAnimalId Not = Spaces
                              And WS-LastTab-Count < 5000
                               Add 1 to WS-LastTab-Count
                               Set WS-Last-Idx to WS-LastTab-Count
                               Move FdlAnimalId
                                   to WS-Last-Id(WS-Last-Idx)
                               Move FdlNames
                                   to WS-Last-Names(WS-Last-Idx)
                               Move FdlSpecies
                                   to WS-Last-Species(WS-Last-Idx)
                               Move "N" to WS-Last-Seen(WS-Last-Idx)
                           End-If
                   End-Read
               End-Perform
               Close FdlFile
           End-If.

       200-ScanAnimals.
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
                           Perform 210-CheckAvailable
                       End-If
               End-Read
           End-Perform.

       210-CheckAvailable.
           Move "N" to WS-Held
           If WS-HoldTab-Count > 0
               Set WS-Hold-Idx to 1
               Search WS-HoldTab-Entry
                   At End
                       Continue
                   When WS-HoldTab-Id(WS-Hold-Idx) = InAnimalId
                       Move "Y" to WS-Held
               End-Search
           End-If
           If Not Animal-Held
               Move Function Trim(Function Upper-Case(InSpecies))
                   to Species
               Perform 215-FindSpeciesRow
               Evaluate True
                   When Not Species-Row-Found
                       Add 1 to WS-NoSpecies-Count
                   When Unprotected-Species
                       Perform 220-WriteAvailable
                   When Other
                       Continue
               End-Evaluate
           End-If.

      *      An animal whose species has no master row in force today
      *      cannot be shown to be unprotected, so it is left off the
      *      feed rather than published on a blank protection code.
       215-FindSpeciesRow.
           Move "N"   to WS-Sp-Found
           Move "O"   to WS-Class-Code
           Move Space to WS-Prot-Code
           Set WS-Sp-Idx to 1
           Search WS-Species-Entry
               At End
                   Continue
               When WS-Species-Name(WS-Sp-Idx) = Species
                And WS-AsOf-Date Not < WS-Species-EffFrom(WS-Sp-Idx)
                And WS-AsOf-Date Not > WS-Species-EffTo(WS-Sp-Idx)
                   Move "Y" to WS-Sp-Found
                   Move WS-Species-Class(WS-Sp-Idx) to WS-Class-Code
                   Move WS-Species-Prot(WS-Sp-Idx)  to WS-Prot-Code
           End-Search.

       220-WriteAvailable.
           Move InNames   to WS-Feed-Names
           Move InSpecies to WS-Feed-Species
           Inspect WS-Feed-Names Replacing All "," By " "
           Inspect WS-Feed-Species Replacing All "," By " "
           Evaluate WS-Class-Code
               When "A"
                   Move "AMPHIBIAN" to WS-Feed-Class
               When "B"
                   Move "BIRD"      to WS-Feed-Class
               When "M"
                   Move "MAMMAL"    to WS-Feed-Class
               When "R"
                   Move "REPTILE"   to WS-Feed-Class
               When "F"
                   Move "FISH"      to WS-Feed-Class
               When "I"
                   Move "INSECT"    to WS-Feed-Class
               When Other
                   Move "OTHER"     to WS-Feed-Class
           End-Evaluate
           If InSite = Spaces
               Move "UNKNOWN" to WS-Feed-Site
           Else
               Move InSite to WS-Feed-Site
               Inspect WS-Feed-Site Replacing All "," By " "
           End-If
           Move Spaces to WS-Days-Text
           If InIntakeDate Numeric
               Move InIntakeDate to WS-Work-Date
               Compute WS-Days = WS-Today-Int
                   - Function Integer-of-Date(WS-Work-Date)
               If WS-Days < 0
                   Move 0 to WS-Days
               End-If
               Move WS-Days to WS-DaysEd
               Move WS-DaysEd to WS-Days-Text
           End-If
           Move Spaces to FeedRecord
           String "A,"  InAnimalId
                  ","   Function Trim(WS-Feed-Names)
                  ","   Function Trim(WS-Feed-Species)
                  ","   Function Trim(WS-Feed-Class)
                  ","   InGender
                  ","   Function Trim(WS-Feed-Site)
                  ","   Function Trim(WS-Days-Text)
               Delimited by Size Into FeedRecord
           Write FeedRecord
           Add 1 to WS-Avail-Count
           Move Spaces      to FdlRecord
           Move InAnimalId  to FdlAnimalId
           Move WS-Feed-Names   to FdlNames
           Move WS-Feed-Species to FdlSpecies
           Write FdlRecord
           If WS-LastTab-Count > 0
               Set WS-Last-Idx to 1
               Search WS-LastTab-Entry
                   At End
                       Continue
                   When WS-Last-Id(WS-Last-Idx) = InAnimalId
                       Move "Y" to WS-Last-Seen(WS-Last-Idx)
               End-Search
           End-If.

       300-WriteWithdrawn.
           If WS-Last-Seen(WS-Last-Sub) = "N"
               Move Spaces to FeedRecord
               String "W," WS-Last-Id(WS-Last-Sub)
                      "," Function Trim(WS-Last-Names(WS-Last-Sub))
                      "," Function Trim(WS-Last-Species(WS-Last-Sub))
                   Delimited by Size Into FeedRecord
               Write FeedRecord
               Add 1 to WS-Withdrawn-Count
           End-If.

       COPY SPLOAD.
