      *      James Olsen
      *      This program is the monthly cost-of-care allocation the grant reports and the budget ask for -- what a bird costs
      *      us against a reptile, and what the long-stayers cost.  Every day an animal was in our care during the report
      *      month is costed at the per-diem rate in force that day from lab3-rates.dat for its class and where it spent the
      *      day: the site's own row when there is one, the FOSTER row for days placed with a foster home, otherwise the
      *      class's * row.  The rates are effective-dated, so a rate change costs the days before and after it at their own
      *      rates and never rewrites a month already reported.  Days in care are counted the way Lab3aa counts them -- from
      *      the intake date up to the day before the disposition date, or through today for an animal still on hand -- and
      *      only the ones inside the month are costed.  Class is the species-master entry in force at the month end, site is
      *      InSite, and the foster split is the current placement from its InFosterDate (earlier placements already returned
      *      are not on the record, so those days cost as in-shelter).  The figures are totalled by class, by site with the
      *      shelter and foster days apart, and shelter against foster overall, and the ten highest-cost animals are listed
      *      so a long stay's cost is visible.  Departed animals Lab3u has already purged are brought back by naming its dated
      *      archive datasets one at a time, as in Lab3aa.  Days with no rate in force are not costed but are totalled by
      *      class and site at the bottom so the rate table can be filled in.  The month comes from a MONTH=yyyymm card in
      *      lab3-control.dat when one is there and is prompted for otherwise; blank means last month.  Output goes to
      *      LAB3-COST-RPT.TXT and the console summary line.

       Identification Division.
       Program-ID.  Lab3bc.

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
           Select RatFile
            Assign to "lab3-rates.dat"
            Organization is Line Sequential
            File Status is WS-Rat-Status.
           Select CtlFile
            Assign to "lab3-control.dat"
            Organization is Line Sequential
            File Status is WS-Ctl-Status.
           Select ArchFile
            Assign to WS-Arch-Name
            Organization is Line Sequential
            File Status is WS-Arch-Status.
           Select CostRptFile
            Assign to "LAB3-COST-RPT.TXT"
            Organization is Line Sequential.

       Data Division.
       File Section.
       FD   InFile.
       COPY INIDXREC.
       FD   SpeciesMaster.
       COPY SPMASTFD.
       FD   RatFile.
       COPY RATREC.
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
       FD   CostRptFile.
       COPY RPTREC.
       Working-Storage Section.
       COPY SPECIES.
       COPY SPTABLE.
       COPY CTLWS.
       COPY MONWS.
       01   WS-InFile-Status    Pic XX.
       01   WS-Rat-Status       Pic XX.
       01   WS-Rat-EOF          Pic X Value "N".
            88  WS-Rat-AtEnd        Value "Y".
       01   WS-Arch-Status      Pic XX.
       01   WS-Arch-Name        Pic X(40).
       01   InFileEOF           Pic X Value "N".
            88  AtEndOfInFile       Value "Y".
       01   WS-Arch-EOF         Pic X Value "N".
            88  AtEndOfArchive      Value "Y".
       01   WS-OldArch-Count    Pic 9(5).
       01   WS-OldArch-CountEd  Pic ZZZZ9.
       01   WS-From-Archive     Pic X(1) Value "N".
            88  Record-Archived     Value "Y".
       01   WS-Arch-Used        Pic 9(3) Value 0.
       01   WS-Arch-Animals     Pic 9(6) Value 0.
      *      Per-diem table, loaded once; RateSite * is the class's
      *      fallback for a site with no row of its own.
       01   WS-Rate-Table.
           05  WS-Rate-Count       Pic 9(3) Value 0.
           05  WS-Rate-Entry       Occurs 1 to 500 Times
                                    Depending On WS-Rate-Count
                                    Indexed by WS-Rate-Idx.
               10  WS-Rate-Class       Pic X(1).
               10  WS-Rate-Site        Pic X(10).
               10  WS-Rate-Amt         Pic 9(4)V99.
               10  WS-Rate-EffFrom     Pic X(8).
               10  WS-Rate-EffTo       Pic X(8).
       01   WS-Rate-Found       Pic X(1).
            88  Rate-In-Force       Value "Y".
       01   WS-Day-Rate         Pic 9(4)V99.
      *      The report month as integer dates, and the animal's
      *      costed days within it.
       01   WS-Month-Start      Pic 9(8).
       01   WS-Month-End        Pic 9(8).
       01   WS-Month-Start-Int  Pic 9(8).
       01   WS-Month-End-Int    Pic 9(8).
       01   WS-Next-Month.
           05  WS-Next-Year        Pic 9(4).
           05  WS-Next-Mon         Pic 9(2).
           05  WS-Next-Day         Pic 9(2) Value 1.
       01   WS-Next-Month-N Redefines WS-Next-Month Pic 9(8).
       01   WS-Today-Int        Pic 9(8).
       01   WS-First-Int        Pic 9(8).
       01   WS-Last-Int         Pic 9(8).
       01   WS-Foster-Int       Pic 9(8).
       01   WS-Day-Int          Pic 9(8).
       01   WS-Day-Date         Pic 9(8).
       01   WS-Day-Date-X Redefines WS-Day-Date Pic X(8).
       01   WS-Work-Date        Pic 9(8).
       01   WS-Site-Key         Pic X(10).
       01   WS-Day-Site         Pic X(10).
       01   WS-Class-Sub        Pic 9(1).
      *      This animal's month, built day by day.
       01   WS-Animal-Totals.
           05  WS-Ani-Shelter-Days Pic 9(3).
           05  WS-Ani-Shelter-Cost Pic 9(7)V99.
           05  WS-Ani-Foster-Days  Pic 9(3).
           05  WS-Ani-Foster-Cost  Pic 9(7)V99.
           05  WS-Ani-Days         Pic 9(3).
           05  WS-Ani-Cost         Pic 9(7)V99.
       01   WS-Class-Table.
           05  WS-Cls-Entry        Occurs 7 Times.
               10  WS-Cls-Name         Pic X(10).
               10  WS-Cls-Animals      Pic 9(6).
               10  WS-Cls-Days         Pic 9(7).
               10  WS-Cls-Cost         Pic 9(9)V99.
       01   WS-Site-Table.
           05  WS-Cst-Count        Pic 9(2) Value 0.
           05  WS-Cst-Entry        Occurs 1 to 50 Times
                                    Depending On WS-Cst-Count
                                    Indexed by WS-Cst-Idx.
               10  WS-Cst-Name         Pic X(10).
               10  WS-Cst-Shelter-Days Pic 9(7).
               10  WS-Cst-Shelter-Cost Pic 9(9)V99.
               10  WS-Cst-Foster-Days  Pic 9(7).
               10  WS-Cst-Foster-Cost  Pic 9(9)V99.
       01   WS-Cst-Sub          Pic 9(2).
       01   WS-Site-Total-Cost  Pic 9(9)V99.
       01   WS-Cst-Found        Pic X(1).
            88  Site-On-Table       Value "Y".
       01   WS-Grand-Totals.
           05  WS-Grand-Animals    Pic 9(6).
           05  WS-Grand-Shelter-Days Pic 9(7).
           05  WS-Grand-Shelter-Cost Pic 9(9)V99.
           05  WS-Grand-Foster-Days  Pic 9(7).
           05  WS-Grand-Foster-Cost  Pic 9(9)V99.
           05  WS-Grand-Days       Pic 9(7).
           05  WS-Grand-Cost       Pic 9(9)V99.
      *      Ten highest-cost animals, kept in descending cost order.
       01   WS-Top-Table.
           05  WS-Top-Count        Pic 9(2) Value 0.
           05  WS-Top-Entry        Occurs 10 Times.
               10  WS-Top-Id           Pic X(7).
               10  WS-Top-Names        Pic X(12).
               10  WS-Top-Species      Pic X(15).
               10  WS-Top-Site         Pic X(10).
               10  WS-Top-Days         Pic 9(3).
               10  WS-Top-Cost         Pic 9(7)V99.
               10  WS-Top-Arch         Pic X(1).
       01   WS-Top-Sub          Pic 9(2).
       01   WS-Top-Hold         Pic X(57).
       01   WS-Top-Done         Pic X(1).
            88  Top-Placed          Value "Y".
      *      Class/site pairs with days no rate covered.
       01   WS-NoRate-Table.
           05  WS-NoRate-Count     Pic 9(3) Value 0.
           05  WS-NoRate-Entry     Occurs 1 to 100 Times
                                    Depending On WS-NoRate-Count
                                    Indexed by WS-NoRate-Idx.
               10  WS-NoRate-Class     Pic X(1).
               10  WS-NoRate-Site      Pic X(10).
               10  WS-NoRate-Days      Pic 9(7).
       01   WS-NoRate-Sub       Pic 9(3).
       01   WS-NoRate-Found     Pic X(1).
            88  NoRate-On-Table     Value "Y".
       01   WS-NoRate-Total     Pic 9(7) Value 0.
       01   WS-SkipCount        Pic 9(6) Value 0.
       01   WS-DaysEd           Pic ZZZZZZ9.
       01   WS-Days3Ed          Pic ZZ9.
       01   WS-CountEd          Pic ZZZZZ9.
       01   WS-CostEd           Pic ZZZ,ZZZ,ZZ9.99.
       01   WS-Cost7Ed          Pic Z,ZZZ,ZZ9.99.
       01   WS-RateEd           Pic Z,ZZ9.99.
       01   WS-Avg-Rate         Pic 9(4)V99.
       01   WS-Top-SubEd        Pic Z9.

       Procedure Division.
       000-Main.
           Perform 070-SetReportMonth
           If Not Month-Set
               Display "Lab3bc: no valid report month -- nothing "
                   "reported."
               Stop Run
           End-If
           Perform 010-SetMonthLimits
           Perform 050-LoadSpeciesTable
           Perform 020-InitClassTable
           Perform 100-LoadRateTable
           If WS-Rate-Count = 0
               Display "Lab3bc: lab3-rates.dat is missing or empty -- "
                   "nothing to cost with."
               Stop Run
           End-If
           Open Input InFile
           If WS-InFile-Status = "35"
               Display "lab3-in.dat not found -- run Lab3j first."
               Stop Run
           End-If
           Move Low-Values to InAnimalId
           Start InFile Key is Not Less Than InAnimalId
               Invalid Key
                   Continue
           End-Start
           Perform Until AtEndOfInFile
               Read InFile Next Record
                   At End
                       Move "Y" to InFileEOF
                   Not At End
                       Perform 200-CostOneAnimal
               End-Read
           End-Perform
           Close InFile
           Perform 300-IncludeArchives
           Perform 900-WriteCostReport
           Move WS-Grand-Cost to WS-CostEd
           Move WS-Grand-Animals to WS-CountEd
           Display "Lab3bc: " Function Trim(WS-CountEd)
               " animal(s) costed for " WS-Rpt-Month ", total "
               Function Trim(WS-CostEd) " -- see LAB3-COST-RPT.TXT."
           Stop Run.

      *      Classification runs as of the month's last day, the
      *      same way the period close snapshot does; a report for the
      *      month still in progress stops costing at today.
       010-SetMonthLimits.
           Move WS-Rpt-Year to WS-Next-Year
           Move WS-Rpt-Mon  to WS-Next-Mon
           If WS-Next-Mon = 12
               Add 1 to WS-Next-Year
               Move 1 to WS-Next-Mon
           Else
               Add 1 to WS-Next-Mon
           End-If
           Move 1 to WS-Next-Day
           Compute WS-Month-End-Int =
               Function Integer-of-Date(WS-Next-Month-N) - 1
           Compute WS-Month-End =
               Function Date-of-Integer(WS-Month-End-Int)
           Compute WS-Month-Start = WS-Rpt-Year * 10000
               + WS-Rpt-Mon * 100 + 1
           Compute WS-Month-Start-Int =
               Function Integer-of-Date(WS-Month-Start)
           Compute WS-Today-Int =
               Function Integer-of-Date(WS-Today-Raw)
           Move WS-Month-End to WS-AsOf-Date.

       020-InitClassTable.
           Initialize WS-Class-Table
           Initialize WS-Grand-Totals
           Move "AMPHIBIAN" to WS-Cls-Name(1)
           Move "BIRD"      to WS-Cls-Name(2)
           Move "MAMMAL"    to WS-Cls-Name(3)
           Move "REPTILE"   to WS-Cls-Name(4)
           Move "FISH"      to WS-Cls-Name(5)
           Move "INSECT"    to WS-Cls-Name(6)
           Move "OTHER"     to WS-Cls-Name(7).

       100-LoadRateTable.
           Move 0 to WS-Rate-Count
           Open Input RatFile
           If WS-Rat-Status = "35"
               Continue
           Else
               Move "N" to WS-Rat-EOF
               Perform Until WS-Rat-AtEnd
                   Read RatFile
                       At End
                           Move "Y" to WS-Rat-EOF
                       Not At End
                           If RateClass Not = Spaces
                              And RatePerDiem Numeric
                              And WS-Rate-Count < 500
                               Perform 110-KeepOneRate
                           End-If
                   End-Read
               End-Perform
               Close RatFile
           End-If.

       110-KeepOneRate.
           Add 1 to WS-Rate-Count
           Set WS-Rate-Idx to WS-Rate-Count
           Move Function Upper-Case(RateClass)
               to WS-Rate-Class(WS-Rate-Idx)
           If RateSite = Spaces
               Move "*" to WS-Rate-Site(WS-Rate-Idx)
           Else
               Move Function Trim(Function Upper-Case(RateSite))
                   to WS-Rate-Site(WS-Rate-Idx)
           End-If
           Move RatePerDiem to WS-Rate-Amt(WS-Rate-Idx)
           If RateEffFrom = Spaces
               Move "00010101" to WS-Rate-EffFrom(WS-Rate-Idx)
           Else
               Move RateEffFrom to WS-Rate-EffFrom(WS-Rate-Idx)
           End-If
           If RateEffTo = Spaces
               Move "99999999" to WS-Rate-EffTo(WS-Rate-Idx)
           Else
               Move RateEffTo to WS-Rate-EffTo(WS-Rate-Idx)
           End-If.

      *      The costed days are the part of the stay inside the
      *      month: intake day through the day before disposition
      *      (through today while on hand), clipped to the month.
       200-CostOneAnimal.
           Evaluate True
               When InIntakeDate Not Numeric
                   Add 1 to WS-SkipCount
               When Not In-OnHand And InDispDate Not Numeric
                   Add 1 to WS-SkipCount
               When Other
                   Perform 202-ClipToMonth
                   If WS-First-Int Not > WS-Last-Int
                       Perform 205-CostStay
                   End-If
           End-Evaluate.

       202-ClipToMonth.
           Move InIntakeDate to WS-Work-Date
           Compute WS-First-Int =
               Function Integer-of-Date(WS-Work-Date)
           If In-OnHand
               Move WS-Today-Int to WS-Last-Int
           Else
               Move InDispDate to WS-Work-Date
               Compute WS-Last-Int =
                   Function Integer-of-Date(WS-Work-Date) - 1
           End-If
           If WS-First-Int < WS-Month-Start-Int
               Move WS-Month-Start-Int to WS-First-Int
           End-If
           If WS-Last-Int > WS-Month-End-Int
               Move WS-Month-End-Int to WS-Last-Int
           End-If.

       205-CostStay.
           Move InNames  to Names
           Move InGender to Gender
           Move Function Trim(Function Upper-Case(InSpecies))
               to Species
           Perform 055-ClassifySpecies
           Perform 120-ClassCodeToSub
           If InSite = Spaces
               Move "(UNKNOWN)" to WS-Site-Key
           Else
               Move Function Trim(Function Upper-Case(InSite))
                   to WS-Site-Key
           End-If
           Move 99999999 to WS-Foster-Int
           If Not In-Shelter
               If InFosterDate Numeric
                   Move InFosterDate to WS-Work-Date
                   Compute WS-Foster-Int =
                       Function Integer-of-Date(WS-Work-Date)
               Else
                   Move 0 to WS-Foster-Int
               End-If
           End-If
           Initialize WS-Animal-Totals
           Perform 210-CostOneDay
               Varying WS-Day-Int From WS-First-Int By 1
               Until WS-Day-Int > WS-Last-Int
           If WS-Ani-Days > 0
               Perform 230-PostAnimal
           End-If.

       210-CostOneDay.
           Compute WS-Day-Date = Function Date-of-Integer(WS-Day-Int)
           If WS-Day-Int Not < WS-Foster-Int
               Move "FOSTER" to WS-Day-Site
           Else
               Move WS-Site-Key to WS-Day-Site
           End-If
           Perform 220-FindRate
           If Not Rate-In-Force
               Perform 240-CountNoRate
           Else
               If WS-Day-Site = "FOSTER"
                   Add 1 to WS-Ani-Foster-Days
                   Add WS-Day-Rate to WS-Ani-Foster-Cost
               Else
                   Add 1 to WS-Ani-Shelter-Days
                   Add WS-Day-Rate to WS-Ani-Shelter-Cost
               End-If
               Add 1 to WS-Ani-Days
               Add WS-Day-Rate to WS-Ani-Cost
           End-If.

      *      The site's own row first, then the class's * row.
       220-FindRate.
           Move "N" to WS-Rate-Found
           Set WS-Rate-Idx to 1
           Search WS-Rate-Entry
               At End
                   Continue
               When WS-Rate-Class(WS-Rate-Idx) = WS-Class-Code
                And WS-Rate-Site(WS-Rate-Idx) = WS-Day-Site
                And WS-Day-Date-X Not < WS-Rate-EffFrom(WS-Rate-Idx)
                And WS-Day-Date-X Not > WS-Rate-EffTo(WS-Rate-Idx)
                   Move "Y" to WS-Rate-Found
                   Move WS-Rate-Amt(WS-Rate-Idx) to WS-Day-Rate
           End-Search
           If Not Rate-In-Force
               Set WS-Rate-Idx to 1
               Search WS-Rate-Entry
                   At End
                       Continue
                   When WS-Rate-Class(WS-Rate-Idx) = WS-Class-Code
                    And WS-Rate-Site(WS-Rate-Idx) = "*"
                    And WS-Day-Date-X
                        Not < WS-Rate-EffFrom(WS-Rate-Idx)
                    And WS-Day-Date-X
                        Not > WS-Rate-EffTo(WS-Rate-Idx)
                       Move "Y" to WS-Rate-Found
                       Move WS-Rate-Amt(WS-Rate-Idx) to WS-Day-Rate
               End-Search
           End-If.

      *      Foster days go on the animal's own site line, in the
      *      foster columns -- the home is that site's.
       230-PostAnimal.
           Add 1 to WS-Cls-Animals(WS-Class-Sub)
           Add WS-Ani-Days to WS-Cls-Days(WS-Class-Sub)
           Add WS-Ani-Cost to WS-Cls-Cost(WS-Class-Sub)
           Add 1 to WS-Grand-Animals
           Add WS-Ani-Shelter-Days to WS-Grand-Shelter-Days
           Add WS-Ani-Shelter-Cost to WS-Grand-Shelter-Cost
           Add WS-Ani-Foster-Days  to WS-Grand-Foster-Days
           Add WS-Ani-Foster-Cost  to WS-Grand-Foster-Cost
           Add WS-Ani-Days to WS-Grand-Days
           Add WS-Ani-Cost to WS-Grand-Cost
           If Record-Archived
               Add 1 to WS-Arch-Animals
           End-If
           Perform 250-FindSite
           If Site-On-Table
               Add WS-Ani-Shelter-Days
                   to WS-Cst-Shelter-Days(WS-Cst-Idx)
               Add WS-Ani-Shelter-Cost
                   to WS-Cst-Shelter-Cost(WS-Cst-Idx)
               Add WS-Ani-Foster-Days
                   to WS-Cst-Foster-Days(WS-Cst-Idx)
               Add WS-Ani-Foster-Cost
                   to WS-Cst-Foster-Cost(WS-Cst-Idx)
           End-If
           If WS-Top-Count < 10
              Or WS-Ani-Cost > WS-Top-Cost(10)
               Perform 260-RankAnimal
           End-If.

       240-CountNoRate.
           Add 1 to WS-NoRate-Total
           Move "N" to WS-NoRate-Found
           If WS-NoRate-Count > 0
               Set WS-NoRate-Idx to 1
               Search WS-NoRate-Entry
                   At End
                       Continue
                   When WS-NoRate-Class(WS-NoRate-Idx) = WS-Class-Code
                    And WS-NoRate-Site(WS-NoRate-Idx) = WS-Day-Site
                       Move "Y" to WS-NoRate-Found
               End-Search
           End-If
           If Not NoRate-On-Table
              And WS-NoRate-Count < 100
               Add 1 to WS-NoRate-Count
               Set WS-NoRate-Idx to WS-NoRate-Count
               Move WS-Class-Code to WS-NoRate-Class(WS-NoRate-Idx)
               Move WS-Day-Site   to WS-NoRate-Site(WS-NoRate-Idx)
               Move 0 to WS-NoRate-Days(WS-NoRate-Idx)
               Move "Y" to WS-NoRate-Found
           End-If
           If NoRate-On-Table
               Add 1 to WS-NoRate-Days(WS-NoRate-Idx)
           End-If.

       250-FindSite.
           Move "N" to WS-Cst-Found
           If WS-Cst-Count > 0
               Set WS-Cst-Idx to 1
               Search WS-Cst-Entry
                   At End
                       Continue
                   When WS-Cst-Name(WS-Cst-Idx) = WS-Site-Key
                       Move "Y" to WS-Cst-Found
               End-Search
           End-If
           If Not Site-On-Table
              And WS-Cst-Count < 50
               Add 1 to WS-Cst-Count
               Set WS-Cst-Idx to WS-Cst-Count
               Initialize WS-Cst-Entry(WS-Cst-Idx)
               Move WS-Site-Key to WS-Cst-Name(WS-Cst-Idx)
               Move "Y" to WS-Cst-Found
           End-If.

      *      A new animal takes the next free slot, or slot 10 once
      *      the list is full and it beats the cheapest, and is then
      *      bubbled up past every cheaper one.
       260-RankAnimal.
           If WS-Top-Count < 10
               Add 1 to WS-Top-Count
           End-If
           Move WS-Top-Count to WS-Top-Sub
           Move InAnimalId   to WS-Top-Id(WS-Top-Sub)
           Move InNames      to WS-Top-Names(WS-Top-Sub)
           Move InSpecies    to WS-Top-Species(WS-Top-Sub)
           Move WS-Site-Key  to WS-Top-Site(WS-Top-Sub)
           Move WS-Ani-Days  to WS-Top-Days(WS-Top-Sub)
           Move WS-Ani-Cost  to WS-Top-Cost(WS-Top-Sub)
           Move WS-From-Archive to WS-Top-Arch(WS-Top-Sub)
           Move "N" to WS-Top-Done
           Perform 270-BubbleUp Until Top-Placed.

       270-BubbleUp.
           If WS-Top-Sub = 1
               Move "Y" to WS-Top-Done
           Else
               If WS-Top-Cost(WS-Top-Sub - 1)
                   Not < WS-Top-Cost(WS-Top-Sub)
                   Move "Y" to WS-Top-Done
               Else
                   Move WS-Top-Entry(WS-Top-Sub - 1) to WS-Top-Hold
                   Move WS-Top-Entry(WS-Top-Sub)
                       to WS-Top-Entry(WS-Top-Sub - 1)
                   Move WS-Top-Hold to WS-Top-Entry(WS-Top-Sub)
                   Subtract 1 from WS-Top-Sub
               End-If
           End-If.

       120-ClassCodeToSub.
           Evaluate WS-Class-Code
               When "A"
                   Move 1 to WS-Class-Sub
               When "B"
                   Move 2 to WS-Class-Sub
               When "M"
                   Move 3 to WS-Class-Sub
               When "R"
                   Move 4 to WS-Class-Sub
               When "F"
                   Move 5 to WS-Class-Sub
               When "I"
                   Move 6 to WS-Class-Sub
               When Other
                   Move "O" to WS-Class-Code
                   Move 7 to WS-Class-Sub
           End-Evaluate.

      *      Lab3u's purge writes departed records to dated archive
      *      datasets in the INIDXREC layout; each one named is read
      *      through and whatever part of a stay fell in the month is
      *      costed like a live record.
       300-IncludeArchives.
           Display "Archive dataset to include (blank when done): "
               With No Advancing
           Accept WS-Arch-Name
           Perform Until WS-Arch-Name = Spaces
               Perform 310-CostOneArchive
               Display "Archive dataset to include (blank when "
                   "done): " With No Advancing
               Accept WS-Arch-Name
           End-Perform
           Move "N" to WS-From-Archive.

      *      Old-layout rows are skipped the way Lab3aa skips them,
      *      until Lab3ao converts the dataset.
       310-CostOneArchive.
           Move 0 to WS-OldArch-Count
           Open Input ArchFile
           If WS-Arch-Status = "35"
               Display "  " Function Trim(WS-Arch-Name)
                   " not found -- skipped."
           Else
               Add 1 to WS-Arch-Used
               Move "Y" to WS-From-Archive
               Move "N" to WS-Arch-EOF
               Perform Until AtEndOfArchive
                   Read ArchFile
                       At End
                           Move "Y" to WS-Arch-EOF
                       Not At End
                           If ArchAnimalId Not Numeric
                              And ArchAnimalId Not = Spaces
                               Add 1 to WS-OldArch-Count
                           Else
                               Move ArchRecord to InRecord
                               If In-OnHand
                                   Add 1 to WS-SkipCount
                               Else
                                   Perform 200-CostOneAnimal
                               End-If
                           End-If
                   End-Read
               End-Perform
               Close ArchFile
               Display "  Included " Function Trim(WS-Arch-Name) "."
               If WS-OldArch-Count > 0
                   Move WS-OldArch-Count to WS-OldArch-CountEd
                   Display "  " Function Trim(WS-OldArch-CountEd)
                       " old-layout row(s) skipped -- convert the "
                       "dataset with Lab3ao and rerun."
               End-If
           End-If.

       900-WriteCostReport.
           Open Output CostRptFile
           Move Spaces to RptRecord
           Move "LAB3 COST-OF-CARE ALLOCATION REPORT" to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           String "MONTH: " WS-Rpt-Month
                  "   RUN DATE: " WS-Today-Disp
               Delimited by Size Into RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move "EACH DAY IN CARE COSTED AT THE PER-DIEM RATE IN FORCE"
               to RptRecord
           Move "THAT DAY" to RptRecord(55:8)
           Write RptRecord
           Perform 910-WriteClassSection
           Perform 920-WriteSiteSection
           Perform 940-WriteTopTen
           Perform 950-WriteNoRate
           Move Spaces to RptRecord
           Write RptRecord
           Move WS-SkipCount to WS-CountEd
           Move Spaces to RptRecord
           String "RECORDS SKIPPED (UNUSABLE DATES): "
                  Function Trim(WS-CountEd)
               Delimited by Size Into RptRecord
           Write RptRecord
           Move WS-Arch-Animals to WS-CountEd
           Move WS-Arch-Used to WS-Days3Ed
           Move Spaces to RptRecord
           String "ARCHIVED ANIMALS COSTED: "
                  Function Trim(WS-CountEd)
                  " FROM " Function Trim(WS-Days3Ed)
                  " ARCHIVE DATASET(S)"
               Delimited by Size Into RptRecord
           Write RptRecord
           Close CostRptFile.

       910-WriteClassSection.
           Move Spaces to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move "BY CLASS"  to RptRecord(1:8)
           Move "ANIMALS"   to RptRecord(14:7)
           Move "DAYS"      to RptRecord(27:4)
           Move "COST"      to RptRecord(43:4)
           Move "AVG/DAY"   to RptRecord(51:7)
           Write RptRecord
           Perform 915-WriteOneClass
               Varying WS-Class-Sub From 1 By 1
               Until WS-Class-Sub > 7
           Move Spaces to RptRecord
           Move "TOTAL" to RptRecord(1:5)
           Move WS-Grand-Animals to WS-CountEd
           Move WS-CountEd to RptRecord(15:6)
           Move WS-Grand-Days to WS-DaysEd
           Move WS-DaysEd to RptRecord(24:7)
           Move WS-Grand-Cost to WS-CostEd
           Move WS-CostEd to RptRecord(33:14)
           If WS-Grand-Days > 0
               Compute WS-Avg-Rate Rounded =
                   WS-Grand-Cost / WS-Grand-Days
               Move WS-Avg-Rate to WS-RateEd
               Move WS-RateEd to RptRecord(50:8)
           End-If
           Write RptRecord.

       915-WriteOneClass.
           Move Spaces to RptRecord
           Move WS-Cls-Name(WS-Class-Sub) to RptRecord(3:10)
           Move WS-Cls-Animals(WS-Class-Sub) to WS-CountEd
           Move WS-CountEd to RptRecord(15:6)
           Move WS-Cls-Days(WS-Class-Sub) to WS-DaysEd
           Move WS-DaysEd to RptRecord(24:7)
           Move WS-Cls-Cost(WS-Class-Sub) to WS-CostEd
           Move WS-CostEd to RptRecord(33:14)
           If WS-Cls-Days(WS-Class-Sub) > 0
               Compute WS-Avg-Rate Rounded =
                   WS-Cls-Cost(WS-Class-Sub) / WS-Cls-Days(WS-Class-Sub)
               Move WS-Avg-Rate to WS-RateEd
               Move WS-RateEd to RptRecord(50:8)
           End-If
           Write RptRecord.

       920-WriteSiteSection.
           Move Spaces to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move "BY SITE"   to RptRecord(1:7)
           Move "SHELTER"   to RptRecord(12:7)
           Move "SHELTER"   to RptRecord(27:7)
           Move "FOSTER"    to RptRecord(37:6)
           Move "FOSTER"    to RptRecord(51:6)
           Move "TOTAL"     to RptRecord(71:5)
           Write RptRecord
           Move Spaces to RptRecord
           Move "DAYS"      to RptRecord(15:4)
           Move "COST"      to RptRecord(30:4)
           Move "DAYS"      to RptRecord(39:4)
           Move "COST"      to RptRecord(53:4)
           Move "COST"      to RptRecord(72:4)
           Write RptRecord
           Perform 925-WriteOneSite
               Varying WS-Cst-Sub From 1 By 1
               Until WS-Cst-Sub > WS-Cst-Count
           Move Spaces to RptRecord
           Move "TOTAL" to RptRecord(1:5)
           Move WS-Grand-Shelter-Days to WS-DaysEd
           Move WS-DaysEd to RptRecord(12:7)
           Move WS-Grand-Shelter-Cost to WS-CostEd
           Move WS-CostEd to RptRecord(20:14)
           Move WS-Grand-Foster-Days to WS-DaysEd
           Move WS-DaysEd to RptRecord(36:7)
           Move WS-Grand-Foster-Cost to WS-CostEd
           Move WS-CostEd to RptRecord(43:14)
           Move WS-Grand-Cost to WS-CostEd
           Move WS-CostEd to RptRecord(62:14)
           Write RptRecord
           Move Spaces to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move WS-Grand-Shelter-Cost to WS-CostEd
           String "IN SHELTER: " Function Trim(WS-CostEd)
               Delimited by Size Into RptRecord
           Move WS-Grand-Foster-Cost to WS-CostEd
           Move Spaces to RptRecord(31:50)
           String "IN FOSTER: " Function Trim(WS-CostEd)
               Delimited by Size Into RptRecord(31:50)
           Write RptRecord.

       925-WriteOneSite.
           Move Spaces to RptRecord
           Move WS-Cst-Name(WS-Cst-Sub) to RptRecord(1:10)
           Move WS-Cst-Shelter-Days(WS-Cst-Sub) to WS-DaysEd
           Move WS-DaysEd to RptRecord(12:7)
           Move WS-Cst-Shelter-Cost(WS-Cst-Sub) to WS-CostEd
           Move WS-CostEd to RptRecord(20:14)
           Move WS-Cst-Foster-Days(WS-Cst-Sub) to WS-DaysEd
           Move WS-DaysEd to RptRecord(36:7)
           Move WS-Cst-Foster-Cost(WS-Cst-Sub) to WS-CostEd
           Move WS-CostEd to RptRecord(43:14)
           Compute WS-Site-Total-Cost =
               WS-Cst-Shelter-Cost(WS-Cst-Sub)
               + WS-Cst-Foster-Cost(WS-Cst-Sub)
           Move WS-Site-Total-Cost to WS-CostEd
           Move WS-CostEd to RptRecord(62:14)
           Write RptRecord.

       940-WriteTopTen.
           Move Spaces to RptRecord
           Write RptRecord
           Move "TEN HIGHEST-COST ANIMALS THIS MONTH" to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move "ANIMAL"  to RptRecord(5:6)
           Move "NAMES"   to RptRecord(13:5)
           Move "SPECIES" to RptRecord(26:7)
           Move "SITE"    to RptRecord(42:4)
           Move "DAYS"    to RptRecord(53:4)
           Move "COST"    to RptRecord(67:4)
           Write RptRecord
           Perform 945-WriteOneTop
               Varying WS-Top-Sub From 1 By 1
               Until WS-Top-Sub > WS-Top-Count.

       945-WriteOneTop.
           Move Spaces to RptRecord
           Move WS-Top-Sub to WS-Top-SubEd
           Move WS-Top-SubEd to RptRecord(1:2)
           Move WS-Top-Id(WS-Top-Sub)      to RptRecord(5:7)
           Move WS-Top-Names(WS-Top-Sub)   to RptRecord(13:12)
           Move WS-Top-Species(WS-Top-Sub) to RptRecord(26:15)
           Move WS-Top-Site(WS-Top-Sub)    to RptRecord(42:10)
           Move WS-Top-Days(WS-Top-Sub)    to WS-Days3Ed
           Move WS-Days3Ed to RptRecord(54:3)
           Move WS-Top-Cost(WS-Top-Sub)    to WS-Cost7Ed
           Move WS-Cost7Ed to RptRecord(59:12)
           If WS-Top-Arch(WS-Top-Sub) = "Y"
               Move "ARCHIVED" to RptRecord(73:8)
           End-If
           Write RptRecord.

       950-WriteNoRate.
           If WS-NoRate-Count > 0
               Move Spaces to RptRecord
               Write RptRecord
               Move WS-NoRate-Total to WS-DaysEd
               Move Spaces to RptRecord
               String "DAYS NOT COSTED -- NO RATE IN FORCE: "
                      Function Trim(WS-DaysEd)
                   Delimited by Size Into RptRecord
               Write RptRecord
               Perform 955-WriteOneNoRate
                   Varying WS-NoRate-Sub From 1 By 1
                   Until WS-NoRate-Sub > WS-NoRate-Count
           End-If.

       955-WriteOneNoRate.
           Move Spaces to RptRecord
           Move WS-NoRate-Days(WS-NoRate-Sub) to WS-DaysEd
           String "  CLASS " WS-NoRate-Class(WS-NoRate-Sub)
                  "  SITE " WS-NoRate-Site(WS-NoRate-Sub)
                  "  DAYS " Function Trim(WS-DaysEd)
               Delimited by Size Into RptRecord
           Write RptRecord.

       COPY CTLIO.
       COPY MONSET.
       COPY SPLOAD.
