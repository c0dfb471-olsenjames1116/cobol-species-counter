      *      James Olsen
      *      This program produces the monthly cause-of-admission analysis the state annual report and the grant applications
      *      ask for -- how many animals came in, how they arrived, and why -- which used to be a volunteer tallying paper intake
      *      cards.  It reads the lab3-circumstances.dat log Lab3w and Lab3q append at intake and counts the month's intakes by
      *      cause code against the source columns (stray/found, owner surrender, transfer in, seized), first for the whole
      *      system, then broken out by class and by the site the animal was admitted to.  Class comes from the species master
      *      entry in force on the intake date, so a later reclassification does not rewrite history; partner-import rows and
      *      any others with no site are grouped under (UNKNOWN).  Cause descriptions come from the lab3-causes.dat code table,
      *      and a code that has since been dropped from the table still counts, on its own (NOT ON CODE TABLE) line.  The
      *      month comes from a MONTH=yyyymm card in lab3-control.dat when one is there and is prompted for otherwise; blank
      *      means last month.  Output goes to LAB3-CAUSE-RPT.TXT and the console summary line.

       Identification Division.
       Program-ID.  Lab3ap.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select CirFile
            Assign to "lab3-circumstances.dat"
            Organization is Line Sequential
            File Status is WS-Cir-Status.
           Select CauFile
            Assign to "lab3-causes.dat"
            Organization is Line Sequential
            File Status is WS-Cau-Status.
           Select SpeciesMaster
            Assign to "SPECIES-MASTER.DAT"
            Organization is Line Sequential.
           Select CtlFile
            Assign to "lab3-control.dat"
            Organization is Line Sequential
            File Status is WS-Ctl-Status.
           Select CauseRptFile
            Assign to "LAB3-CAUSE-RPT.TXT"
            Organization is Line Sequential.

       Data Division.
       File Section.
       FD   CirFile.
       COPY CIRREC.
       FD   CauFile.
       COPY CAUREC.
       FD   SpeciesMaster.
       COPY SPMASTFD.
       FD   CtlFile.
       COPY CTLREC.
       FD   CauseRptFile.
       COPY RPTREC.
       Working-Storage Section.
       COPY CTLWS.
       COPY MONWS.
       COPY CAUWS.
       COPY SPECIES.
       COPY SPTABLE.
       01   WS-Cir-Status       Pic XX.
       01   WS-Cir-EOF          Pic X Value "N".
            88  WS-Cir-AtEnd        Value "Y".
      *      Cause row 101 collects codes that are not on the code
      *      table (dropped since, or keyed while the table was
      *      missing); source column 5 collects anything that is not
      *      S, O, T, or C.
       01   WS-Cau-Sub          Pic 9(3).
       01   WS-Src-Sub          Pic 9(1).
       01   WS-Class-Sub        Pic 9(1).
       01   WS-Site-Sub         Pic 9(2).
       01   WS-Row-Total        Pic 9(6).
       01   WS-All-Total        Pic 9(6) Value 0.
       01   WS-All-Blk.
           05  WS-All-Cause        Occurs 101 Times.
               10  WS-All-Src          Occurs 5 Times Pic 9(5).
       01   WS-Cls-Table.
           05  WS-Cls-Entry        Occurs 7 Times.
               10  WS-Cls-Name         Pic X(10).
               10  WS-Cls-Total        Pic 9(6).
               10  WS-Cls-Blk.
                   15  WS-Cls-Cause        Occurs 101 Times.
                       20  WS-Cls-Src          Occurs 5 Times
                                               Pic 9(5).
       01   WS-Cst-Table.
           05  WS-Cst-Count        Pic 9(2) Value 0.
           05  WS-Cst-Entry        Occurs 20 Times
                                    Indexed by WS-Cst-Idx.
               10  WS-Cst-Name         Pic X(10).
               10  WS-Cst-Total        Pic 9(6).
               10  WS-Cst-Blk.
                   15  WS-Cst-Cause        Occurs 101 Times.
                       20  WS-Cst-Src          Occurs 5 Times
                                               Pic 9(5).
       01   WS-Cst-Lookup       Pic X(10).
       01   WS-Cst-Found        Pic X(1).
            88  Site-On-Table       Value "Y".
       01   WS-Cst-Over         Pic X(1) Value "N".
            88  Site-Table-Full     Value "Y".
      *      The block being printed -- the whole system, one class,
      *      or one site -- is moved here so one set of paragraphs
      *      prints all three sections.
       01   WS-Blk.
           05  WS-Blk-Cause        Occurs 101 Times.
               10  WS-Blk-Src          Occurs 5 Times Pic 9(5).
       01   WS-Blk-Title        Pic X(40).
       01   WS-Blk-Totals.
           05  WS-Blk-SrcTot       Occurs 5 Times Pic 9(6).
       01   WS-Blk-Grand        Pic 9(6).
       01   WS-Cnt-Ed           Pic ZZZZZ9.
       01   WS-Col-Pos          Pic 9(2).
       01   WS-All-TotalEd      Pic ZZZZZ9.
       01   WS-Skip-Count       Pic 9(6) Value 0.

       Procedure Division.
       000-Main.
           Perform 070-SetReportMonth
           If Not Month-Set
               Display "Lab3ap: no valid report month -- nothing "
                   "reported."
               Stop Run
           End-If
           Perform 050-LoadSpeciesTable
           Perform 090-LoadCauseTable
           If WS-Cause-Count = 0
               Display "lab3-causes.dat not found or empty -- every "
                   "cause prints as not on the code table."
           End-If
           Perform 010-InitTables
           Open Input CirFile
           If WS-Cir-Status = "35"
               Display "lab3-circumstances.dat not found -- no "
                   "intake circumstances recorded yet."
               Stop Run
           End-If
           Perform Until WS-Cir-AtEnd
               Read CirFile
                   At End
                       Move "Y" to WS-Cir-EOF
                   Not At End
                       If CirDate(1:6) = WS-Rpt-Month
                           Perform 100-CountOneIntake
                       End-If
               End-Read
           End-Perform
           Close CirFile
           Perform 300-WriteReport
           Move WS-All-Total to WS-All-TotalEd
           Display "Lab3ap: " Function Trim(WS-All-TotalEd)
               " intake(s) for " WS-Rpt-Month
               " -- see LAB3-CAUSE-RPT.TXT."
           Stop Run.

       010-InitTables.
           Initialize WS-All-Blk
           Initialize WS-Cls-Table
           Initialize WS-Cst-Table
           Move "AMPHIBIAN" to WS-Cls-Name(1)
           Move "BIRD"      to WS-Cls-Name(2)
           Move "MAMMAL"    to WS-Cls-Name(3)
           Move "REPTILE"   to WS-Cls-Name(4)
           Move "FISH"      to WS-Cls-Name(5)
           Move "INSECT"    to WS-Cls-Name(6)
           Move "OTHER"     to WS-Cls-Name(7).

       100-CountOneIntake.
           Move Function Trim(Function Upper-Case(CirCause))
               to WS-Cause-Lookup
           Perform 095-FindCause
           If Cause-On-Table
               Set WS-Cau-Sub to WS-Cau-Idx
           Else
               Move 101 to WS-Cau-Sub
           End-If
           Evaluate True
               When Cir-Stray
                   Move 1 to WS-Src-Sub
               When Cir-Surrender
                   Move 2 to WS-Src-Sub
               When Cir-Transfer
                   Move 3 to WS-Src-Sub
               When Cir-Seized
                   Move 4 to WS-Src-Sub
               When Other
                   Move 5 to WS-Src-Sub
           End-Evaluate
           Move Function Trim(Function Upper-Case(CirSpecies))
               to Species
           Move CirDate to WS-AsOf-Date
           Perform 055-ClassifySpecies
           Perform 120-ClassCodeToSub
           Add 1 to WS-All-Total
           Add 1 to WS-All-Src(WS-Cau-Sub, WS-Src-Sub)
           Add 1 to WS-Cls-Total(WS-Class-Sub)
           Add 1 to WS-Cls-Src(WS-Class-Sub, WS-Cau-Sub, WS-Src-Sub)
           Perform 110-CountBySite.

       110-CountBySite.
           If CirSite = Spaces
               Move "(UNKNOWN)" to WS-Cst-Lookup
           Else
               Move Function Trim(Function Upper-Case(CirSite))
                   to WS-Cst-Lookup
           End-If
           Move "N" to WS-Cst-Found
           Perform Varying WS-Site-Sub From 1 By 1
                   Until WS-Site-Sub > WS-Cst-Count
                      Or Site-On-Table
               If WS-Cst-Name(WS-Site-Sub) = WS-Cst-Lookup
                   Move "Y" to WS-Cst-Found
                   Set WS-Cst-Idx to WS-Site-Sub
               End-If
           End-Perform
           If Not Site-On-Table
               If WS-Cst-Count < 20
                   Add 1 to WS-Cst-Count
                   Set WS-Cst-Idx to WS-Cst-Count
                   Move WS-Cst-Lookup to WS-Cst-Name(WS-Cst-Idx)
                   Move "Y" to WS-Cst-Found
               Else
                   Move "Y" to WS-Cst-Over
                   Add 1 to WS-Skip-Count
               End-If
           End-If
           If Site-On-Table
               Add 1 to WS-Cst-Total(WS-Cst-Idx)
               Add 1 to WS-Cst-Src(WS-Cst-Idx, WS-Cau-Sub, WS-Src-Sub)
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
                   Move 7 to WS-Class-Sub
           End-Evaluate.

       300-WriteReport.
           Open Output CauseRptFile
           Move Spaces to RptRecord
           Move "LAB3 CAUSE-OF-ADMISSION ANALYSIS" to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           String "MONTH: " WS-Rpt-Year "/" WS-Rpt-Mon
                  "   RUN DATE: " WS-Today-Disp
               Delimited by Size Into RptRecord
           Write RptRecord
           Move WS-All-Blk to WS-Blk
           Move "ALL SITES, ALL CLASSES" to WS-Blk-Title
           Perform 400-WriteBlock
           Move Spaces to RptRecord
           Write RptRecord
           Move "BY CLASS" to RptRecord
           Write RptRecord
           Perform 310-WriteOneClass
               Varying WS-Class-Sub From 1 By 1
               Until WS-Class-Sub > 7
           Move Spaces to RptRecord
           Write RptRecord
           Move "BY INTAKE SITE" to RptRecord
           Write RptRecord
           Perform 320-WriteOneSite
               Varying WS-Site-Sub From 1 By 1
               Until WS-Site-Sub > WS-Cst-Count
           If Site-Table-Full
               Move Spaces to RptRecord
               Move WS-Skip-Count to WS-Cnt-Ed
               String "*** " Function Trim(WS-Cnt-Ed)
                      " INTAKE(S) AT SITES PAST THE 20-SITE TABLE NOT "
                      "BROKEN OUT ***"
                   Delimited by Size Into RptRecord
               Write RptRecord
           End-If
           Close CauseRptFile.

       310-WriteOneClass.
           If WS-Cls-Total(WS-Class-Sub) > 0
               Move WS-Cls-Blk(WS-Class-Sub) to WS-Blk
               Move WS-Cls-Name(WS-Class-Sub) to WS-Blk-Title
               Perform 400-WriteBlock
           End-If.

       320-WriteOneSite.
           Move WS-Cst-Blk(WS-Site-Sub) to WS-Blk
           Move Spaces to WS-Blk-Title
           String "SITE " WS-Cst-Name(WS-Site-Sub)
               Delimited by Size Into WS-Blk-Title
           Perform 400-WriteBlock.

      *      One block: a heading, one line per cause with any intakes
      *      in it, and a total line down the source columns.
       400-WriteBlock.
           Initialize WS-Blk-Totals
           Move 0 to WS-Blk-Grand
           Move Spaces to RptRecord
           Write RptRecord
           Move WS-Blk-Title to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move "CAUSE DESCRIPTION" to RptRecord(1:17)
           Move " STRAY  OWNER   XFER SEIZED  OTHER  TOTAL"
               to RptRecord(35:41)
           Write RptRecord
           Move Spaces to RptRecord
           Move "----  --------------------------" to RptRecord(1:32)
           Move "------ ------ ------ ------ ------ ------"
               to RptRecord(35:41)
           Write RptRecord
           Perform 410-WriteOneCause
               Varying WS-Cau-Sub From 1 By 1
               Until WS-Cau-Sub > WS-Cause-Count
           Move 101 to WS-Cau-Sub
           Perform 410-WriteOneCause
           Move Spaces to RptRecord
           Move "TOTAL" to RptRecord(1:5)
           Perform 430-PlaceTotalColumn
               Varying WS-Src-Sub From 1 By 1
               Until WS-Src-Sub > 5
           Move WS-Blk-Grand to WS-Cnt-Ed
           Move WS-Cnt-Ed to RptRecord(70:6)
           Write RptRecord.

       410-WriteOneCause.
           Move 0 to WS-Row-Total
           Perform Varying WS-Src-Sub From 1 By 1
                   Until WS-Src-Sub > 5
               Add WS-Blk-Src(WS-Cau-Sub, WS-Src-Sub) to WS-Row-Total
           End-Perform
           If WS-Row-Total > 0
               Move Spaces to RptRecord
               If WS-Cau-Sub > 100
                   Move "????" to RptRecord(1:4)
                   Move "(NOT ON CODE TABLE)" to RptRecord(7:26)
               Else
                   Move WS-Cause-Code(WS-Cau-Sub) to RptRecord(1:4)
                   Move WS-Cause-Desc(WS-Cau-Sub) to RptRecord(7:26)
               End-If
               Perform 420-PlaceCauseColumn
                   Varying WS-Src-Sub From 1 By 1
                   Until WS-Src-Sub > 5
               Move WS-Row-Total to WS-Cnt-Ed
               Move WS-Cnt-Ed to RptRecord(70:6)
               Add WS-Row-Total to WS-Blk-Grand
               Write RptRecord
           End-If.

       420-PlaceCauseColumn.
           Compute WS-Col-Pos = 35 + (WS-Src-Sub - 1) * 7
           Move WS-Blk-Src(WS-Cau-Sub, WS-Src-Sub) to WS-Cnt-Ed
           Move WS-Cnt-Ed to RptRecord(WS-Col-Pos:6)
           Add WS-Blk-Src(WS-Cau-Sub, WS-Src-Sub)
               to WS-Blk-SrcTot(WS-Src-Sub).

       430-PlaceTotalColumn.
           Compute WS-Col-Pos = 35 + (WS-Src-Sub - 1) * 7
           Move WS-Blk-SrcTot(WS-Src-Sub) to WS-Cnt-Ed
           Move WS-Cnt-Ed to RptRecord(WS-Col-Pos:6).

       COPY SPLOAD.
       COPY CAULOAD.
       COPY CTLIO.
       COPY MONSET.
