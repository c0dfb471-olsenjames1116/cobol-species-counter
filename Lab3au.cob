      *      James Olsen
      *      This program is the nightly disease-cluster surveillance pass.  An outbreak at one site -- respiratory illness
      *      in the south aviary, say -- used to surface only when a vet happened to notice the same complaint twice.  Every
      *      visit on lab3-visits.dat inside the rolling window and the trailing baseline before it is looked up on
      *      lab3-in.dat for the animal's current InSite and classified as of today, then counted by site, class, and
      *      VisReason code.  Each code's window count is compared with what the same site's baseline rate predicts for a
      *      window that long; a count that reaches the minimum and passes the threshold percentage of that expectation is a
      *      cluster, raised as a critical alert on lab3-alerts.dat and printed with every animal involved so the clinic can
      *      put quarantine holds on them through Lab3ad straight off the report.  Window days, baseline days, threshold
      *      percent, and the minimum count come from the SURVWIN=/SURVBASE=/SURVPCT=/SURVMIN= cards in lab3-control.dat,
      *      defaulting to 7, 28, 200, and 3.  A visit whose animal has no lab3-in.dat record has no site to count under and
      *      is totalled on its own.  Output goes to LAB3-SURV-RPT.TXT and the console summary line.  A cluster already raised
      *      on the ledger inside the current window is reported but not alerted again, however its visit count has moved, and a
      *      BUSDATE= card sets the day the window ends on for a catch-up run.

       Identification Division.
       Program-ID.  Lab3au.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select VisFile
            Assign to "VISITS"
            Organization is Indexed
            Access Mode is Dynamic
            Record Key is VisKey
            File Status is WS-Vis-Status.
           Select InFile
            Assign to "INFILE"
            Organization is Indexed
            Access Mode is Dynamic
            Record Key is InAnimalId
            File Status is WS-InFile-Status.
           Select SpeciesMaster
            Assign to "SPECMAST"
            Organization is Line Sequential.
           Select CtlFile
            Assign to "CTLFILE"
            Organization is Line Sequential
            File Status is WS-Ctl-Status.
           Select AlrFile
            Assign to "ALERTS"
            Organization is Line Sequential
            File Status is WS-Alr-Status.
           Select SurvRptFile
            Assign to "SURVRPT"
            Organization is Line Sequential.
           Select SortWorkFile
            Assign to "lab3au-sort.tmp".

       Data Division.
       File Section.
       FD   VisFile.
       COPY VISREC.
       FD   InFile.
       COPY INIDXREC.
       FD   SpeciesMaster.
       COPY SPMASTFD.
       FD   CtlFile.
       COPY CTLREC.
       FD   AlrFile.
       COPY ALRREC.
       FD   SurvRptFile.
       COPY RPTREC.
       SD   SortWorkFile.
       01   SortRecord.
           05  SortSite        Pic X(10).
           05  SortClass       Pic X(1).
           05  SortReason      Pic X(4).
           05  SortDate        Pic X(8).
           05  SortAnimalId    Pic X(7).
           05  SortNames       Pic X(12).
           05  SortInWindow    Pic X(1).
               88  Sort-In-Window  Value "Y".

       Working-Storage Section.
       COPY CTLWS.
       COPY ALRWS.
       COPY SPECIES.
       COPY SPTABLE.
       01   WS-Vis-Status       Pic XX.
       01   WS-InFile-Status    Pic XX.
       01   WS-Visit-EOF        Pic X Value "N".
            88  AtEndOfVisits       Value "Y".
       01   SortFileEOF         Pic X Value "N".
            88  AtEndOfSortFile     Value "Y".
       01   WS-Today-Raw        Pic 9(8).
       01   WS-Today            Pic X(8).
       01   WS-Today-Int        Pic 9(8).
       01   WS-Work-Int         Pic 9(8).
       01   WS-Work-Num         Pic 9(8).
       01   WS-Win-Start        Pic X(8).
       01   WS-Base-Start       Pic X(8).
       01   WS-Base-End         Pic X(8).
      *      Defaults stand unless a control card supplies a non-zero
      *      value.
       01   WS-Win-Days         Pic 9(3) Value 7.
       01   WS-Base-Days        Pic 9(3) Value 28.
       01   WS-Spike-Pct        Pic 9(3) Value 200.
       01   WS-Spike-Min        Pic 9(3) Value 3.
       01   WS-First-Group      Pic X Value "Y".
            88  First-Group         Value "Y".
       01   WS-Grp-Site         Pic X(10).
       01   WS-Grp-Class        Pic X(1).
       01   WS-Grp-Reason       Pic X(4).
       01   WS-Grp-Win          Pic 9(5) Value 0.
       01   WS-Grp-Base         Pic 9(5) Value 0.
       01   WS-Expected         Pic 9(5)V99 Value 0.
       01   WS-Spike-Flag       Pic X(1).
            88  Cluster-Found       Value "Y".
      *      The animals behind the current group's window count,
      *      held until the break decides whether it is a cluster.
       01   WS-Grp-Animals.
           05  WS-Ga-Count         Pic 9(3) Value 0.
           05  WS-Ga-Entry         Occurs 1 to 200 Times
                                    Depending On WS-Ga-Count.
               10  WS-Ga-AnimalId      Pic X(7).
               10  WS-Ga-Names         Pic X(12).
               10  WS-Ga-Date          Pic X(8).
       01   WS-Ga-Sub           Pic 9(3).
       01   WS-Ga-Over          Pic 9(5) Value 0.
       01   WS-Grp-WinEd        Pic ZZZZ9.
       01   WS-Grp-BaseEd       Pic ZZZZ9.
       01   WS-ExpectedEd       Pic ZZZZ9.99.
       01   WS-DaysEd           Pic ZZ9.
       01   WS-PctEd            Pic ZZ9.
       01   WS-MinEd            Pic ZZ9.
       01   WS-Visit-Count      Pic 9(6) Value 0.
       01   WS-Visit-CountEd    Pic ZZZZZ9.
       01   WS-NoMaster-Count   Pic 9(5) Value 0.
       01   WS-NoMaster-CountEd Pic ZZZZ9.
       01   WS-Cluster-Count    Pic 9(4) Value 0.
       01   WS-Cluster-CountEd  Pic ZZZ9.
       01   WS-Work-Line        Pic X(80).
       01   WS-Alr-EOF          Pic X Value "N".
            88  WS-Alr-AtEnd        Value "Y".
      *      This program's alerts raised inside the current window --
      *      a cluster still in the window is the same outbreak, so it
      *      is not raised again however its visit count moves.
       01   WS-Seen-Table.
           05  WS-Seen-Count       Pic 9(4) Value 0.
           05  WS-Seen-Entry       Occurs 1 to 1000 Times
                                    Depending On WS-Seen-Count
                                    Indexed by WS-Seen-Idx.
               10  WS-Seen-Text        Pic X(60).
       01   WS-Seen-Found       Pic X(1).
            88  Alert-Already-Raised Value "Y".
      *      The site, class, and reason an alert is about -- its text
      *      up to the visit count -- and how long that is.
       01   WS-Alert-Key        Pic X(60).
       01   WS-Key-Len          Pic 9(3).
       01   WS-Repeat-Count     Pic 9(4) Value 0.
       01   WS-Repeat-CountEd   Pic ZZZ9.

       Procedure Division.
       000-Main.
           Move "LAB3AU" to WS-Alert-Program
           Accept WS-Today-Raw From Date YYYYMMDD
           Perform 800-ReadControlFile
           If Ctl-BusDate-Present
               Move WS-Ctl-BusDate to WS-Today-Raw
           End-If
           Move WS-Today-Raw to WS-Today
           Move WS-Today-Raw to WS-AsOf-Date
           Compute WS-Today-Int =
               Function Integer-of-Date(WS-Today-Raw)
           Perform 020-ApplyParameters
           Perform 025-LoadRaisedAlerts
           Perform 050-LoadSpeciesTable
           Open Input VisFile
           Evaluate WS-Vis-Status
               When "35"
                   Display "lab3-visits.dat not found -- no visits "
                       "to survey."
                   Stop Run
               When "00"
                   Continue
               When Other
                   Display "lab3-visits.dat would not open (status "
                       WS-Vis-Status ") -- a pre-cutover file is "
                       "still keyed on Names; convert it with Lab3ao."
                   Move 8 to Return-Code
                   Stop Run
           End-Evaluate
           Open Input InFile
           If WS-InFile-Status = "35"
               Display "lab3-in.dat not found -- run Lab3j first."
               Close VisFile
               Stop Run
           End-If
           Sort SortWorkFile
               On Ascending Key SortSite SortClass SortReason
                                SortDate SortAnimalId
               Input Procedure 100-SelectVisits
               Output Procedure 300-WriteSurveillance
           Close VisFile
           Close InFile
           Move WS-Cluster-Count  to WS-Cluster-CountEd
           Move WS-Repeat-Count   to WS-Repeat-CountEd
           Move WS-Visit-Count    to WS-Visit-CountEd
           Move WS-NoMaster-Count to WS-NoMaster-CountEd
           Display "Lab3au: " Function Trim(WS-Visit-CountEd)
               " visit(s) surveyed, "
               Function Trim(WS-Cluster-CountEd)
               " cluster(s) found ("
               Function Trim(WS-Repeat-CountEd)
               " already on the alert ledger), "
               Function Trim(WS-NoMaster-CountEd)
               " visit(s) with no lab3-in.dat record -- see "
               "LAB3-SURV-RPT.TXT."
           Stop Run.

      *      The window ends today; the baseline is the run of days
      *      immediately before it.
       020-ApplyParameters.
           If Ctl-SurvWin-Present And WS-Ctl-SurvWin > 0
               Move WS-Ctl-SurvWin to WS-Win-Days
           End-If
           If Ctl-SurvBase-Present And WS-Ctl-SurvBase > 0
               Move WS-Ctl-SurvBase to WS-Base-Days
           End-If
           If Ctl-SurvPct-Present And WS-Ctl-SurvPct > 0
               Move WS-Ctl-SurvPct to WS-Spike-Pct
           End-If
           If Ctl-SurvMin-Present And WS-Ctl-SurvMin > 0
               Move WS-Ctl-SurvMin to WS-Spike-Min
           End-If
           Compute WS-Work-Int = WS-Today-Int - WS-Win-Days + 1
           Compute WS-Work-Num = Function Date-of-Integer(WS-Work-Int)
           Move WS-Work-Num to WS-Win-Start
           Subtract 1 from WS-Work-Int
           Compute WS-Work-Num = Function Date-of-Integer(WS-Work-Int)
           Move WS-Work-Num to WS-Base-End
           Compute WS-Work-Int = WS-Work-Int - WS-Base-Days + 1
           Compute WS-Work-Num = Function Date-of-Integer(WS-Work-Int)
           Move WS-Work-Num to WS-Base-Start.

      *      The visit file is keyed animal-first, so the whole file
      *      is read and the dates filtered here.
       025-LoadRaisedAlerts.
           Move 0 to WS-Seen-Count
           Open Input AlrFile
           If WS-Alr-Status = "35"
               Continue
           Else
               Move "N" to WS-Alr-EOF
               Perform Until WS-Alr-AtEnd
                   Read AlrFile
                       At End
                           Move "Y" to WS-Alr-EOF
                       Not At End
                           If AlrProgram = WS-Alert-Program
                              And AlrDate Not < WS-Win-Start
                              And WS-Seen-Count < 1000
                               Add 1 to WS-Seen-Count
                               Move AlrText
                                   to WS-Seen-Text(WS-Seen-Count)
                           End-If
                   End-Read
               End-Perform
               Close AlrFile
           End-If.

       100-SelectVisits.
           Move Low-Values to VisKey
           Start VisFile Key is Not Less Than VisKey
               Invalid Key
                   Move "Y" to WS-Visit-EOF
           End-Start
           Perform Until AtEndOfVisits
               Read VisFile Next Record
                   At End
                       Move "Y" to WS-Visit-EOF
                   Not At End
                       If VisDate Not < WS-Base-Start
                          And VisDate Not > WS-Today
                           Perform 110-ReleaseOneVisit
                       End-If
               End-Read
           End-Perform.

       110-ReleaseOneVisit.
           Move VisAnimalId to InAnimalId
           Read InFile Key is InAnimalId
               Invalid Key
                   Add 1 to WS-NoMaster-Count
               Not Invalid Key
                   Add 1 to WS-Visit-Count
                   Move Spaces to SortRecord
                   If InSite = Spaces
                       Move "(UNKNOWN)" to SortSite
                   Else
                       Move Function Upper-Case(InSite) to SortSite
                   End-If
                   Move Function Trim(Function Upper-Case(InSpecies))
                       to Species
                   Perform 055-ClassifySpecies
                   Move WS-Class-Code to SortClass
                   Move VisReason     to SortReason
                   Move VisDate       to SortDate
                   Move VisAnimalId   to SortAnimalId
                   Move InNames       to SortNames
                   If VisDate Not < WS-Win-Start
                       Move "Y" to SortInWindow
                   Else
                       Move "N" to SortInWindow
                   End-If
                   Release SortRecord
           End-Read.

       300-WriteSurveillance.
           Open Output SurvRptFile
           Perform 305-WriteReportHeader
           Move "N" to SortFileEOF
           Move "Y" to WS-First-Group
           Perform Until AtEndOfSortFile
               Return SortWorkFile
                   At End
                       Move "Y" to SortFileEOF
                   Not At End
                       If First-Group
                          Or SortSite   Not = WS-Grp-Site
                          Or SortClass  Not = WS-Grp-Class
                          Or SortReason Not = WS-Grp-Reason
                           If Not First-Group
                               Perform 330-CloseGroup
                           End-If
                           Perform 310-OpenGroup
                       End-If
                       Perform 320-CountOneVisit
               End-Return
           End-Perform
           If Not First-Group
               Perform 330-CloseGroup
           End-If
           Perform 350-WriteReportTotals
           Close SurvRptFile.

       305-WriteReportHeader.
           Move Spaces to RptRecord
           Move "LAB3 DISEASE-CLUSTER SURVEILLANCE" to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           String "AS OF: " WS-Today
               Delimited by Size Into RptRecord
           Write RptRecord
           Move WS-Win-Days to WS-DaysEd
           Move Spaces to RptRecord
           String "WINDOW:   " WS-Win-Start " - " WS-Today " ("
                  Function Trim(WS-DaysEd) " DAYS)"
               Delimited by Size Into RptRecord
           Write RptRecord
           Move WS-Base-Days to WS-DaysEd
           Move Spaces to RptRecord
           String "BASELINE: " WS-Base-Start " - " WS-Base-End " ("
                  Function Trim(WS-DaysEd) " DAYS)"
               Delimited by Size Into RptRecord
           Write RptRecord
           Move WS-Spike-Pct to WS-PctEd
           Move WS-Spike-Min to WS-MinEd
           Move Spaces to RptRecord
           String "CLUSTER:  OVER " Function Trim(WS-PctEd)
                  "% OF THE BASELINE RATE, AT LEAST "
                  Function Trim(WS-MinEd) " VISITS"
               Delimited by Size Into RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move "SITE"     to RptRecord(1:4)
           Move "CLASS"    to RptRecord(13:5)
           Move "REASON"   to RptRecord(20:6)
           Move "WINDOW"   to RptRecord(28:6)
           Move "BASELINE" to RptRecord(36:8)
           Move "EXPECTED" to RptRecord(46:8)
           Write RptRecord
           Move Spaces to RptRecord
           Move All "-" to RptRecord(1:10)
           Move All "-" to RptRecord(13:5)
           Move All "-" to RptRecord(20:6)
           Move All "-" to RptRecord(28:6)
           Move All "-" to RptRecord(36:8)
           Move All "-" to RptRecord(46:8)
           Write RptRecord.

       310-OpenGroup.
           Move SortSite   to WS-Grp-Site
           Move SortClass  to WS-Grp-Class
           Move SortReason to WS-Grp-Reason
           Move "N" to WS-First-Group
           Move 0 to WS-Grp-Win
           Move 0 to WS-Grp-Base
           Move 0 to WS-Ga-Count
           Move 0 to WS-Ga-Over.

       320-CountOneVisit.
           If Sort-In-Window
               Add 1 to WS-Grp-Win
               If WS-Ga-Count < 200
                   Add 1 to WS-Ga-Count
                   Move SortAnimalId to WS-Ga-AnimalId(WS-Ga-Count)
                   Move SortNames    to WS-Ga-Names(WS-Ga-Count)
                   Move SortDate     to WS-Ga-Date(WS-Ga-Count)
               Else
                   Add 1 to WS-Ga-Over
               End-If
           Else
               Add 1 to WS-Grp-Base
           End-If.

      *      The baseline count is scaled to the window's length to
      *      get the visits the site would normally see; a code with
      *      no baseline at all is a cluster as soon as it reaches
      *      the minimum.  Codes seen only in the baseline are not
      *      printed -- nothing is happening with them now.
       330-CloseGroup.
           If WS-Grp-Win > 0
               Compute WS-Expected Rounded =
                   WS-Grp-Base * WS-Win-Days / WS-Base-Days
               Move "N" to WS-Spike-Flag
               If WS-Grp-Win Not < WS-Spike-Min
                  And WS-Grp-Win * 100 > WS-Expected * WS-Spike-Pct
                   Move "Y" to WS-Spike-Flag
               End-If
               Move WS-Grp-Win  to WS-Grp-WinEd
               Move WS-Grp-Base to WS-Grp-BaseEd
               Move WS-Expected to WS-ExpectedEd
               Move Spaces to WS-Work-Line
               Move WS-Grp-Site   to WS-Work-Line(1:10)
               Move WS-Grp-Class  to WS-Work-Line(15:1)
               Move WS-Grp-Reason to WS-Work-Line(20:4)
               Move WS-Grp-WinEd  to WS-Work-Line(29:5)
               Move WS-Grp-BaseEd to WS-Work-Line(39:5)
               Move WS-ExpectedEd to WS-Work-Line(46:8)
               If Cluster-Found
                   Move "*** CLUSTER ***" to WS-Work-Line(56:15)
               End-If
               Move WS-Work-Line to RptRecord
               Write RptRecord
               If Cluster-Found
                   Perform 340-RaiseCluster
               End-If
           End-If.

       340-RaiseCluster.
           Add 1 to WS-Cluster-Count
           Perform 345-WriteOneAnimal
               Varying WS-Ga-Sub From 1 By 1
               Until WS-Ga-Sub > WS-Ga-Count
           If WS-Ga-Over > 0
               Move WS-Ga-Over to WS-Grp-WinEd
               Move Spaces to RptRecord
               String "      ... AND " Function Trim(WS-Grp-WinEd)
                      " MORE VISIT(S)"
                   Delimited by Size Into RptRecord
               Write RptRecord
           End-If
           Move Spaces to RptRecord
           Write RptRecord
           Move "C" to WS-Alert-Sev
           Move Spaces to WS-Alert-Text
           Move WS-Grp-Win to WS-Grp-WinEd
           Move WS-Win-Days to WS-DaysEd
           String "CLUSTER " Function Trim(WS-Grp-Site)
                  " CLASS " WS-Grp-Class
                  " REASON " Function Trim(WS-Grp-Reason) " "
                  Function Trim(WS-Grp-WinEd) " VISITS IN "
                  Function Trim(WS-DaysEd) " DAYS"
               Delimited by Size Into WS-Alert-Text
           Move Spaces to WS-Alert-Key
           Move 1 to WS-Key-Len
           String "CLUSTER " Function Trim(WS-Grp-Site)
                  " CLASS " WS-Grp-Class
                  " REASON " Function Trim(WS-Grp-Reason) " "
               Delimited by Size Into WS-Alert-Key
               With Pointer WS-Key-Len
           Subtract 1 from WS-Key-Len
           Perform 342-RaiseOnce.

       342-RaiseOnce.
           Move "N" to WS-Seen-Found
           If WS-Seen-Count > 0
               Set WS-Seen-Idx to 1
               Search WS-Seen-Entry
                   At End
                       Continue
                   When WS-Seen-Text(WS-Seen-Idx)(1:WS-Key-Len)
                        = WS-Alert-Key(1:WS-Key-Len)
                       Move "Y" to WS-Seen-Found
               End-Search
           End-If
           If Alert-Already-Raised
               Add 1 to WS-Repeat-Count
           Else
               Perform 880-WriteAlertRecord
               If WS-Seen-Count < 1000
                   Add 1 to WS-Seen-Count
                   Move WS-Alert-Text to WS-Seen-Text(WS-Seen-Count)
               End-If
           End-If.

       345-WriteOneAnimal.
           Move Spaces to RptRecord
           Move WS-Ga-AnimalId(WS-Ga-Sub) to RptRecord(7:7)
           Move WS-Ga-Names(WS-Ga-Sub)    to RptRecord(16:12)
           Move WS-Ga-Date(WS-Ga-Sub)     to RptRecord(30:8)
           Write RptRecord.

       350-WriteReportTotals.
           Move Spaces to RptRecord
           Write RptRecord
           Move WS-Visit-Count    to WS-Visit-CountEd
           Move WS-Cluster-Count  to WS-Cluster-CountEd
           Move WS-NoMaster-Count to WS-NoMaster-CountEd
           Move Spaces to RptRecord
           String "VISITS SURVEYED: " Function Trim(WS-Visit-CountEd)
                  "   CLUSTER ALERTS RAISED: "
                  Function Trim(WS-Cluster-CountEd)
               Delimited by Size Into RptRecord
           Write RptRecord
           If WS-NoMaster-Count > 0
               Move Spaces to RptRecord
               String "VISITS WITH NO LAB3-IN.DAT RECORD (NOT "
                      "COUNTED): " Function Trim(WS-NoMaster-CountEd)
                   Delimited by Size Into RptRecord
               Write RptRecord
           End-If
           If WS-Cluster-Count > 0
               Move Spaces to RptRecord
               String "REVIEW THE ANIMALS LISTED UNDER EACH CLUSTER "
                      "FOR QUARANTINE HOLDS (LAB3AD)."
                   Delimited by Size Into RptRecord
               Write RptRecord
           End-If.
       COPY SPLOAD.
       COPY CTLIO.
       COPY ALRWRT.
