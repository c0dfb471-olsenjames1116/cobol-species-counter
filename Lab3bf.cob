      *      James Olsen
      *      This program prints the monthly sponsor statements.  Every sponsor on lab3-sponsors.dat with a sponsorship on
      *      lab3-sponsorships.dat that ran at any time in the report month gets a statement, headed with the name and mailing
      *      address, listing each animal they sponsored that month with its current status off lab3-in.dat -- in care at its
      *      site, in foster care, or adopted, released, transferred, or died with the date -- the days it has been in our
      *      care, the number of clinic visits lab3-visits.dat holds for it in that time, and the monthly amount pledged, with
      *      the month's pledges totalled at the bottom.  Days in care are counted the way Lab3aa counts them: from the intake
      *      date up to the day before the disposition date, or through the statement date (the month end, or today for a
      *      month still running) for an animal still with us; visits are the ones on the current stay up to the same date.
      *      An animal Lab3u has already purged to the archive shows as no longer on file.  The month comes from a
      *      MONTH=yyyymm card in lab3-control.dat when one is there and is prompted for otherwise; blank means last month.
      *      Output goes to LAB3-SPONSOR-STMT.TXT for the mailing run, one statement after another, and the console summary.

       Identification Division.
       Program-ID.  Lab3bf.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select InFile
            Assign to "lab3-in.dat"
            Organization is Indexed
            Access Mode is Dynamic
            Record Key is InAnimalId
            File Status is WS-InFile-Status.
           Select VisFile
            Assign to "lab3-visits.dat"
            Organization is Indexed
            Access Mode is Dynamic
            Record Key is VisKey
            File Status is WS-Vis-Status.
           Select SpoFile
            Assign to "lab3-sponsors.dat"
            Organization is Line Sequential
            File Status is WS-Spo-Status.
           Select SpsFile
            Assign to "lab3-sponsorships.dat"
            Organization is Line Sequential
            File Status is WS-Sps-Status.
           Select CtlFile
            Assign to "lab3-control.dat"
            Organization is Line Sequential
            File Status is WS-Ctl-Status.
           Select StmtFile
            Assign to "LAB3-SPONSOR-STMT.TXT"
            Organization is Line Sequential.

       Data Division.
       File Section.
       FD   InFile.
       COPY INIDXREC.
       FD   VisFile.
       COPY VISREC.
       FD   SpoFile.
       COPY SPOREC.
       FD   SpsFile.
       COPY SPSREC.
       FD   CtlFile.
       COPY CTLREC.
       FD   StmtFile.
       COPY RPTREC.

       Working-Storage Section.
       COPY CTLWS.
       COPY MONWS.
       01   WS-InFile-Status    Pic XX.
       01   WS-Vis-Status       Pic XX.
       01   WS-Spo-Status       Pic XX.
       01   WS-Sps-Status       Pic XX.
       01   WS-Spo-EOF          Pic X Value "N".
            88  WS-Spo-AtEnd        Value "Y".
       01   WS-Sps-EOF          Pic X Value "N".
            88  WS-Sps-AtEnd        Value "Y".
       01   WS-Vis-EOF          Pic X Value "N".
            88  AtEndOfVisits       Value "Y".
       01   WS-Visits-Open      Pic X Value "N".
            88  Visits-On-File      Value "Y".
      *      The report month as dates, and the statement date the
      *      days in care run to.
       01   WS-Month-Start      Pic 9(8).
       01   WS-Month-End        Pic 9(8).
       01   WS-Month-End-Int    Pic 9(8).
       01   WS-Next-Month.
           05  WS-Next-Year        Pic 9(4).
           05  WS-Next-Mon         Pic 9(2).
           05  WS-Next-Day         Pic 9(2) Value 1.
       01   WS-Next-Month-N Redefines WS-Next-Month Pic 9(8).
       01   WS-Stmt-Date        Pic 9(8).
       01   WS-Stmt-Int         Pic 9(8).
       01   WS-Intake-Num       Pic 9(8).
       01   WS-Intake-Int       Pic 9(8).
       01   WS-Disp-Num         Pic 9(8).
       01   WS-Disp-Int         Pic 9(8).
       01   WS-Last-Int         Pic 9(8).
       01   WS-Last-Date        Pic 9(8).
       01   WS-Days             Pic 9(5).
       01   WS-Visits           Pic 9(4).
       01   WS-Status-Text      Pic X(22).
      *      The sponsorships that ran during the month, loaded once.
       01   WS-Sps-Over         Pic X(1) Value "N".
            88  Sponsorship-Table-Full Value "Y".
       01   WS-Mon-Table.
           05  WS-Mon-Count        Pic 9(4) Value 0.
           05  WS-Mon-Entry        Occurs 1 to 3000 Times
                                    Depending On WS-Mon-Count.
               10  WS-Mon-Sponsor      Pic X(6).
               10  WS-Mon-AnimalId     Pic X(7).
               10  WS-Mon-Amount       Pic 9(5)V99.
               10  WS-Mon-EndDate      Pic X(8).
       01   WS-Mon-Sub          Pic 9(4).
       01   WS-Sponsor-Lines    Pic 9(4).
       01   WS-Sponsor-Total    Pic 9(7)V99.
       01   WS-Stmt-Count       Pic 9(5) Value 0.
       01   WS-Line-Count       Pic 9(5) Value 0.
       01   WS-Grand-Total      Pic 9(9)V99 Value 0.
       01   WS-DaysEd           Pic ZZZZ9.
       01   WS-VisitsEd         Pic ZZZ9.
       01   WS-AmountEd         Pic ZZZZ9.99.
       01   WS-TotalEd          Pic Z,ZZZ,ZZ9.99.
       01   WS-GrandEd          Pic ZZZ,ZZZ,ZZ9.99.
       01   WS-CountEd          Pic ZZZZ9.
       01   WS-CountEd2         Pic ZZZZ9.

       Procedure Division.
       000-Main.
           Perform 070-SetReportMonth
           If Not Month-Set
               Display "Lab3bf: no valid report month -- no "
                   "statements printed."
               Stop Run
           End-If
           Perform 010-SetMonthLimits
           Perform 100-LoadMonthSponsorships
           If Sponsorship-Table-Full
               Display "lab3-sponsorships.dat has more than 3000 "
                   "rows for the month -- no statements printed; see "
                   "a supervisor."
               Move 8 to Return-Code
               Stop Run
           End-If
           Open Input InFile
           If WS-InFile-Status = "35"
               Display "lab3-in.dat not found -- run Lab3j first."
               Stop Run
           End-If
           Open Input VisFile
           If WS-Vis-Status = "00"
               Move "Y" to WS-Visits-Open
           End-If
           Open Output StmtFile
           Open Input SpoFile
           If WS-Spo-Status Not = "35"
               Move "N" to WS-Spo-EOF
               Perform Until WS-Spo-AtEnd
                   Read SpoFile
                       At End
                           Move "Y" to WS-Spo-EOF
                       Not At End
                           Perform 200-StatementForSponsor
                   End-Read
               End-Perform
               Close SpoFile
           End-If
           Close StmtFile
           Close InFile
           If Visits-On-File
               Close VisFile
           End-If
           Move WS-Stmt-Count to WS-CountEd
           Move WS-Line-Count to WS-CountEd2
           Move WS-Grand-Total to WS-GrandEd
           Display "Lab3bf: " Function Trim(WS-CountEd)
               " sponsor statement(s) for " WS-Rpt-Month ", "
               Function Trim(WS-CountEd2) " animal line(s), "
               Function Trim(WS-GrandEd) " pledged -- see "
               "LAB3-SPONSOR-STMT.TXT."
           Stop Run.

      *      The statement runs to the month end, or to today for a
      *      month still in progress.
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
           If WS-Today-Raw < WS-Month-End
               Move WS-Today-Raw to WS-Stmt-Date
           Else
               Move WS-Month-End to WS-Stmt-Date
           End-If
           Compute WS-Stmt-Int =
               Function Integer-of-Date(WS-Stmt-Date).

      *      A sponsorship ran in the month when it started on or
      *      before the month end and had not ended before the month
      *      began.
       100-LoadMonthSponsorships.
           Move 0 to WS-Mon-Count
           Open Input SpsFile
           If WS-Sps-Status = "35"
               Continue
           Else
               Move "N" to WS-Sps-EOF
               Perform Until WS-Sps-AtEnd
                   Read SpsFile
                       At End
                           Move "Y" to WS-Sps-EOF
                       Not At End
                           If SpsStartDate Not > WS-Month-End
                              And (Sps-Running
                                   Or SpsEndDate Not < WS-Month-Start)
                               Perform 110-KeepSponsorship
                           End-If
                   End-Read
               End-Perform
               Close SpsFile
           End-If.

       110-KeepSponsorship.
           If WS-Mon-Count = 3000
               Move "Y" to WS-Sps-Over
           Else
               Add 1 to WS-Mon-Count
               Move SpsSponsor  to WS-Mon-Sponsor(WS-Mon-Count)
               Move SpsAnimalId to WS-Mon-AnimalId(WS-Mon-Count)
               Move SpsAmount   to WS-Mon-Amount(WS-Mon-Count)
               Move SpsEndDate  to WS-Mon-EndDate(WS-Mon-Count)
           End-If.

       200-StatementForSponsor.
           Move 0 to WS-Sponsor-Lines
           Move 0 to WS-Sponsor-Total
           Perform 210-StatementLine
               Varying WS-Mon-Sub From 1 By 1
               Until WS-Mon-Sub > WS-Mon-Count
           If WS-Sponsor-Lines > 0
               Perform 250-WriteStatementTotal
           End-If.

       210-StatementLine.
           If WS-Mon-Sponsor(WS-Mon-Sub) = SpoId
               If WS-Sponsor-Lines = 0
                   Perform 240-WriteStatementHeader
               End-If
               Add 1 to WS-Sponsor-Lines
               Add 1 to WS-Line-Count
               Add WS-Mon-Amount(WS-Mon-Sub) to WS-Sponsor-Total
               Add WS-Mon-Amount(WS-Mon-Sub) to WS-Grand-Total
               Move Spaces to RptRecord
               Move WS-Mon-AnimalId(WS-Mon-Sub) to RptRecord(1:7)
               Move WS-Mon-AnimalId(WS-Mon-Sub) to InAnimalId
               Read InFile Key is InAnimalId
                   Invalid Key
                       Move "NO LONGER ON FILE" to RptRecord(39:22)
                   Not Invalid Key
                       Perform 220-AnimalStatus
                       Move InNames        to RptRecord(10:12)
                       Move InSpecies      to RptRecord(24:15)
                       Move WS-Status-Text to RptRecord(39:22)
                       Move WS-Days   to WS-DaysEd
                       Move WS-DaysEd to RptRecord(62:5)
                       Move WS-Visits   to WS-VisitsEd
                       Move WS-VisitsEd to RptRecord(68:4)
               End-Read
               Move WS-Mon-Amount(WS-Mon-Sub) to WS-AmountEd
               Move WS-AmountEd to RptRecord(73:8)
               Write RptRecord
               If WS-Mon-EndDate(WS-Mon-Sub) Not = Spaces
                   Move Spaces to RptRecord
                   String "         SPONSORSHIP ENDED "
                          WS-Mon-EndDate(WS-Mon-Sub)
                       Delimited by Size Into RptRecord
                   Write RptRecord
               End-If
           End-If.

       220-AnimalStatus.
           Move Spaces to WS-Status-Text
           Evaluate True
               When In-OnHand And In-Shelter
                   String "IN CARE AT " InSite
                       Delimited by Size Into WS-Status-Text
               When In-OnHand
                   Move "IN FOSTER CARE" to WS-Status-Text
               When InDispCode = "A"
                   String "ADOPTED " InDispDate
                       Delimited by Size Into WS-Status-Text
               When InDispCode = "R"
                   String "RELEASED " InDispDate
                       Delimited by Size Into WS-Status-Text
               When InDispCode = "T"
                   String "TRANSFERRED " InDispDate
                       Delimited by Size Into WS-Status-Text
               When InDispCode = "D"
                   String "DIED " InDispDate
                       Delimited by Size Into WS-Status-Text
               When Other
                   String "DISPOSED " InDispCode " " InDispDate
                       Delimited by Size Into WS-Status-Text
           End-Evaluate
           Move 0 to WS-Days
           Move 0 to WS-Visits
           If InIntakeDate Numeric
               Move InIntakeDate to WS-Intake-Num
               Compute WS-Intake-Int =
                   Function Integer-of-Date(WS-Intake-Num)
               Compute WS-Last-Int = WS-Stmt-Int + 1
               If Not In-OnHand And InDispDate Numeric
                   Move InDispDate to WS-Disp-Num
                   Compute WS-Disp-Int =
                       Function Integer-of-Date(WS-Disp-Num)
                   If WS-Disp-Int < WS-Last-Int
                       Move WS-Disp-Int to WS-Last-Int
                   End-If
               End-If
               If WS-Last-Int > WS-Intake-Int
                   Compute WS-Days = WS-Last-Int - WS-Intake-Int
               End-If
               Compute WS-Last-Date =
                   Function Date-of-Integer(WS-Last-Int)
               Perform 230-CountVisits
           End-If.

      *      Visits on this stay, before the day the days in care stop.
       230-CountVisits.
           If Visits-On-File
               Move InAnimalId to VisAnimalId
               Move InIntakeDate to VisDate
               Move "N" to WS-Vis-EOF
               Start VisFile Key is Not Less Than VisKey
                   Invalid Key
                       Move "Y" to WS-Vis-EOF
               End-Start
               Perform Until AtEndOfVisits
                   Read VisFile Next Record
                       At End
                           Move "Y" to WS-Vis-EOF
                       Not At End
                           If VisAnimalId Not = InAnimalId
                            Or VisDate Not < WS-Last-Date
                               Move "Y" to WS-Vis-EOF
                           Else
                               Add 1 to WS-Visits
                           End-If
                   End-Read
               End-Perform
           End-If.

       240-WriteStatementHeader.
           Add 1 to WS-Stmt-Count
           If WS-Stmt-Count > 1
               Move Spaces to RptRecord
               Write RptRecord
               Move All "=" to RptRecord
               Write RptRecord
           End-If
           Move Spaces to RptRecord
           String "LAB3 SPONSOR STATEMENT FOR " WS-Rpt-Month
                  "   AS OF " WS-Stmt-Date
               Delimited by Size Into RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           String SpoName "  (" SpoId ")"
               Delimited by Size Into RptRecord
           Write RptRecord
           Move SpoAddress to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           String Function Trim(SpoCity) "  " SpoPostCode
               Delimited by Size Into RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move "ANIMAL"  to RptRecord(1:6)
           Move "NAMES"   to RptRecord(10:5)
           Move "SPECIES" to RptRecord(24:7)
           Move "STATUS"  to RptRecord(39:6)
           Move "DAYS"    to RptRecord(63:4)
           Move "VIS"     to RptRecord(69:3)
           Move "MONTHLY" to RptRecord(74:7)
           Write RptRecord
           Move Spaces to RptRecord
           Move All "-" to RptRecord(1:7)
           Move All "-" to RptRecord(10:12)
           Move All "-" to RptRecord(24:14)
           Move All "-" to RptRecord(39:22)
           Move All "-" to RptRecord(62:5)
           Move All "-" to RptRecord(68:4)
           Move All "-" to RptRecord(73:8)
           Write RptRecord.

       250-WriteStatementTotal.
           Move WS-Sponsor-Total to WS-TotalEd
           Move Spaces to RptRecord
           Move "MONTHLY PLEDGES:" to RptRecord(52:16)
           Move WS-TotalEd to RptRecord(69:12)
           Write RptRecord.

       COPY CTLIO.
       COPY MONSET.
