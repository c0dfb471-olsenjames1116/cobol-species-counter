      *      James Olsen
      *      This program closes the books on a month.  Lab3m, Lab3aa, and Lab3aj give the board month-end numbers, but until
      *      now nothing stopped a disposition keyed three weeks late from quietly changing a month the board had already been
      *      told about.  A supervisor runs the C)lose option once a month has ended: the month's census and its intake and
      *      outcome totals are recomputed from the indexed lab3-in.dat and frozen on lab3-periods.dat, eight rows per month
      *      (one per class and a total row), with the close date and the supervisor's id, and the close is journaled to
      *      lab3-audit.dat as a PERCLOSE entry.  Intake counts by InIntakeDate, adopted / released / transferred / died by
      *      InDispDate, and the on-hand census is every animal taken in by the end of the month that had not left by then;
      *      animals are classified as of the month's last day.  Months close in order -- the first close may be any ended
      *      month, each one after it must be the month following the last one closed -- so the latest month on the file is
      *      the close line, and from then on Lab3k, Lab3l, Lab3an, Lab3ac, and Lab3r refuse a transaction dated on or before
      *      it unless a supervisor overrides (PERCHK.CPY), every override journaled as a PEROVRD entry.  The D)rift option
      *      recomputes every closed month the same way and prints, to LAB3-DRIFT-RPT.TXT, each frozen figure that no longer
      *      matches what the file says now -- overridden transactions, Lab3ah backouts, and Lab3u's retention purges all show
      *      up there, and the journal says which.  The month to close comes from a MONTH=yyyymm card in lab3-control.dat when
      *      one is there and is prompted for otherwise; blank means last month.  A close is refused while the rebuild holds
      *      the lab3-inlock.dat busy flag, since a half-loaded file is no month-end.

       Identification Division.
       Program-ID.  Lab3ba.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select InFile
            Assign to "lab3-in.dat"
            Organization is Indexed
            Access Mode is Dynamic
            Record Key is InAnimalId
            File Status is WS-InFile-Status.
           Select PerFile
            Assign to "lab3-periods.dat"
            Organization is Line Sequential
            File Status is WS-Per-Status.
           Select SpeciesMaster
            Assign to "SPECIES-MASTER.DAT"
            Organization is Line Sequential.
           Select CtlFile
            Assign to "lab3-control.dat"
            Organization is Line Sequential
            File Status is WS-Ctl-Status.
           Select AudFile
            Assign to "lab3-audit.dat"
            Organization is Line Sequential
            File Status is WS-Aud-Status.
           Select OprFile
            Assign to "lab3-operators.dat"
            Organization is Line Sequential
            File Status is WS-Opr-Status.
           Select LckFile
            Assign to "lab3-inlock.dat"
            Organization is Line Sequential
            File Status is WS-Lck-Status.
           Select DriftRptFile
            Assign to "LAB3-DRIFT-RPT.TXT"
            Organization is Line Sequential.

       Data Division.
       File Section.
       FD   InFile.
       COPY INIDXREC.
       FD   PerFile.
       COPY PERREC.
       FD   SpeciesMaster.
       COPY SPMASTFD.
       FD   CtlFile.
       COPY CTLREC.
       FD   AudFile.
       COPY AUDREC.
       FD   OprFile.
       COPY OPRREC.
       FD   LckFile.
       COPY LCKREC.
       FD   DriftRptFile.
       COPY RPTREC.
       Working-Storage Section.
       COPY OPRWS.
       COPY LCKWS.
       COPY AUDWS.
       COPY CTLWS.
       COPY MONWS.
       COPY PERWS.
       COPY SPECIES.
       COPY SPTABLE.
       01   WS-InFile-Status    Pic XX.
       01   InFileEOF           Pic X Value "N".
            88  AtEndOfInFile       Value "Y".
       01   WS-Menu-Choice      Pic X(1) Value Space.
       01   WS-Confirm          Pic X(1).
       01   WS-This-Month       Pic X(6).
       01   WS-Next-Month.
           05  WS-Next-Year        Pic 9(4).
           05  WS-Next-Mon         Pic 9(2).
       01   WS-Close-Flag       Pic X(1).
            88  Close-Allowed       Value "Y".
      *      Row 1-7 is a class in Lab3m's order, row 8 the month's
      *      total; measure 1 intake, 2-5 adopted / released /
      *      transferred / died, 6 on hand at month end.
       01   WS-Class-Letters    Pic X(8) Value "ABMRFIO*".
       01   WS-Class-Names      Pic X(80) Value
                "AMPHIBIAN BIRD      MAMMAL    REPTILE   FISH      INSEC
      -         "T    OTHER     TOTAL     ".
       01   WS-Measure-Names    Pic X(60) Value
                "INTAKE    ADOPTED   RELEASED  TRANSFER  DIED      ON HA
      -         "ND   ".
       01   WS-Tally-Month      Pic X(6).
       01   WS-Tally-Table.
           05  WS-Tally-Row        Occurs 8 Times.
               10  WS-Tally-Cnt        Occurs 6 Times Pic 9(6).
       01   WS-Tally-Sub        Pic 9(1).
       01   WS-Measure-Sub      Pic 9(1).
       01   WS-Name-Pos         Pic 9(2).
      *      The frozen snapshot as loaded for the drift report.
       01   WS-Frozen-Table.
           05  WS-Frz-Count        Pic 9(4) Value 0.
           05  WS-Frz-Entry        Occurs 1 to 1200 Times
                                    Depending On WS-Frz-Count.
               10  WS-Frz-Month        Pic X(6).
               10  WS-Frz-Class        Pic X(1).
               10  WS-Frz-Cnt          Occurs 6 Times Pic 9(6).
               10  WS-Frz-ClosedDate   Pic X(8).
               10  WS-Frz-ClosedBy     Pic X(8).
       01   WS-Frz-Over         Pic X(1) Value "N".
            88  Frozen-Table-Full   Value "Y".
       01   WS-Frz-Sub          Pic 9(4).
       01   WS-Row-Sub          Pic 9(4).
       01   WS-Month-Drift      Pic 9(4).
       01   WS-Months-Checked   Pic 9(4) Value 0.
       01   WS-Months-Drifted   Pic 9(4) Value 0.
       01   WS-Figures-Drifted  Pic 9(6) Value 0.
       01   WS-Diff             Pic S9(6).
       01   WS-DiffEd           Pic +++++9.
       01   WS-FrozenEd         Pic ZZZZZ9.
       01   WS-NowEd            Pic ZZZZZ9.
       01   WS-CntEd            Pic ZZZ9.
       01   WS-Cnt2Ed           Pic ZZZ9.
       01   WS-Cnt6Ed           Pic ZZZZZ9.

       Procedure Division.
       000-Main.
           Perform 030-OperatorSignOn
           If Not Signed-On
               Display "Lab3ba: not signed on -- nothing changed."
               Stop Run
           End-If
           Move "LAB3BA" to WS-Aud-Program
           Perform 050-LoadSpeciesTable
           Perform Until WS-Menu-Choice = "Q"
               Perform 035-LoadClosedPeriods
               If WS-Per-Last-Closed = Spaces
                   Display "No period has been closed yet."
               Else
                   Display "Periods closed through "
                       WS-Per-Last-Closed "."
               End-If
               Display "C)lose a month  D)rift report  Q)uit -- "
                   "choice: " With No Advancing
               Accept WS-Menu-Choice
               Move Function Upper-Case(WS-Menu-Choice)
                   to WS-Menu-Choice
               Evaluate WS-Menu-Choice
                   When "C"
                       Perform 100-CloseOneMonth
                   When "D"
                       Perform 400-WriteDriftReport
                   When "Q"
                       Continue
                   When Other
                       Display "Please enter C, D, or Q"
               End-Evaluate
           End-Perform
           Stop Run.

      *      A month is closed once and in order: it must have ended,
      *      and it must be the month after the close line (the very
      *      first close may be any ended month).
       100-CloseOneMonth.
           If Not Op-Supervisor
               Display "Closing a period takes a supervisor -- "
                   "nothing closed."
           Else
               Perform 070-SetReportMonth
               If Month-Set
                   Perform 110-CheckCloseMonth
                   If Close-Allowed
                       Display "Close " WS-Rpt-Month
                           " and freeze its figures? (Y/N): "
                           With No Advancing
                       Accept WS-Confirm
                       If WS-Confirm = "Y" Or WS-Confirm = "y"
                           Perform 120-FreezeMonth
                       Else
                           Display "Nothing closed."
                       End-If
                   End-If
               End-If
           End-If.

       110-CheckCloseMonth.
           Move "Y" to WS-Close-Flag
           Move WS-Today-Raw(1:6) to WS-This-Month
           If WS-Per-Last-Closed Not = Spaces
               Move WS-Per-Last-Closed to WS-Next-Month
               If WS-Next-Mon = 12
                   Add 1 to WS-Next-Year
                   Move 1 to WS-Next-Mon
               Else
                   Add 1 to WS-Next-Mon
               End-If
           End-If
           Evaluate True
               When WS-Rpt-Month Not < WS-This-Month
                   Display WS-Rpt-Month " has not ended -- nothing "
                       "closed."
                   Move "N" to WS-Close-Flag
               When WS-Per-Last-Closed Not = Spaces
                And WS-Rpt-Month Not > WS-Per-Last-Closed
                   Display WS-Rpt-Month " is already closed -- "
                       "nothing closed."
                   Move "N" to WS-Close-Flag
               When WS-Per-Last-Closed Not = Spaces
                And WS-Rpt-Month Not = WS-Next-Month
                   Display "Periods close in order -- the next to "
                       "close is " WS-Next-Month "; nothing closed."
                   Move "N" to WS-Close-Flag
               When Other
                   Continue
           End-Evaluate.

       120-FreezeMonth.
           Perform 040-CheckInFileLock
           If InFile-Locked
               Display "lab3-in.dat is held by "
                   Function Trim(WS-Lock-Holder) " since "
                   WS-Lock-Date " " WS-Lock-Time " -- try again "
                   "after the rebuild; nothing closed."
           Else
               Open Input InFile
               If WS-InFile-Status = "35"
                   Display "lab3-in.dat not found -- run Lab3j "
                       "first; nothing closed."
               Else
                   Move WS-Rpt-Month to WS-Tally-Month
                   Perform 200-TallyMonth
                   Close InFile
                   Open Extend PerFile
                   If WS-Per-Status = "35"
                       Open Output PerFile
                   End-If
                   Perform 130-WriteSnapshotRow
                       Varying WS-Tally-Sub From 1 By 1
                       Until WS-Tally-Sub > 8
                   Close PerFile
                   Perform 840-OpenAuditJournal
                   Move WS-Op-Id to WS-Aud-Operator
                   Move "PERCLOSE" to WS-Aud-Action
                   Move Spaces to WS-Aud-Before
                   Move PerRecord to WS-Aud-After
                   Perform 850-WriteAuditRecord
                   Perform 860-CloseAuditJournal
                   Move WS-Tally-Cnt(8, 1) to WS-Cnt6Ed
                   Move WS-Tally-Cnt(8, 6) to WS-FrozenEd
                   Display "Lab3ba: " WS-Rpt-Month " closed -- "
                       Function Trim(WS-Cnt6Ed) " intake(s), "
                       Function Trim(WS-FrozenEd)
                       " on hand at month end frozen on "
                       "lab3-periods.dat."
               End-If
           End-If.

      *      Row 8 is written last, so PerRecord is left holding the
      *      total row for the PERCLOSE journal entry.
       130-WriteSnapshotRow.
           Move Spaces to PerRecord
           Move WS-Tally-Month to PerMonth
           Move WS-Class-Letters(WS-Tally-Sub:1) to PerClass
           Move WS-Tally-Cnt(WS-Tally-Sub, 1) to PerIntake
           Move WS-Tally-Cnt(WS-Tally-Sub, 2) to PerAdopt
           Move WS-Tally-Cnt(WS-Tally-Sub, 3) to PerRelease
           Move WS-Tally-Cnt(WS-Tally-Sub, 4) to PerXfer
           Move WS-Tally-Cnt(WS-Tally-Sub, 5) to PerDied
           Move WS-Tally-Cnt(WS-Tally-Sub, 6) to PerOnHand
           Move WS-Today-Raw to PerClosedDate
           Move WS-Op-Id to PerClosedBy
           Write PerRecord.

      *      One pass over lab3-in.dat for WS-Tally-Month.  Comparing
      *      the first six bytes of a YYYYMMDD date against the month
      *      is all the date arithmetic this needs; classifying as of
      *      day 31 keeps any species-master change made during the
      *      month in force for the whole of it.
       200-TallyMonth.
           Initialize WS-Tally-Table
           Move Spaces to WS-AsOf-Date
           String WS-Tally-Month "31"
               Delimited by Size Into WS-AsOf-Date
           Move Low-Values to InAnimalId
           Move "N" to InFileEOF
           Start InFile Key is Not Less Than InAnimalId
               Invalid Key
                   Move "Y" to InFileEOF
           End-Start
           Perform Until AtEndOfInFile
               Read InFile Next Record
                   At End
                       Move "Y" to InFileEOF
                   Not At End
                       If InIntakeDate Is Numeric
                          And InIntakeDate(1:6) Not > WS-Tally-Month
                           Perform 210-TallyOneAnimal
                       End-If
               End-Read
           End-Perform.

       210-TallyOneAnimal.
           Move Function Trim(Function Upper-Case(InSpecies))
               to Species
           Perform 055-ClassifySpecies
           Perform 220-ClassCodeToSub
           If InIntakeDate(1:6) = WS-Tally-Month
               Move 1 to WS-Measure-Sub
               Perform 230-AddToTally
           End-If
           If Not In-OnHand
              And InDispDate(1:6) = WS-Tally-Month
               Evaluate InDispCode
                   When "A"
                       Move 2 to WS-Measure-Sub
                   When "R"
                       Move 3 to WS-Measure-Sub
                   When "T"
                       Move 4 to WS-Measure-Sub
                   When Other
                       Move 5 to WS-Measure-Sub
               End-Evaluate
               Perform 230-AddToTally
           End-If
           If In-OnHand
              Or InDispDate(1:6) > WS-Tally-Month
               Move 6 to WS-Measure-Sub
               Perform 230-AddToTally
           End-If.

       220-ClassCodeToSub.
           Evaluate WS-Class-Code
               When "A"
                   Move 1 to WS-Tally-Sub
               When "B"
                   Move 2 to WS-Tally-Sub
               When "M"
                   Move 3 to WS-Tally-Sub
               When "R"
                   Move 4 to WS-Tally-Sub
               When "F"
                   Move 5 to WS-Tally-Sub
               When "I"
                   Move 6 to WS-Tally-Sub
               When Other
                   Move 7 to WS-Tally-Sub
           End-Evaluate.

       230-AddToTally.
           Add 1 to WS-Tally-Cnt(WS-Tally-Sub, WS-Measure-Sub)
           Add 1 to WS-Tally-Cnt(8, WS-Measure-Sub).

      *      Every closed month is recomputed from today's file and
      *      set against what was frozen; only the figures that moved
      *      are printed, so a clean month is one line.
       400-WriteDriftReport.
           Perform 410-LoadFrozenRows
           If WS-Frz-Count = 0
               Display "lab3-periods.dat not found or empty -- no "
                   "closed periods to check."
           Else
               Open Input InFile
               If WS-InFile-Status = "35"
                   Display "lab3-in.dat not found -- run Lab3j first."
               Else
                   Perform 405-SetRunDate
                   Move 0 to WS-Months-Checked
                   Move 0 to WS-Months-Drifted
                   Move 0 to WS-Figures-Drifted
                   Move Spaces to WS-Tally-Month
                   Open Output DriftRptFile
                   Perform 420-WriteDriftHeadings
                   Perform 430-CheckOneMonth
                       Varying WS-Frz-Sub From 1 By 1
                       Until WS-Frz-Sub > WS-Frz-Count
                   Perform 460-WriteDriftTotals
                   Close DriftRptFile
                   Close InFile
                   Move WS-Months-Checked to WS-CntEd
                   Move WS-Months-Drifted to WS-Cnt2Ed
                   Display "Lab3ba: " Function Trim(WS-CntEd)
                       " closed month(s) checked, "
                       Function Trim(WS-Cnt2Ed)
                       " with drift -- see LAB3-DRIFT-RPT.TXT."
               End-If
           End-If.

       405-SetRunDate.
           Accept WS-Today-Raw From Date YYYYMMDD
           Move Spaces to WS-Today-Disp
           String WS-Today-Raw(5:2) "/"
                  WS-Today-Raw(7:2) "/"
                  WS-Today-Raw(1:4)
               Delimited by Size Into WS-Today-Disp.

       410-LoadFrozenRows.
           Move 0 to WS-Frz-Count
           Move "N" to WS-Frz-Over
           Open Input PerFile
           If WS-Per-Status = "35"
               Continue
           Else
               Move "N" to WS-Per-EOF
               Perform Until WS-Per-AtEnd
                   Read PerFile
                       At End
                           Move "Y" to WS-Per-EOF
                       Not At End
                           If WS-Frz-Count < 1200
                               Add 1 to WS-Frz-Count
                               Perform 415-KeepFrozenRow
                           Else
                               Move "Y" to WS-Frz-Over
                           End-If
                   End-Read
               End-Perform
               Close PerFile
           End-If.

       415-KeepFrozenRow.
           Move PerMonth to WS-Frz-Month(WS-Frz-Count)
           Move PerClass to WS-Frz-Class(WS-Frz-Count)
           Move PerIntake  to WS-Frz-Cnt(WS-Frz-Count, 1)
           Move PerAdopt   to WS-Frz-Cnt(WS-Frz-Count, 2)
           Move PerRelease to WS-Frz-Cnt(WS-Frz-Count, 3)
           Move PerXfer    to WS-Frz-Cnt(WS-Frz-Count, 4)
           Move PerDied    to WS-Frz-Cnt(WS-Frz-Count, 5)
           Move PerOnHand  to WS-Frz-Cnt(WS-Frz-Count, 6)
           Move PerClosedDate to WS-Frz-ClosedDate(WS-Frz-Count)
           Move PerClosedBy   to WS-Frz-ClosedBy(WS-Frz-Count).

       420-WriteDriftHeadings.
           Move Spaces to RptRecord
           Move "LAB3 PERIOD CLOSE DRIFT REPORT" to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           String "RUN DATE: " WS-Today-Disp
                  "   CLOSED THROUGH: " WS-Per-Last-Closed
               Delimited by Size Into RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move "MONTH"    to RptRecord(1:6)
           Move "CLASS"    to RptRecord(9:5)
           Move "MEASURE"  to RptRecord(21:7)
           Move "FROZEN"   to RptRecord(34:6)
           Move "NOW"      to RptRecord(45:3)
           Move "DIFF"     to RptRecord(52:4)
           Write RptRecord
           Move Spaces to RptRecord
           Move All "-" to RptRecord(1:6)
           Move All "-" to RptRecord(9:10)
           Move All "-" to RptRecord(21:10)
           Move All "-" to RptRecord(34:6)
           Move All "-" to RptRecord(42:6)
           Move All "-" to RptRecord(49:7)
           Write RptRecord.

      *      The rows for a month are contiguous on the file, so a
      *      month is recomputed at its first row and its eight rows
      *      are checked against that one tally.
       430-CheckOneMonth.
           If WS-Frz-Month(WS-Frz-Sub) Not = WS-Tally-Month
               Move WS-Frz-Month(WS-Frz-Sub) to WS-Tally-Month
               Perform 200-TallyMonth
               Move 0 to WS-Month-Drift
               Perform 440-CompareOneRow
                   Varying WS-Row-Sub From WS-Frz-Sub By 1
                   Until WS-Row-Sub > WS-Frz-Count
                    Or WS-Frz-Month(WS-Row-Sub) Not = WS-Tally-Month
               Add 1 to WS-Months-Checked
               Move Spaces to RptRecord
               If WS-Month-Drift = 0
                   String WS-Tally-Month "  closed "
                          WS-Frz-ClosedDate(WS-Frz-Sub) " by "
                          WS-Frz-ClosedBy(WS-Frz-Sub)
                          " -- matches the frozen figures"
                       Delimited by Size Into RptRecord
               Else
                   Add 1 to WS-Months-Drifted
                   Move WS-Month-Drift to WS-CntEd
                   String WS-Tally-Month "  closed "
                          WS-Frz-ClosedDate(WS-Frz-Sub) " by "
                          WS-Frz-ClosedBy(WS-Frz-Sub) " -- "
                          Function Trim(WS-CntEd)
                          " figure(s) drifted (above)"
                       Delimited by Size Into RptRecord
               End-If
               Write RptRecord
           End-If.

       440-CompareOneRow.
           Move 8 to WS-Tally-Sub
           Perform Varying WS-Name-Pos From 1 By 1
                   Until WS-Name-Pos > 8
               If WS-Class-Letters(WS-Name-Pos:1)
                       = WS-Frz-Class(WS-Row-Sub)
                   Move WS-Name-Pos to WS-Tally-Sub
               End-If
           End-Perform
           Perform 450-CompareOneFigure
               Varying WS-Measure-Sub From 1 By 1
               Until WS-Measure-Sub > 6.

       450-CompareOneFigure.
           If WS-Frz-Cnt(WS-Row-Sub, WS-Measure-Sub)
                   Not = WS-Tally-Cnt(WS-Tally-Sub, WS-Measure-Sub)
               Add 1 to WS-Month-Drift
               Add 1 to WS-Figures-Drifted
               Compute WS-Diff =
                   WS-Tally-Cnt(WS-Tally-Sub, WS-Measure-Sub)
                   - WS-Frz-Cnt(WS-Row-Sub, WS-Measure-Sub)
               Move WS-Frz-Cnt(WS-Row-Sub, WS-Measure-Sub)
                   to WS-FrozenEd
               Move WS-Tally-Cnt(WS-Tally-Sub, WS-Measure-Sub)
                   to WS-NowEd
               Move WS-Diff to WS-DiffEd
               Move Spaces to RptRecord
               Move WS-Tally-Month to RptRecord(1:6)
               Compute WS-Name-Pos = (WS-Tally-Sub - 1) * 10 + 1
               Move WS-Class-Names(WS-Name-Pos:10)
                   to RptRecord(9:10)
               Compute WS-Name-Pos = (WS-Measure-Sub - 1) * 10 + 1
               Move WS-Measure-Names(WS-Name-Pos:10)
                   to RptRecord(21:10)
               Move WS-FrozenEd to RptRecord(34:6)
               Move WS-NowEd    to RptRecord(42:6)
               Move WS-DiffEd   to RptRecord(49:7)
               Write RptRecord
           End-If.

       460-WriteDriftTotals.
           Move Spaces to RptRecord
           Write RptRecord
           Move WS-Months-Checked  to WS-CntEd
           Move WS-Months-Drifted  to WS-Cnt2Ed
           Move WS-Figures-Drifted to WS-Cnt6Ed
           Move Spaces to RptRecord
           String "MONTHS CHECKED: " Function Trim(WS-CntEd)
                  "   WITH DRIFT: " Function Trim(WS-Cnt2Ed)
                  "   FIGURES DRIFTED: " Function Trim(WS-Cnt6Ed)
               Delimited by Size Into RptRecord
           Write RptRecord
           If WS-Figures-Drifted > 0
               Move Spaces to RptRecord
               Move Spaces to RptRecord
               String "Overrides (PEROVRD) and backouts are on "
                      "lab3-audit.dat; purges on LAB3-PURGE-RPT.TXT."
                   Delimited by Size Into RptRecord
               Write RptRecord
           End-If
           If Frozen-Table-Full
               Move Spaces to RptRecord
               String "*** lab3-periods.dat holds more rows than "
                      "this report checks -- later months not "
                      "shown ***"
                   Delimited by Size Into RptRecord
               Write RptRecord
           End-If.

       COPY OPRSGN.
       COPY PERCHK.
       COPY LCKCHK.
       COPY SPLOAD.
       COPY CTLIO.
       COPY MONSET.
       COPY AUDWRT.
