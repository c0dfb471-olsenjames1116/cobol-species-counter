      *      James Olsen
      *      This program plans a catch-up of the nightly stream after it has missed one or more nights.  It reads the run
      *      ledger (lab3-runlog.dat) and lists, oldest first, every business date in the last CATCHDAYS= days (7 when the card
      *      is absent) -- up to yesterday; tonight's own run covers today -- that has no successful (RC below 8) LAB3B run
      *      logged.  Dates before the first LAB3B run the ledger has ever seen are not counted as missed, so a new ledger
      *      does not ask for a week of drops that never existed.  The dates go one per line to the CATCHLST dataset, which
      *      run_lab3b_catchup.sh reads to take each day's dated raw extract through the stream under a BUSDATE= card; the
      *      plan is also shown on the console.  An empty list means there is nothing to catch up.

       Identification Division.
       Program-ID.  Lab3bj.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select RunLogFile
            Assign to "RUNLOG"
            Organization is Line Sequential
            File Status is WS-RunLog-Status.
           Select CtlFile
            Assign to "CTLFILE"
            Organization is Line Sequential
            File Status is WS-Ctl-Status.
           Select CatchFile
            Assign to "CATCHLST"
            Organization is Line Sequential.

       Data Division.
       File Section.
       FD   RunLogFile.
       COPY RUNREC.
       FD   CtlFile.
       COPY CTLREC.
       FD   CatchFile.
       01   CatchRecord         Pic X(8).

       Working-Storage Section.
       COPY CTLWS.
       01   WS-RunLog-Status    Pic XX.
       01   WS-RunLog-EOF       Pic X Value "N".
            88  WS-RunLog-AtEnd     Value "Y".
       01   WS-Today-Raw        Pic 9(8).
       01   WS-Today-Int        Pic 9(8).
       01   WS-Days-Back        Pic 9(3).
       01   WS-First-Date       Pic X(8) Value Spaces.
       01   WS-Work-Date        Pic 9(8).
       01   WS-Work-Int         Pic 9(8).
       01   WS-Day-Off          Pic 9(3).
      *      One flag per day back from today: Y when a successful
      *      LAB3B run is logged for that date.
       01   WS-Done-Table.
           05  WS-Done-Flag        Occurs 366 Times Pic X(1).
       01   WS-Missed-Count     Pic 9(3) Value 0.
       01   WS-CountEd          Pic ZZ9.
       01   WS-DaysEd           Pic ZZ9.

       Procedure Division.
       000-Main.
           Accept WS-Today-Raw From Date YYYYMMDD
           Compute WS-Today-Int =
               Function Integer-of-Date(WS-Today-Raw)
           Perform 800-ReadControlFile
           If Ctl-CatchDays-Present And WS-Ctl-CatchDays > 0
               Move WS-Ctl-CatchDays to WS-Days-Back
           Else
               Move 7 to WS-Days-Back
           End-If
           If WS-Days-Back > 366
               Move 366 to WS-Days-Back
           End-If
           Move All "N" to WS-Done-Table
           Perform 100-ReadRunLedger
           Open Output CatchFile
           If WS-First-Date = Spaces
               Display "Lab3bj: no LAB3B run on the ledger yet -- "
                   "nothing to catch up."
           Else
               Perform 200-ListOneDay
                   Varying WS-Day-Off From WS-Days-Back By -1
                   Until WS-Day-Off = 0
               Move WS-Missed-Count to WS-CountEd
               Move WS-Days-Back    to WS-DaysEd
               Display "Lab3bj: " Function Trim(WS-CountEd)
                   " night(s) to catch up in the last "
                   Function Trim(WS-DaysEd) " day(s)."
           End-If
           Close CatchFile
           Stop Run.

       100-ReadRunLedger.
           Open Input RunLogFile
           If WS-RunLog-Status = "35"
               Continue
           Else
               Move "N" to WS-RunLog-EOF
               Perform Until WS-RunLog-AtEnd
                   Read RunLogFile
                       At End
                           Move "Y" to WS-RunLog-EOF
                       Not At End
                           If RunProgram = "LAB3B"
                              And RunDate Numeric
                               Perform 110-NoteOneRun
                           End-If
                   End-Read
               End-Perform
               Close RunLogFile
           End-If.

       110-NoteOneRun.
           If WS-First-Date = Spaces Or RunDate < WS-First-Date
               Move RunDate to WS-First-Date
           End-If
           If RunRC < 8
               Move RunDate to WS-Work-Date
               Compute WS-Work-Int =
                   Function Integer-of-Date(WS-Work-Date)
               If WS-Work-Int < WS-Today-Int
                  And WS-Today-Int - WS-Work-Int Not > WS-Days-Back
                   Compute WS-Day-Off = WS-Today-Int - WS-Work-Int
                   Move "Y" to WS-Done-Flag(WS-Day-Off)
               End-If
           End-If.

       200-ListOneDay.
           Compute WS-Work-Int = WS-Today-Int - WS-Day-Off
           Compute WS-Work-Date = Function Date-of-Integer(WS-Work-Int)
           If WS-Done-Flag(WS-Day-Off) = "N"
              And WS-Work-Date Not < WS-First-Date
               Move WS-Work-Date to CatchRecord
               Write CatchRecord
               Add 1 to WS-Missed-Count
               Display "  missed: " WS-Work-Date
           End-If.

       COPY CTLIO.
