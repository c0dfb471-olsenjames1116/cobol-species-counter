      *      to run anyway -- lab3-counts.csv and lab3-history.dat are
      *      opened Extend, so an unguarded same-day rerun appends the
      *      same date twice and Lab3h reports a bogus zero-delta
      *      month.  Under a BUSDATE= card (a catch-up run) the
      *      ledger date is the business date being processed rather
      *      than today, so the guard and the ledger both speak of the
      *      night the data belongs to.  980-WriteRunLog appends this run's ledger record;
      *      Perform it after 970-SetReturnCode so RunRC carries the
      *      final return code.  COPY RUNIO into the Procedure
      *      Division.
       040-CheckRunLog.
           Accept WS-Run-Date-Raw From Date YYYYMMDD
           Move WS-Run-Date-Raw to WS-Run-Date
           If Ctl-BusDate-Present
               Move WS-Ctl-BusDate to WS-Run-Date
           End-If
           Move "N" to WS-Run-Found
           Open Input RunLogFile
           If WS-RunLog-Status = "35"
               If Ctl-Override-Present
                   Display "A successful "
                       Function Trim(WS-Run-Program)
                       " run is already logged for " WS-Run-Date
                       " -- "
                       "OVERRIDE=Y accepted, running anyway."
               Else
                   Display "*** A successful "
                       Function Trim(WS-Run-Program)
                       " run is already logged for " WS-Run-Date
                       " -- "
                       "stopping.  Add OVERRIDE=Y to "
                       "lab3-control.dat to rerun. ***"
                   Move 8 to Return-Code
