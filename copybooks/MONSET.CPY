      *      Shared procedure text: settle the month a monthly report
      *      covers.  A MONTH=yyyymm card in lab3-control.dat wins, so
      *      the nightly stream can drive the run; otherwise the
      *      console is asked, and a blank answer is the month just
      *      ended -- the one these reports are normally run for in
      *      the first days of the next.  Anything that is not a
      *      YYYYMM month leaves Month-Set false and the caller stops.
      *      WS-Today-Raw / WS-Today-Disp are left holding the run
      *      date for the report heading.  Needs CTLIO.  COPY MONSET
      *      into the Procedure Division.
       070-SetReportMonth.
           Move "N" to WS-Month-Flag
           Accept WS-Today-Raw From Date YYYYMMDD
           Move Spaces to WS-Today-Disp
           String WS-Today-Raw(5:2) "/"
                  WS-Today-Raw(7:2) "/"
                  WS-Today-Raw(1:4)
               Delimited by Size Into WS-Today-Disp
           Perform 800-ReadControlFile
           If Ctl-Month-Present
               Move WS-Ctl-Month to WS-Month-In
               Display "Report month " WS-Month-In
                   " taken from lab3-control.dat."
           Else
               Display "Report month (YYYYMM, blank for last month): "
                   With No Advancing
               Accept WS-Month-In
           End-If
           If WS-Month-In = Spaces
               Move WS-Today-Raw(1:4) to WS-Rpt-Year
               Move WS-Today-Raw(5:2) to WS-Rpt-Mon
               If WS-Rpt-Mon = 1
                   Subtract 1 from WS-Rpt-Year
                   Move 12 to WS-Rpt-Mon
               Else
                   Subtract 1 from WS-Rpt-Mon
               End-If
               Move "Y" to WS-Month-Flag
           Else
               If WS-Month-In Is Numeric
                   Move WS-Month-In to WS-Rpt-Month
                   If WS-Rpt-Mon >= 1 And WS-Rpt-Mon <= 12
                       Move "Y" to WS-Month-Flag
                   End-If
               End-If
               If Not Month-Set
                   Display "Report month " WS-Month-In
                       " is not a YYYYMM month."
               End-If
           End-If.
