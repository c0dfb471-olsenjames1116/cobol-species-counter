      *      Shared procedure text: write the column-headed, paginated
      *      LAB3-RPT.TXT report with a grand-total line.  The run
      *      date is the BUSDATE= business date on a catch-up run, and
      *      the CSV and history rows take it from WS-Rpt-Date-Disp.
      *      COPY RPTWRT into the Procedure Division.
       700-OpenReport.
           Open Output RptFile
           Move 1 to WS-Rpt-Page
           Move 0 to WS-Rpt-LineCount
           Accept WS-Rpt-Date-Raw From Date YYYYMMDD
           If Ctl-BusDate-Present
               Move WS-Ctl-BusDate to WS-Rpt-Date-Raw
           End-If
           String WS-Rpt-Date-Raw(5:2) "/" WS-Rpt-Date-Raw(7:2) "/"
                  WS-Rpt-Date-Raw(1:4)
               Delimited by Size Into WS-Rpt-Date-Disp
