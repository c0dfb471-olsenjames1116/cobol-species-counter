      *      step pages someone instead of the news waiting for coffee.  The missed-night and failed-step conditions (and a
      *      non-empty reject total) also go to the lab3-alerts.dat central ledger as open alerts for Lab3ak's morning review
      *      -- Lab3e writes its own capacity alerts there, so those are not duplicated here.  Files are opened by DD-style logical names; the
      *      nightly points them at the day's dated datasets.  Output goes to the BALRPT dataset and the console.  Under a
      *      BUSDATE= control card (a catch-up of a missed night) the summary balances that business date's ledger entries
      *      instead of today's, and the occupancy report -- which only describes the shelter as it stands now -- is left out of
      *      the verdict.

       Identification Division.
       Program-ID.  Lab3af.
            Assign to "ALERTS"
            Organization is Line Sequential
            File Status is WS-Alr-Status.
           Select CtlFile
            Assign to "CTLFILE"
            Organization is Line Sequential
            File Status is WS-Ctl-Status.

       Data Division.
       File Section.
       COPY RPTREC.
       FD   AlrFile.
       COPY ALRREC.
       FD   CtlFile.
       COPY CTLREC.
       Working-Storage Section.
       COPY ALRWS.
       COPY CTLWS.
       01   WS-RunLog-Status    Pic XX.
       01   WS-File-Status      Pic XX.
       01   WS-File-EOF         Pic X Value "N".
           Move "LAB3AF" to WS-Alert-Program
           Accept WS-Today-Raw From Date YYYYMMDD
           Move WS-Today-Raw to WS-Today
           Perform 800-ReadControlFile
           If Ctl-BusDate-Present
               Move WS-Ctl-BusDate to WS-Today
           End-If
           Open Output BalRptFile
           Perform 100-WriteReportHeader
           Perform 200-SummarizeRunLedger
           Perform 300-CountRejectBuckets
           If Ctl-BusDate-Present
               Perform 410-NoteOccupancySkipped
           Else
               Perform 400-ScanOccupancyReport
           End-If
           Perform 500-CompareRecordCounts
           Perform 600-WriteVerdict
           Close BalRptFile
               Into RptRecord
           Write RptRecord.

      *      The occupancy report describes the shelter as it stands
      *      now, not on a business date being caught up, so a
      *      catch-up run leaves it out of the verdict.
       410-NoteOccupancySkipped.
           Move 0 to WS-Alert-Count
           Move Spaces to RptRecord
           Write RptRecord
           Move "CAPACITY ALERTS (LAB3E): NOT CHECKED ON A CATCH-UP RUN"
               to RptRecord
           Write RptRecord.

       500-CompareRecordCounts.
           Move Spaces to RptRecord
           Write RptRecord
               " -- see the balancing summary.".

       COPY ALRWRT.
       COPY CTLIO.
