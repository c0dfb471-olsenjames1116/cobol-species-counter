      *      and appends it to a per-destination manifest file, LAB3-XFER-<partner>.CSV, in the same comma-delimited
      *      name,species,sex,chip layout Lab3q reads -- so the receiving shelter loads our animals exactly the way we load
      *      theirs.  The chip comes off the lab3-chips.dat cross-reference by animal number (the newest row wins, blank when
      *      the animal was never chipped), because the chip is the one identifier that survives the transfer.  The animal's
      *      visit history from lab3-visits.dat goes to a companion LAB3-XFER-<partner>-HIST.TXT, one dated line per visit,
      *      since the clinic chart doesn't fit the intake CSV and shouldn't go through the partner's import.  Run this after
      *      Lab3l has applied the day's dispositions.  A transfer Lab3l applied off its pending-hold queue when the hold lifted
      *      is not on the day's lab3-disp.dat; Lab3l passes it on lab3-xfer-released.dat, which is manifested the same way
      *      after the day's transactions and then emptied.  A T transaction with no destination, an animal number with no
      *      record on file, or a transaction Lab3l never applied -- the record read back doesn't carry the T stamp, which is
      *      what a reject or a transfer still waiting on Lab3l's pending-hold queue looks like from here -- is reported to the
      *      console and skipped, so an animal still on hand (or on an active legal hold) never lands on a partner manifest. Fix
      *      the transaction and rerun.  Each manifested transfer also raises a notice on lab3-sponsor-notices.dat for every
      *      sponsor of the animal, unless Lab3l already raised it when it stamped the T.

       Identification Division.
       Program-ID.  Lab3x.
            Assign to "lab3-chips.dat"
            Organization is Line Sequential
            File Status is WS-Chp-Status.
           Select SpsFile
            Assign to "lab3-sponsorships.dat"
            Organization is Line Sequential
            File Status is WS-Sps-Status.
           Select SpoFile
            Assign to "lab3-sponsors.dat"
            Organization is Line Sequential
            File Status is WS-Spo-Status.
           Select SpnFile
            Assign to "lab3-sponsor-notices.dat"
            Organization is Line Sequential
            File Status is WS-Spn-Status.
           Select XrlFile
            Assign to "lab3-xfer-released.dat"
            Organization is Line Sequential
            File Status is WS-Xrl-Status.

       Data Division.
       File Section.
      *      The day's transactions and the transfers Lab3l released
      *      off its pending queue are both read into the DspRecord
      *      layout in Working-Storage, so 100 manifests them alike.
       FD   DspFile.
       01   DspInLine       Pic X(46).
       FD   XrlFile.
       01   XrlRecord       Pic X(46).
       FD   InFile.
       COPY INIDXREC.
       FD   VisFile.
       01   ManHistLine     Pic X(80).
       FD   ChpFile.
       COPY CHPREC.
       FD   SpsFile.
       COPY SPSREC.
       FD   SpoFile.
       COPY SPOREC.
       FD   SpnFile.
       COPY SPNREC.
       Working-Storage Section.
       COPY SPNWS.
       COPY DSPREC.
       01   WS-Dsp-Status       Pic XX.
       01   WS-Xrl-Status       Pic XX.
       01   WS-InFile-Status    Pic XX.
       01   WS-Vis-Status       Pic XX.
       01   WS-Man-Status       Pic XX.
       01   WS-ManHist-Name     Pic X(40).
       01   DspFileEOF          Pic X Value "N".
            88  AtEndOfDspFile      Value "Y".
       01   WS-Dsp-Open         Pic X Value "N".
            88  Dsp-File-Open       Value "Y".
       01   WS-Xrl-EOF          Pic X Value "N".
            88  WS-Xrl-AtEnd        Value "Y".
       01   WS-Xrl-Open         Pic X Value "N".
            88  Xrl-File-Open       Value "Y".
       01   WS-Vis-EOF          Pic X Value "N".
            88  AtEndOfVisits       Value "Y".
       01   WS-Visits-Open      Pic X Value "N".
       000-Main.
           Open Input DspFile
           If WS-Dsp-Status = "35"
               Move "Y" to DspFileEOF
           Else
               Move "Y" to WS-Dsp-Open
           End-If
           Open Input XrlFile
           If WS-Xrl-Status = "35"
               Move "Y" to WS-Xrl-EOF
           Else
               Move "Y" to WS-Xrl-Open
           End-If
           If Not Dsp-File-Open And Not Xrl-File-Open
               Display "lab3-disp.dat not found -- no transfers to "
                   "manifest."
           Else
               Open Input InFile
               If WS-InFile-Status = "35"
                   Display "lab3-in.dat not found -- run Lab3j first."
                   Perform 160-CloseInputs
               Else
                   Open Input VisFile
                   Evaluate WS-Vis-Status
                               "(status " WS-Vis-Status ") -- a "
                               "pre-cutover file is still keyed on "
                               "Names; convert it with Lab3ao."
                           Perform 160-CloseInputs
                           Close InFile
                           Stop Run
                   End-Evaluate
                   Perform Until AtEndOfDspFile
                       Read DspFile Into DspRecord
                           At End
                               Move "Y" to DspFileEOF
                           Not At End
                               End-If
                       End-Read
                   End-Perform
                   Perform Until WS-Xrl-AtEnd
                       Read XrlFile Into DspRecord
                           At End
                               Move "Y" to WS-Xrl-EOF
                           Not At End
                               Perform 100-ManifestOneTransfer
                       End-Read
                   End-Perform
      *      Emptied once manifested, so a released transfer goes on
      *      the partner's manifest once.
                   If Xrl-File-Open
                       Perform 160-CloseInputs
                       Open Output XrlFile
                       Close XrlFile
                   Else
                       Perform 160-CloseInputs
                   End-If
                   Close InFile
                   If Visits-On-File
                       Close VisFile
                           If InDispCode = "T"
                               Perform 110-WriteManifestRow
                               Perform 130-WriteVisitHistory
                               Perform 135-NotifySponsors
                               Add 1 to WS-XferCount
                           Else
                               Add 1 to WS-SkipCount
               Close ManHistFile
           End-If.

      *      Lab3l has normally raised the notice already when it
      *      stamped the T; 890 does not raise it twice.
       135-NotifySponsors.
           Move "T"      to WS-Spn-Event
           Move DspDate  to WS-Spn-Date
           Move DspDest  to WS-Spn-Dest
           Move "LAB3X"  to WS-Spn-Program
           Perform 890-NotifySponsors.

       140-CopyVisitLines.
           Move InAnimalId to VisAnimalId
           Move Low-Values to VisDate
               End-If
           End-If.

       160-CloseInputs.
           If Dsp-File-Open
               Close DspFile
           End-If
           If Xrl-File-Open
               Close XrlFile
           End-If.

       900-DisplayTotals.
           Move WS-XferCount to WS-XferCountStr
           Move WS-SkipCount to WS-SkipCountStr
           Display "Lab3x: manifested " Function Trim(WS-XferCountStr)
               " transfer(s), skipped "
               Function Trim(WS-SkipCountStr) " transaction(s)."
           If WS-Spn-Written > 0
               Move WS-Spn-Written to WS-XferCountStr
               Display "Lab3x: " Function Trim(WS-XferCountStr)
                   " sponsor notice(s) written to "
                   "lab3-sponsor-notices.dat for the mailing run."
           End-If.

       COPY SPNWRT.
