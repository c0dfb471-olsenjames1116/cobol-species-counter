      *      James Olsen
      *      This program is the nightly permit-expiry watch.  A rehab permit that lapses while we are holding animals
      *      under it is a compliance finding, and the renewal paperwork takes weeks, so nobody can be allowed to notice on
      *      the day.  Every permit on the lab3-permits.dat permit master that expires within the next 60 days raises a
      *      warning on lab3-alerts.dat for the duty operator's Lab3ak review, and one that has already lapsed raises a
      *      critical one.  Each alert is raised once: the ledger is read first and a permit already warned about for the
      *      same expiry date is not raised again, so a renewal keyed onto the master as a new expiry starts the clock over.
      *      Lab3w and Lab3q refuse intakes against a lapsed permit; Lab3ay prints the monthly permit status.  On a catch-up
      *      night the days left on each permit are counted from the BUSDATE= control card, so a rerun of a missed night warns
      *      as that night would have.

       Identification Division.
       Program-ID.  Lab3az.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select PrmFile
            Assign to "PERMITS"
            Organization is Line Sequential
            File Status is WS-Prm-Status.
           Select AlrFile
            Assign to "ALERTS"
            Organization is Line Sequential
            File Status is WS-Alr-Status.
           Select CtlFile
            Assign to "CTLFILE"
            Organization is Line Sequential
            File Status is WS-Ctl-Status.

       Data Division.
       File Section.
       FD   PrmFile.
       COPY PRMREC.
       FD   AlrFile.
       COPY ALRREC.
       FD   CtlFile.
       COPY CTLREC.
       Working-Storage Section.
       COPY CTLWS.
       COPY ALRWS.
       COPY PRMWS.
       01   WS-Alr-EOF          Pic X Value "N".
            88  WS-Alr-AtEnd        Value "Y".
      *      Texts of the permit alerts already on the ledger.
       01   WS-Seen-Table.
           05  WS-Seen-Count       Pic 9(4) Value 0.
           05  WS-Seen-Entry       Occurs 1 to 1000 Times
                                    Depending On WS-Seen-Count
                                    Indexed by WS-Seen-Idx.
               10  WS-Seen-Text        Pic X(60).
       01   WS-Seen-Found       Pic X(1).
            88  Alert-Already-Raised Value "Y".
       01   WS-Warn-Days        Pic 9(3) Value 60.
       01   WS-Today-Int        Pic 9(8).
       01   WS-Expiry-Num       Pic 9(8).
       01   WS-Days-Left        Pic S9(6).
       01   WS-Days-LeftEd      Pic ZZZZZ9.
       01   WS-Raised-Count     Pic 9(4) Value 0.
       01   WS-Raised-CountEd   Pic ZZZ9.
       01   WS-Expiring-Count   Pic 9(4) Value 0.
       01   WS-Expiring-CountEd Pic ZZZ9.
       01   WS-Lapsed-Count     Pic 9(4) Value 0.
       01   WS-Lapsed-CountEd   Pic ZZZ9.

       Procedure Division.
       000-Main.
           Move "LAB3AZ" to WS-Alert-Program
           Perform 091-LoadPermits
           If WS-Permit-Count = 0
               Display "lab3-permits.dat not found or empty -- no "
                   "permits to watch."
               Stop Run
           End-If
           Perform 800-ReadControlFile
           If Ctl-BusDate-Present
               Move WS-Ctl-BusDate to WS-Prm-Today-Raw
               Move WS-Prm-Today-Raw to WS-Prm-Today
           End-If
           Compute WS-Today-Int =
               Function Integer-of-Date(WS-Prm-Today-Raw)
           Perform 100-LoadRaisedAlerts
           Perform 200-CheckOnePermit
               Varying WS-Prm-Sub From 1 By 1
               Until WS-Prm-Sub > WS-Permit-Count
           Move WS-Raised-Count   to WS-Raised-CountEd
           Move WS-Expiring-Count to WS-Expiring-CountEd
           Move WS-Lapsed-Count   to WS-Lapsed-CountEd
           Display "Lab3az: " Function Trim(WS-Expiring-CountEd)
               " permit(s) expiring within 60 days, "
               Function Trim(WS-Lapsed-CountEd) " lapsed, "
               Function Trim(WS-Raised-CountEd)
               " new alert(s) raised."
           Stop Run.

       100-LoadRaisedAlerts.
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
                              And WS-Seen-Count < 1000
                               Add 1 to WS-Seen-Count
                               Move AlrText
                                   to WS-Seen-Text(WS-Seen-Count)
                           End-If
                   End-Read
               End-Perform
               Close AlrFile
           End-If.

      *      A permit with no usable expiry date (blank loads as
      *      99999999) never expires and is not watched.
       200-CheckOnePermit.
           If WS-Permit-Expiry(WS-Prm-Sub) Numeric
              And WS-Permit-Expiry(WS-Prm-Sub) Not = "99999999"
               Move WS-Permit-Expiry(WS-Prm-Sub) to WS-Expiry-Num
               Compute WS-Days-Left =
                   Function Integer-of-Date(WS-Expiry-Num)
                   - WS-Today-Int
               Evaluate True
                   When WS-Days-Left < 0
                       Add 1 to WS-Lapsed-Count
                       Move "C" to WS-Alert-Sev
                       Move Spaces to WS-Alert-Text
                       String "PERMIT "
                              Function Trim(WS-Permit-Number
                                  (WS-Prm-Sub))
                              " "
                              Function Trim(WS-Permit-Agency
                                  (WS-Prm-Sub))
                              " LAPSED "
                              WS-Permit-Expiry(WS-Prm-Sub)
                           Delimited by Size Into WS-Alert-Text
                       Perform 210-RaiseOnce
                   When WS-Days-Left Not > WS-Warn-Days
                       Add 1 to WS-Expiring-Count
                       Move "W" to WS-Alert-Sev
                       Move Spaces to WS-Alert-Text
                       String "PERMIT "
                              Function Trim(WS-Permit-Number
                                  (WS-Prm-Sub))
                              " "
                              Function Trim(WS-Permit-Agency
                                  (WS-Prm-Sub))
                              " EXPIRES "
                              WS-Permit-Expiry(WS-Prm-Sub)
                           Delimited by Size Into WS-Alert-Text
                       Perform 210-RaiseOnce
                   When Other
                       Continue
               End-Evaluate
           End-If.

       210-RaiseOnce.
           Move "N" to WS-Seen-Found
           If WS-Seen-Count > 0
               Set WS-Seen-Idx to 1
               Search WS-Seen-Entry
                   At End
                       Continue
                   When WS-Seen-Text(WS-Seen-Idx) = WS-Alert-Text
                       Move "Y" to WS-Seen-Found
               End-Search
           End-If
           If Not Alert-Already-Raised
               Perform 880-WriteAlertRecord
               Add 1 to WS-Raised-Count
               If WS-Seen-Count < 1000
                   Add 1 to WS-Seen-Count
                   Move WS-Alert-Text to WS-Seen-Text(WS-Seen-Count)
               End-If
           End-If.

       COPY ALRWRT.
       COPY PRMLOAD.
       COPY CTLIO.
