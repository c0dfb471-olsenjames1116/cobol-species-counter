      *      master-detail report flags any that never match up.  A visit already on file for the same animal and date is
      *      reported, not overwritten.  A recorded visit also clears the earliest open wellness check it satisfies on the
      *      lab3-followups.dat calendar, so adopted animals drop off Lab3z's due-visit worklist the moment the clinic sees
      *      them.  The same visit clears a preventive-care item: when its reason code is one lab3-protocol.dat schedules for
      *      the animal's class and it falls on or after the intake date, the clerk is told which treatment it records, and
      *      Lab3at's worklist drops it the next night because the visit is now on file.  A visit dated on or before the latest
      *      month Lab3ba has closed is not recorded unless a supervisor overrides the closed period at the terminal; every
      *      override is journaled to lab3-audit.dat as a PEROVRD entry once the visit is on file.  Every recorded visit is
      *      journaled to lab3-audit.dat as a VISIT entry under the signed-on operator, for Lab3bb's operator activity report.

       Identification Division.
       Program-ID.  Lab3r.
            Assign to "lab3-operators.dat"
            Organization is Line Sequential
            File Status is WS-Opr-Status.
           Select PerFile
            Assign to "lab3-periods.dat"
            Organization is Line Sequential
            File Status is WS-Per-Status.
           Select AudFile
            Assign to "lab3-audit.dat"
            Organization is Line Sequential
            File Status is WS-Aud-Status.
           Select PrtFile
            Assign to "lab3-protocol.dat"
            Organization is Line Sequential
            File Status is WS-Prt-Status.
           Select SpeciesMaster
            Assign to "SPECIES-MASTER.DAT"
            Organization is Line Sequential.

       Data Division.
       File Section.
       COPY FUPREC.
       FD   OprFile.
       COPY OPRREC.
       FD   PerFile.
       COPY PERREC.
       FD   AudFile.
       COPY AUDREC.
       FD   PrtFile.
       COPY PRTREC.
       FD   SpeciesMaster.
       COPY SPMASTFD.
       Working-Storage Section.
       COPY OPRWS.
       COPY AUDWS.
       COPY PERWS.
       COPY SPECIES.
       COPY SPTABLE.
       COPY PRTWS.
       01   WS-Vis-Status       Pic XX.
       01   WS-InFile-Status    Pic XX.
       01   WS-Fup-Status       Pic XX.
       01   WS-Entry-Date       Pic X(8).
       01   WS-Entry-Reason     Pic X(4).
       01   WS-Entry-Outcome    Pic X(20).
       01   WS-Entry-Species    Pic X(15).
       01   WS-Entry-Intake     Pic X(8).
       01   WS-Again-Answer     Pic X(1) Value "Y".
            88  Enter-Again         Value "Y" "y".
       01   WS-EntryCount       Pic 9(4) Value 0.
               Display "Lab3r: not signed on -- nothing recorded."
               Stop Run
           End-If
           Move "LAB3R" to WS-Aud-Program
           Move "Y" to WS-Per-Log-Mode
           Perform 035-LoadClosedPeriods
           Perform 097-LoadProtocolTable
           If WS-Protocol-Count > 0
               Perform 050-LoadSpeciesTable
           End-If
           Open I-O VisFile
           If WS-Vis-Status = "35"
               Open Output VisFile
               Perform 110-CheckMasterExists
               Display "Visit date (YYYYMMDD): " With No Advancing
               Accept WS-Entry-Date
               Move WS-Entry-Date to WS-Per-Check-Date
               Move Spaces to WS-Per-Txn-Image
               String WS-Entry-AnimalId " " WS-Entry-Date
                   Delimited by Size Into WS-Per-Txn-Image
               Perform 036-CheckClosedPeriod
               Evaluate True
                   When WS-Entry-Date Not Numeric
                       Display "Visit date must be YYYYMMDD -- "
                           "nothing recorded."
                   When Period-Closed And Not Override-Granted
                       Display "Visit date " WS-Entry-Date " is in "
                           "a closed period -- nothing recorded."
                   When Other
                       Display "Reason code: " With No Advancing
                       Accept WS-Entry-Reason
                       Display "Outcome: " With No Advancing
                       Accept WS-Entry-Outcome
                       Perform 120-WriteVisit
               End-Evaluate
           End-If.

       110-CheckMasterExists.
           Move Spaces to WS-Entry-Names
           Move Spaces to WS-Entry-Species
           Move Spaces to WS-Entry-Intake
           Open Input InFile
           If WS-InFile-Status = "35"
               Display "Warning: lab3-in.dat not found -- cannot "
                           "history report until one lands."
                   Not Invalid Key
                       Move InNames to WS-Entry-Names
                       Move InSpecies to WS-Entry-Species
                       Move InIntakeDate to WS-Entry-Intake
                       Display "Animal " WS-Entry-AnimalId " is "
                           Function Trim(InNames) " ("
                           Function Trim(InSpecies) ")."
           Move WS-Op-Id         to VisOperator
           Write VisRecord
               Invalid Key
                   Continue
           End-Write
      *      Nothing is journaled -- not even a granted closed-period
      *      override -- until the visit is on file.
           Evaluate WS-Vis-Status
               When "00"
                   Add 1 to WS-EntryCount
                   Display "Visit recorded."
                   If Override-Granted
                       Perform 039-LogPeriodOverride
                   End-If
                   Perform 125-JournalVisit
                   Perform 130-ClearFollowUp
                   Perform 160-ShowCareItem
               When "22"
                   Display "A visit for animal "
                       Function Trim(WS-Entry-AnimalId) " on "
                       WS-Entry-Date " is already on file -- "
                       "nothing recorded."
               When Other
                   Display "lab3-visits.dat would not take the visit "
                       "(status " WS-Vis-Status ") -- nothing "
                       "recorded."
           End-Evaluate.

      *      The journal entry lets Lab3bb count the visit against
      *      the clinic operator who keyed it; it is not a lab3-in.dat
      *      image, and Lab3ah never selects it for backout.
       125-JournalVisit.
           Move Spaces to WS-Aud-Before
           Move VisRecord to WS-Aud-After
           Move "VISIT" to WS-Aud-Action
           Perform 840-OpenAuditJournal
           Move WS-Op-Id to WS-Aud-Operator
           Perform 850-WriteAuditRecord
           Perform 860-CloseAuditJournal.

      *      A keyed visit satisfies the earliest open wellness check
      *      on the adoption follow-up calendar whose due date the
               Write FupRecord
           End-Perform
           Close FupFile.

      *      Lab3at works its list out from the visits on file, so
      *      there is nothing to flip here -- the clerk is only told
      *      which protocol treatment this visit records for the
      *      animal's class (as of today, the same as the worklist),
      *      or that it falls before this stay's intake and counts
      *      for nothing.
       160-ShowCareItem.
           If WS-Protocol-Count > 0
              And WS-Entry-Species Not = Spaces
               Move Function Trim(Function Upper-Case
                   (WS-Entry-Species)) to Species
               Perform 055-ClassifySpecies
               Perform 170-MatchOneItem
                   Varying WS-Prt-Idx From 1 By 1
                   Until WS-Prt-Idx > WS-Protocol-Count
           End-If.

       170-MatchOneItem.
           If WS-Protocol-Class(WS-Prt-Idx) = WS-Class-Code
              And WS-Protocol-Reason(WS-Prt-Idx) = VisReason
               If WS-Entry-Date < WS-Entry-Intake
                   Display "Visit is dated before intake "
                       WS-Entry-Intake " -- it does not clear the "
                       Function Trim(WS-Protocol-Desc(WS-Prt-Idx))
                       " item for this stay."
               Else
                   Display "Cleared the "
                       Function Trim(WS-Protocol-Desc(WS-Prt-Idx))
                       " preventive-care item for animal "
                       WS-Entry-AnimalId "."
               End-If
           End-If.
       COPY OPRSGN.
       COPY PERCHK.
       COPY AUDWRT.
       COPY SPLOAD.
       COPY PRTLOAD.
