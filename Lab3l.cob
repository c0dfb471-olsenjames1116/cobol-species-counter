      *      record on file, a disposition code that isn't A/R/T/D, or an adoption with a missing or unknown adopter -- is
      *      written to lab3-disp-rejects.dat with a reason, the same repair-and-resubmit pattern Lab3k uses for the
      *      maintenance transactions.  An animal with an active hold on lab3-holds.dat cannot be adopted, released, or
      *      transferred -- those transactions wait on the pending queue until Lab3ad releases the hold; a D death still applies.
      *      The wildlife agency asks where every release went back out, so an R release must name a DspRelSite on the
      *      lab3-relsites.dat release-site register -- NORLSITE when it is blank, BADRLSITE when it is not on the register --
      *      and a releasing operator named in DspRelOper must be on lab3-operators.dat (BADRLOPR); a blank one means the
      *      operator applying the run.  Each applied release is appended to lab3-releases.dat with the site's county and
      *      habitat and the animal's intake date, where Lab3aq's release report picks it up.
      *      An A/R/T transaction for an animal under an active hold no longer rejects ONHOLD to be forgotten in the reject
      *      file: it goes onto the lab3-disp-pending.dat queue exactly as keyed.  Every run retries the queue first, before
      *      the day's transactions -- an entry whose animal has no active hold left (Lab3ad has released it) is applied with
      *      its original DspDate, adopter, and release site, and one still blocked stays queued; the queue is rewritten with
      *      whatever is left.  A queued disposition whose animal is no longer on hand by the time its hold lifts is rejected
      *      SUPERSEDED rather than stamped over the later disposition; a retried entry's rejects carry line number 0.  The
      *      queue is retried even on a day with no lab3-disp.dat.  Lab3ad's P)ending listing shows what is still waiting
      *      and on which hold.  A disposition dated on or before the latest month Lab3ba has closed rejects CLOSEDPER unless a
      *      supervisor overrides it at the terminal, every override journaled to lab3-audit.dat as a PEROVRD entry; a queued
      *      one meets the same check when its hold lifts.  Every applied disposition is journaled to lab3-audit.dat as a DISP
      *      entry with the record's before and after images under the signed-on operator, and every reject is also appended to
      *      the cumulative lab3-rejlog.dat for Lab3bb's operator activity report.  Every applied disposition of an animal with
      *      a running sponsorship on lab3-sponsorships.dat raises a notice on lab3-sponsor-notices.dat for each of its
      *      sponsors, with the sponsor's mailing address from lab3-sponsors.dat, for the mailing run; a notice already on file
      *      for the same event is not raised twice.  A queued T transfer applied when its hold lifts is appended to
      *      lab3-xfer-released.dat, since it is not on that day's lab3-disp.dat, and Lab3x manifests it from there.

       Identification Division.
       Program-ID.  Lab3l.
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
           Select RjlFile
            Assign to "lab3-rejlog.dat"
            Organization is Line Sequential
            File Status is WS-Rjl-Status.
           Select LckFile
            Assign to "lab3-inlock.dat"
            Organization is Line Sequential
            File Status is WS-Lck-Status.
           Select RlsFile
            Assign to "lab3-relsites.dat"
            Organization is Line Sequential
            File Status is WS-Rls-Status.
           Select RelFile
            Assign to "lab3-releases.dat"
            Organization is Line Sequential
            File Status is WS-Rel-Status.
           Select PndFile
            Assign to "lab3-disp-pending.dat"
            Organization is Line Sequential
            File Status is WS-Pnd-Status.
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
      *      The transaction is read into the DspRecord layout in
      *      Working-Storage, where a retried queue entry is also
      *      placed, so 100 applies both the same way.
       FD   DspFile.
       01   DspInLine       Pic X(46).
       FD   InFile.
       COPY INIDXREC.
       FD   AdpFile.
       COPY HLDREC.
       FD   OprFile.
       COPY OPRREC.
       FD   PerFile.
       COPY PERREC.
       FD   AudFile.
       COPY AUDREC.
       FD   RjlFile.
       COPY RJLREC.
       FD   LckFile.
       COPY LCKREC.
       FD   RlsFile.
       COPY RLSREC.
       FD   RelFile.
       COPY RELREC.
       FD   PndFile.
       COPY PNDREC.
       FD   SpsFile.
       COPY SPSREC.
       FD   SpoFile.
       COPY SPOREC.
       FD   SpnFile.
       COPY SPNREC.
      *      A T applied off the pending queue was never on the day's
      *      lab3-disp.dat, so it is passed to Lab3x here instead.
       FD   XrlFile.
       01   XrlRecord       Pic X(46).
       FD   DspRejFile.
       01   DspRejRecord.
           05  DspRejLineNum   Pic 9(6).
           05  Filler          Pic X(2)  Value Spaces.
           05  DspRejReason    Pic X(10).
           05  Filler          Pic X(2)  Value Spaces.
           05  DspRejRawLine   Pic X(46).
           05  Filler          Pic X(2)  Value Spaces.
           05  DspRejOperator  Pic X(8).
       Working-Storage Section.
       COPY OPRWS.
       COPY AUDWS.
       COPY PERWS.
       COPY RJLWS.
       COPY LCKWS.
       COPY SPNWS.
       COPY DSPREC.
       01   WS-Dsp-Status       Pic XX.
       01   WS-Xrl-Status       Pic XX.
       01   WS-InFile-Status    Pic XX.
       01   WS-Adp-Status       Pic XX.
       01   WS-Ado-Status       Pic XX.
               10  WS-AdpTab-Id        Pic X(6).
               10  WS-AdpTab-Name      Pic X(20).
               10  WS-AdpTab-AdoCnt    Pic 9(4).
       01   WS-Rls-Status       Pic XX.
       01   WS-Rls-EOF          Pic X Value "N".
            88  WS-Rls-AtEnd        Value "Y".
       01   WS-Rel-Status       Pic XX.
       01   WS-Rls-Found        Pic X(1) Value "N".
            88  RelSite-On-File     Value "Y".
       01   WS-Rls-Table.
           05  WS-RlsTab-Count     Pic 9(3) Value 0.
           05  WS-RlsTab-Entry     Occurs 1 to 200 Times
                                    Depending On WS-RlsTab-Count
                                    Indexed by WS-Rls-Idx.
               10  WS-RlsTab-Id        Pic X(6).
               10  WS-RlsTab-County    Pic X(15).
               10  WS-RlsTab-Habitat   Pic X(8).
       01   WS-RelOpr-Found     Pic X(1) Value "N".
            88  RelOper-On-File     Value "Y".
       01   WS-Opr-Table.
           05  WS-OprTab-Count     Pic 9(3) Value 0.
           05  WS-OprTab-Entry     Occurs 1 to 200 Times
                                    Depending On WS-OprTab-Count
                                    Indexed by WS-Opr-Idx.
               10  WS-OprTab-Id        Pic X(8).
       01   WS-Rel-Operator     Pic X(8).
       01   WS-Dsp-Open         Pic X(1) Value "N".
            88  Dsp-File-Open       Value "Y".
       01   WS-Pnd-Status       Pic XX.
       01   WS-Pnd-EOF          Pic X Value "N".
            88  WS-Pnd-AtEnd        Value "Y".
       01   WS-Pnd-Today-Raw    Pic 9(8).
       01   WS-Pnd-Today        Pic X(8).
       01   WS-Replay-Flag      Pic X(1) Value "N".
            88  Replaying-Queue     Value "Y".
       01   WS-PndTab-Over      Pic X(1) Value "N".
            88  Pending-Table-Full  Value "Y".
       01   WS-Pnd-Table.
           05  WS-PndTab-Count     Pic 9(4) Value 0.
           05  WS-PndTab-Entry     Occurs 1 to 1000 Times
                                    Depending On WS-PndTab-Count.
               10  WS-PndTab-Disp      Pic X(46).
               10  WS-PndTab-Queued    Pic X(8).
               10  WS-PndTab-Oper      Pic X(8).
               10  WS-PndTab-Keep      Pic X(1).
       01   WS-Pnd-Loaded       Pic 9(4) Value 0.
       01   WS-Pnd-Sub          Pic 9(4).
       01   WS-Pnd-Dup          Pic X(1).
            88  Already-Queued      Value "Y".
       01   WS-Applied-Before   Pic 9(6).
       01   WS-QueuedCount      Pic 9(6) Value 0.
       01   WS-QueuedCountStr   Pic ZZZZZ9.
       01   WS-RetriedCount     Pic 9(6) Value 0.
       01   WS-RetriedCountStr  Pic ZZZZZ9.
       01   WS-StillHeld        Pic 9(6) Value 0.
       01   WS-StillHeldStr     Pic ZZZZZ9.

       Procedure Division.
       000-Main.
               Display "Lab3l: not signed on -- nothing applied."
               Stop Run
           End-If
           Move "LAB3L" to WS-Aud-Program
           Move "LAB3L" to WS-Rjl-Program
           Move WS-Op-Id to WS-Rjl-Operator
           Perform 035-LoadClosedPeriods
           Perform 040-CheckInFileLock
           If InFile-Locked
               Display "lab3-in.dat is held by "
                   "after the rebuild; nothing applied."
               Stop Run
           End-If
           Perform 082-LoadPendingQueue
           Open Input DspFile
           If WS-Dsp-Status = "35"
               Move "Y" to DspFileEOF
           Else
               Move "Y" to WS-Dsp-Open
           End-If
           If Not Dsp-File-Open And WS-PndTab-Count = 0
               Display "lab3-disp.dat not found -- nothing to apply."
           Else
               If Not Dsp-File-Open
                   Display "lab3-disp.dat not found -- retrying the "
                       "pending queue only."
               End-If
               Open I-O InFile
               If WS-InFile-Status = "35"
                   Display "lab3-in.dat not found -- run Lab3j first."
                   Perform 160-CloseDspFile
               Else
                   Perform 050-LoadAdopterTable
                   Perform 060-CountPriorAdoptions
                   Perform 080-LoadActiveHolds
                   Perform 085-LoadReleaseSites
                   Perform 087-LoadOperatorIds
      *      An active hold that did not fit the table would not
      *      block its disposition -- that is a legal exposure, not a
      *      warning, so nothing is applied until the ledger shrinks.
                           "would not block its disposition, so "
                           "nothing is applied; purge released "
                           "holds first."
                       Perform 160-CloseDspFile
                       Close InFile
                       Stop Run
                   End-If
      *      The queue is rewritten from the table, so a queue bigger
      *      than the table would lose its overflow the same way.
                   If Pending-Table-Full
                       Display "More than 1000 dispositions on "
                           "lab3-disp-pending.dat -- rewriting the "
                           "queue would drop the overflow, so "
                           "nothing is applied; see a supervisor."
                       Perform 160-CloseDspFile
                       Close InFile
                       Stop Run
                   End-If
                   Open Output DspRejFile
                   Perform 092-RetryPendingQueue
                   Perform Until AtEndOfDspFile
                       Read DspFile Into DspRecord
                           At End
                               Move "Y" to DspFileEOF
                           Not At End
                               Perform 100-ApplyDisposition
                       End-Read
                   End-Perform
                   Perform 160-CloseDspFile
                   Close InFile
                   Close DspRejFile
                   Perform 150-RewritePendingQueue
                   Perform 900-DisplayTotals
               End-If
           End-If
               Close HldFile
           End-If.

       082-LoadPendingQueue.
           Accept WS-Pnd-Today-Raw From Date YYYYMMDD
           Move WS-Pnd-Today-Raw to WS-Pnd-Today
           Move 0 to WS-PndTab-Count
           Open Input PndFile
           If WS-Pnd-Status = "35"
               Continue
           Else
               Move "N" to WS-Pnd-EOF
               Perform Until WS-Pnd-AtEnd
                   Read PndFile
                       At End
                           Move "Y" to WS-Pnd-EOF
                       Not At End
                           If WS-PndTab-Count = 1000
                               Move "Y" to WS-PndTab-Over
                           Else
                               Add 1 to WS-PndTab-Count
                               Move PndDisp to
                                   WS-PndTab-Disp(WS-PndTab-Count)
                               Move PndQueued to
                                   WS-PndTab-Queued(WS-PndTab-Count)
                               Move PndOperator to
                                   WS-PndTab-Oper(WS-PndTab-Count)
                               Move "Y" to
                                   WS-PndTab-Keep(WS-PndTab-Count)
                           End-If
                   End-Read
               End-Perform
               Close PndFile
           End-If
           Move WS-PndTab-Count to WS-Pnd-Loaded.

       090-CheckHold.
           Move "N" to WS-Hold-Found
           If WS-HldTab-Count > 0
               End-Search
           End-If.

      *      The release-site register and the operator ids are
      *      loaded once a run; an R release is checked against both.
       085-LoadReleaseSites.
           Move 0 to WS-RlsTab-Count
           Open Input RlsFile
           If WS-Rls-Status = "35"
               Display "lab3-relsites.dat not found -- every release "
                   "will reject BADRLSITE until the register exists."
           Else
               Move "N" to WS-Rls-EOF
               Perform Until WS-Rls-AtEnd
                   Read RlsFile
                       At End
                           Move "Y" to WS-Rls-EOF
                       Not At End
                           If RlsId Not = Spaces
                              And WS-RlsTab-Count < 200
                               Add 1 to WS-RlsTab-Count
                               Set WS-Rls-Idx to WS-RlsTab-Count
                               Move Function Upper-Case(RlsId)
                                   to WS-RlsTab-Id(WS-Rls-Idx)
                               Move RlsCounty
                                   to WS-RlsTab-County(WS-Rls-Idx)
                               Move Function Upper-Case(RlsHabitat)
                                   to WS-RlsTab-Habitat(WS-Rls-Idx)
                           End-If
                   End-Read
               End-Perform
               Close RlsFile
           End-If.

       086-FindReleaseSite.
           Move "N" to WS-Rls-Found
           If WS-RlsTab-Count > 0
               Set WS-Rls-Idx to 1
               Search WS-RlsTab-Entry
                   At End
                       Continue
                   When WS-RlsTab-Id(WS-Rls-Idx)
                       = Function Upper-Case(DspRelSite)
                       Move "Y" to WS-Rls-Found
               End-Search
           End-If.

       087-LoadOperatorIds.
           Move 0 to WS-OprTab-Count
           Open Input OprFile
           If WS-Opr-Status = "35"
               Continue
           Else
               Move "N" to WS-Opr-EOF
               Perform Until WS-Opr-AtEnd
                   Read OprFile
                       At End
                           Move "Y" to WS-Opr-EOF
                       Not At End
                           If WS-OprTab-Count < 200
                               Add 1 to WS-OprTab-Count
                               Set WS-Opr-Idx to WS-OprTab-Count
                               Move Function Upper-Case(OprId)
                                   to WS-OprTab-Id(WS-Opr-Idx)
                           End-If
                   End-Read
               End-Perform
               Close OprFile
           End-If.

       088-FindReleaseOperator.
           Move "N" to WS-RelOpr-Found
           If WS-OprTab-Count > 0
               Set WS-Opr-Idx to 1
               Search WS-OprTab-Entry
                   At End
                       Continue
                   When WS-OprTab-Id(WS-Opr-Idx)
                       = Function Upper-Case(DspRelOper)
                       Move "Y" to WS-RelOpr-Found
               End-Search
           End-If.

      *      Entries queued on earlier runs are retried before the
      *      day's file, oldest first, so a queued disposition lands
      *      ahead of anything keyed for the animal since.
       092-RetryPendingQueue.
           Move "Y" to WS-Replay-Flag
           Move 0 to WS-DspLineNum
           Perform 094-RetryOneEntry
               Varying WS-Pnd-Sub From 1 By 1
               Until WS-Pnd-Sub > WS-Pnd-Loaded
           Move "N" to WS-Replay-Flag.

       094-RetryOneEntry.
           Move WS-PndTab-Disp(WS-Pnd-Sub) to DspRecord
           Perform 090-CheckHold
           If Animal-On-Hold
               Add 1 to WS-StillHeld
           Else
               Move "N" to WS-PndTab-Keep(WS-Pnd-Sub)
               Move WS-AppliedCount to WS-Applied-Before
               Perform 100-ApplyDisposition
               If WS-AppliedCount > WS-Applied-Before
                   Add 1 to WS-RetriedCount
                   Display "Hold lifted -- applied the queued "
                       DspCode " disposition dated " DspDate
                       " for animal " DspAnimalId "."
                   If DspCode = "T"
                       Perform 096-PassReleasedTransfer
                   End-If
               End-If
           End-If.

       096-PassReleasedTransfer.
           Open Extend XrlFile
           If WS-Xrl-Status = "35"
               Open Output XrlFile
           End-If
           Write XrlRecord From DspRecord
           Close XrlFile.

       100-ApplyDisposition.
           If DspCode = "A"
               Move DspAdopter to WS-Adp-LookupId
           Else
               Move "N" to WS-Hold-Found
           End-If
           If DspCode = "R"
               Perform 086-FindReleaseSite
               If DspRelOper Not = Spaces
                   Perform 088-FindReleaseOperator
               End-If
           End-If
           Evaluate True
               When Not Dsp-Valid-Code
                   Move "BADCODE" to WS-Dsp-Reason
                   Perform 110-WriteDspReject
               When Animal-On-Hold
                   Perform 115-QueuePending
               When DspCode = "A" And DspAdopter = Spaces
                   Move "NOADPT" to WS-Dsp-Reason
                   Perform 110-WriteDspReject
               When DspCode = "A" And Not Adopter-On-File
                   Move "BADADPT" to WS-Dsp-Reason
                   Perform 110-WriteDspReject
               When DspCode = "R" And DspRelSite = Spaces
                   Move "NORLSITE" to WS-Dsp-Reason
                   Perform 110-WriteDspReject
               When DspCode = "R" And Not RelSite-On-File
                   Move "BADRLSITE" to WS-Dsp-Reason
                   Perform 110-WriteDspReject
               When DspCode = "R" And DspRelOper Not = Spaces
                And Not RelOper-On-File
                   Move "BADRLOPR" to WS-Dsp-Reason
                   Perform 110-WriteDspReject
               When Other
                   Move DspAnimalId to InAnimalId
                   Read InFile Key is InAnimalId
                           Move "NOTFND" to WS-Dsp-Reason
                           Perform 110-WriteDspReject
                       Not Invalid Key
                           If Replaying-Queue And Not In-OnHand
                               Move "SUPERSEDED" to WS-Dsp-Reason
                               Perform 110-WriteDspReject
                           Else
                               Perform 105-CheckClosedDate
                               If Period-Closed
                                  And Not Override-Granted
                                   Move "CLOSEDPER" to WS-Dsp-Reason
                                   Perform 110-WriteDspReject
                               Else
                                   Perform 108-PostDisposition
                               End-If
                           End-If
                   End-Read
           End-Evaluate.

      *      A disposition dated in a month Lab3ba has closed would
      *      move that month's outcomes and every census since, so it
      *      takes a supervisor.  The check is made at the moment of
      *      posting, so one that sat on the pending queue while the
      *      month was closed meets the lock when its hold lifts.
       105-CheckClosedDate.
           Move DspDate   to WS-Per-Check-Date
           Move DspRecord to WS-Per-Txn-Image
           Perform 036-CheckClosedPeriod.

       108-PostDisposition.
           Move InRecord to WS-Aud-Before
           Move DspCode to InDispCode
           Move DspDate to InDispDate
           Rewrite InRecord
           Add 1 to WS-AppliedCount
           Move InRecord to WS-Aud-After
           Move "DISP" to WS-Aud-Action
           Perform 840-OpenAuditJournal
           Move WS-Op-Id to WS-Aud-Operator
           Perform 850-WriteAuditRecord
           Perform 860-CloseAuditJournal
           If DspCode = "A"
               Perform 120-RecordAdoption
           End-If
           If DspCode = "R"
               Perform 125-RecordRelease
           End-If
           Move DspCode  to WS-Spn-Event
           Move DspDate  to WS-Spn-Date
           Move DspDest  to WS-Spn-Dest
           Move "LAB3L"  to WS-Spn-Program
           Perform 890-NotifySponsors.

       110-WriteDspReject.
           Add 1 to WS-RejCount
           Move Spaces to DspRejRecord
           Move WS-Dsp-Reason to DspRejReason
           Move DspRecord     to DspRejRawLine
           Move WS-Op-Id      to DspRejOperator
           Write DspRejRecord
           Move "DISP"        to WS-Rjl-Kind
           Move WS-Dsp-Reason to WS-Rjl-Reason
           Move DspAnimalId   to WS-Rjl-AnimalId
           Perform 870-LogReject.

      *      A transaction already on the queue -- the same batch run
      *      twice -- is not queued a second time.  A full queue falls
      *      back to the old ONHOLD reject rather than losing it.
       115-QueuePending.
           Move "N" to WS-Pnd-Dup
           Perform Varying WS-Pnd-Sub From 1 By 1
                   Until WS-Pnd-Sub > WS-PndTab-Count
                      Or Already-Queued
               If WS-PndTab-Disp(WS-Pnd-Sub) = DspRecord
                  And WS-PndTab-Keep(WS-Pnd-Sub) = "Y"
                   Move "Y" to WS-Pnd-Dup
               End-If
           End-Perform
           Evaluate True
               When Already-Queued
                   Continue
               When WS-PndTab-Count < 1000
                   Add 1 to WS-PndTab-Count
                   Move DspRecord to WS-PndTab-Disp(WS-PndTab-Count)
                   Move WS-Pnd-Today to
                       WS-PndTab-Queued(WS-PndTab-Count)
                   Move WS-Op-Id to WS-PndTab-Oper(WS-PndTab-Count)
                   Move "Y" to WS-PndTab-Keep(WS-PndTab-Count)
                   Add 1 to WS-QueuedCount
               When Other
                   Move "ONHOLD" to WS-Dsp-Reason
                   Perform 110-WriteDspReject
           End-Evaluate.

       120-RecordAdoption.
           Open Extend AdoFile
                   "one."
           End-If.

       125-RecordRelease.
           If DspRelOper = Spaces
               Move WS-Op-Id to WS-Rel-Operator
           Else
               Move Function Upper-Case(DspRelOper) to WS-Rel-Operator
           End-If
           Open Extend RelFile
           If WS-Rel-Status = "35"
               Open Output RelFile
           End-If
           Move Spaces to RelRecord
           Move InAnimalId      to RelAnimalId
           Move InNames         to RelNames
           Move InSpecies       to RelSpecies
           Move InIntakeDate    to RelIntakeDate
           Move DspDate         to RelDate
           Move WS-RlsTab-Id(WS-Rls-Idx)      to RelSiteId
           Move WS-RlsTab-County(WS-Rls-Idx)  to RelCounty
           Move WS-RlsTab-Habitat(WS-Rls-Idx) to RelHabitat
           Move WS-Rel-Operator to RelOperator
           Write RelRecord
           Close RelFile.

      *      The adoption agreement requires 30-day and 90-day
      *      wellness checks; both rows go on the follow-up calendar
      *      the moment the adoption is applied, due-dated from
           Move "O" to FupStatus
           Write FupRecord.

       150-RewritePendingQueue.
           Open Output PndFile
           Perform Varying WS-Pnd-Sub From 1 By 1
                   Until WS-Pnd-Sub > WS-PndTab-Count
               If WS-PndTab-Keep(WS-Pnd-Sub) = "Y"
                   Move Spaces to PndRecord
                   Move WS-PndTab-Disp(WS-Pnd-Sub)   to PndDisp
                   Move WS-PndTab-Queued(WS-Pnd-Sub) to PndQueued
                   Move WS-PndTab-Oper(WS-Pnd-Sub)   to PndOperator
                   Write PndRecord
               End-If
           End-Perform
           Close PndFile.

       160-CloseDspFile.
           If Dsp-File-Open
               Close DspFile
               Move "N" to WS-Dsp-Open
           End-If.

       900-DisplayTotals.
           Move WS-AppliedCount to WS-AppliedCountStr
           Move WS-RejCount     to WS-RejCountStr
           Move WS-QueuedCount  to WS-QueuedCountStr
           Move WS-RetriedCount to WS-RetriedCountStr
           Move WS-StillHeld    to WS-StillHeldStr
           Display "Lab3l: applied " Function Trim(WS-AppliedCountStr)
               " disposition(s) ("
               Function Trim(WS-RetriedCountStr)
               " off the pending queue), rejected "
               Function Trim(WS-RejCountStr) " transaction(s)."
           Display "Lab3l: queued " Function Trim(WS-QueuedCountStr)
               " new disposition(s) behind an active hold; "
               Function Trim(WS-StillHeldStr)
               " earlier one(s) still waiting on theirs."
           If WS-Spn-Written > 0
               Move WS-Spn-Written to WS-AppliedCountStr
               Display "Lab3l: " Function Trim(WS-AppliedCountStr)
                   " sponsor notice(s) written to "
                   "lab3-sponsor-notices.dat for the mailing run."
           End-If.
       COPY OPRSGN.
       COPY PERCHK.
       COPY AUDWRT.
       COPY RJLWRT.
       COPY LCKCHK.
       COPY SPNWRT.
