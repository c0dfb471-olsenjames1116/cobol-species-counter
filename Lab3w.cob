      *      The admission also asks which site the animal is physically at -- stamped into InSite, checked (but not forced)
      *      against the site master -- so the occupancy comparison starts from where the animal actually is; Lab3an's move
      *      transactions relocate it from there.
      *      The state annual report and the grant applications both count intakes by how they arrived and why, which used to
      *      mean a volunteer tallying the paper intake cards.  The admission now asks for the source -- S stray/found, O owner
      *      surrender, T transfer in, C seized -- the cause of admission as a code off the lab3-causes.dat table, and the found
      *      location, and appends them to lab3-circumstances.dat under the new animal number; an intake that never gets a
      *      good source or cause code in three tries is not admitted.  A missing code table gets a warning and any cause code
      *      is taken as keyed.  Lab3ap turns the log into the monthly cause-of-admission analysis.
      *      Our rehab permits cover particular species or classes, expire, and some cap how many animals we may hold at once,
      *      so a regulated species (SpMastProt) is now checked against the lab3-permits.dat permit master before it is
      *      admitted.  An intake that would put the covering permit over its holding limit, or whose covering permit has
      *      lapsed, is refused -- the animal has to go to another holder -- and the admission that fills a permit to its
      *      limit says so.  A regulated species no permit covers at all gets a warning and the operator decides, since the
      *      master may simply be missing a row.  The holding counts are taken from the on-hand records when the session
      *      opens and kept current as animals are admitted.  Every admission is journaled to lab3-audit.dat as an INTAKE entry
      *      (a blank before-image and the new record) under the signed-on operator, so Lab3ah can back a mistaken one out and
      *      Lab3bb counts it.  Before an intake is admitted the site's capacity for the animal's class (lab3-sites.dat, counted
      *      the way Lab3e counts it) is checked; a full site admits only an emergency, and otherwise the caller can be put on
      *      lab3-waitlist.dat with a contact name and phone and is given a waitlist number.  A caller who comes back with the
      *      number has the animal's details recalled from the entry, can withdraw it instead, and on admission the entry is
      *      closed and the intake record carries the number in InWaitNo.  An entry whose appointment Lab3bd found missed is not
      *      offered another day until the desk, having reached the caller, clears the missed date with R.

       Identification Division.
       Program-ID.  Lab3w.
            Assign to "lab3-operators.dat"
            Organization is Line Sequential
            File Status is WS-Opr-Status.
           Select AudFile
            Assign to "lab3-audit.dat"
            Organization is Line Sequential
            File Status is WS-Aud-Status.
           Select LckFile
            Assign to "lab3-inlock.dat"
            Organization is Line Sequential
            Assign to "lab3-sites.dat"
            Organization is Line Sequential
            File Status is WS-Site-Status.
           Select CauFile
            Assign to "lab3-causes.dat"
            Organization is Line Sequential
            File Status is WS-Cau-Status.
           Select CirFile
            Assign to "lab3-circumstances.dat"
            Organization is Line Sequential
            File Status is WS-Cir-Status.
           Select PrmFile
            Assign to "lab3-permits.dat"
            Organization is Line Sequential
            File Status is WS-Prm-Status.
           Select WtlFile
            Assign to "lab3-waitlist.dat"
            Organization is Line Sequential
            File Status is WS-Wtl-Status.

       Data Division.
       File Section.
       COPY SEQREC.
       FD   OprFile.
       COPY OPRREC.
       FD   AudFile.
       COPY AUDREC.
       FD   LckFile.
       COPY LCKREC.
       FD   ChpFile.
       COPY RDMREC.
       FD   SiteFile.
       COPY SITEREC.
       FD   CauFile.
       COPY CAUREC.
       FD   CirFile.
       COPY CIRREC.
       FD   PrmFile.
       COPY PRMREC.
       FD   WtlFile.
       COPY WTLREC.
       Working-Storage Section.
       COPY OPRWS.
       COPY AUDWS.
       COPY LCKWS.
       COPY ALSWS.
       COPY CAUWS.
       COPY PRMWS.
       COPY CAPWS.
       COPY WTLWS.
       01   WS-Entry-WaitNo     Pic X(6).
       01   WS-Wait-Entry       Pic X(6).
       01   WS-Wait-Num         Pic 9(6).
       01   WS-Wait-Key         Pic X(6).
       01   WS-Wait-Hit         Pic 9(4).
       01   WS-Wait-Answer      Pic X(1).
            88  Wait-Yes            Value "Y" "y".
       01   WS-Wait-Action      Pic X(1).
       01   WS-Waitlisted       Pic X(1).
            88  Caller-Waitlisted   Value "Y".
       01   WS-Intake-Flag      Pic X(1).
            88  Intake-Keyed        Value "Y".
       01   WS-Emergency        Pic X(1).
            88  Emergency-Intake    Value "Y" "y".
       01   WS-Entry-Contact    Pic X(20).
       01   WS-Entry-Phone      Pic X(12).
       01   WS-Entry-CapSite    Pic 9(2).
       01   WS-Entry-CapClass   Pic 9(1).
       01   WS-Cap-OccEd        Pic ZZZZ9.
       01   WS-Cap-LimitEd      Pic ZZZZ9.
       01   WS-Entry-Permit     Pic 9(3).
       01   WS-Prm-LimitEd      Pic ZZZ9.
       01   WS-Cir-Status       Pic XX.
       01   WS-Entry-Source     Pic X(1).
       01   WS-Source-Flag      Pic X(1).
            88  Source-Keyed        Value "Y".
       01   WS-Entry-Cause      Pic X(4).
       01   WS-Cause-Flag       Pic X(1).
            88  Cause-Keyed         Value "Y".
       01   WS-Entry-Location   Pic X(20).
       01   WS-Chp-Status       Pic XX.
       01   WS-Chp-EOF          Pic X Value "N".
            88  WS-Chp-AtEnd        Value "Y".
       01   WS-Prior-Hits       Pic 9(4) Value 0.
       01   WS-Prior-AdoptDate  Pic X(8).
       01   WS-Prior-Species    Pic X(15).
       01   WS-Entry-Site       Pic X(10).
       01   WS-Site-Known       Pic X(1).
            88  Site-On-Master      Value "Y".
               Display "Lab3w: not signed on -- nothing admitted."
               Stop Run
           End-If
           Move "LAB3W" to WS-Aud-Program
           Perform 040-CheckInFileLock
           If InFile-Locked
               Display "lab3-in.dat is held by "
           Perform 050-LoadSpeciesTable
           Perform 060-LoadAliasTable
           Perform 045-LoadSiteNames
           Perform 081-LoadSiteCapacity
           Perform 090-LoadCauseTable
           If WS-Cause-Count = 0
               Display "lab3-causes.dat not found or empty -- cause "
                   "codes cannot be checked; any code is taken as "
                   "keyed."
           End-If
           Perform 091-LoadPermits
           If WS-Permit-Count = 0
               Display "lab3-permits.dat not found or empty -- "
                   "regulated species cannot be checked against a "
                   "permit."
           End-If
           Open I-O InFile
           If WS-InFile-Status = "35"
               Display "lab3-in.dat not found -- run Lab3j first."
           Else
               If WS-Permit-Count > 0
                   Perform 093-CountPermitHolds
               End-If
               If WS-Cap-Count > 0
                   Perform 082-CountSiteOccupancy
               End-If
               Perform Until Not Enter-Again
                   Perform 100-AdmitOneAnimal
                   Display "Admit another animal? (Y/N): "
               Close SiteFile
           End-If.

      *      A caller coming in on a waitlist appointment gives the
      *      number they were issued, and the animal's details come
      *      off the entry instead of being keyed again.
       100-AdmitOneAnimal.
           Move Spaces to WS-Entry-WaitNo
           Move "N" to WS-Waitlisted
           Move "Y" to WS-Intake-Flag
           Display "Waitlist number (blank if none): "
               With No Advancing
           Accept WS-Wait-Entry
           If WS-Wait-Entry = Spaces
               Display "Names: " With No Advancing
               Accept WS-Entry-Names
               Display "Gender (M/F/U): " With No Advancing
               Accept WS-Entry-Gender
               Display "Species: " With No Advancing
               Accept WS-Entry-Species
               Display "Intake site: " With No Advancing
               Accept WS-Entry-Site
           Else
               Perform 102-RecallWaitlist
           End-If
           If Intake-Keyed
               Perform 103-CheckAndAdmit
           End-If.

       102-RecallWaitlist.
           Move "N" to WS-Intake-Flag
           Move 0 to WS-Wait-Hit
           If Function Trim(WS-Wait-Entry) Is Numeric
               Compute WS-Wait-Num = Function Numval(WS-Wait-Entry)
               Move WS-Wait-Num to WS-Wait-Key
               Perform 080-LoadWaitlist
               Perform Varying WS-Wtl-Sub From 1 By 1
                       Until WS-Wtl-Sub > WS-Wtl-Count
                   Move WS-Wtl-Line(WS-Wtl-Sub) to WtlRecord
                   If WtlNo = WS-Wait-Key
                       Move WS-Wtl-Sub to WS-Wait-Hit
                   End-If
               End-Perform
           End-If
           If WS-Wait-Hit = 0
               Display "Waitlist number "
                   Function Trim(WS-Wait-Entry)
                   " is not on lab3-waitlist.dat -- nothing admitted."
           Else
               Move WS-Wtl-Line(WS-Wait-Hit) to WtlRecord
               Evaluate True
                   When Wtl-Admitted
                       Display "Waitlist entry " WtlNo
                           " was admitted as animal " WtlAnimalId
                           " on " WtlClosedDate " -- nothing admitted."
                   When Wtl-Withdrawn
                       Display "Waitlist entry " WtlNo
                           " was withdrawn on " WtlClosedDate
                           " -- nothing admitted."
                   When Other
                       Perform 104-ActOnWaitlistEntry
               End-Evaluate
           End-If.

       104-ActOnWaitlistEntry.
           Display "Waitlist " WtlNo ": " Function Trim(WtlNames)
               " (" Function Trim(WtlSpecies) ") for "
               Function Trim(WtlSite) ", caller "
               Function Trim(WtlContact) " " Function Trim(WtlPhone)
           If Wtl-Scheduled
               Display "Appointment proposed for " WtlApptDate "."
           End-If
           If Wtl-Waiting And WtlApptDate Not = Spaces
               Display "Missed the appointment of " WtlApptDate
                   " -- R once the caller has been reached puts it "
                   "back in line for a new day."
           End-If
           Display "A to admit now, X to withdraw the entry, R to "
               "clear a missed appointment, blank to leave it "
               "waiting: " With No Advancing
           Accept WS-Wait-Action
           Evaluate Function Upper-Case(WS-Wait-Action)
               When "A"
                   Move WtlNames   to WS-Entry-Names
                   Move WtlGender  to WS-Entry-Gender
                   Move WtlSpecies to WS-Entry-Species
                   Move WtlSite    to WS-Entry-Site
                   Move WtlNo      to WS-Entry-WaitNo
                   Move "Y" to WS-Intake-Flag
               When "X"
                   Move "X" to WtlStatus
                   Move WS-Stamp-Date to WtlClosedDate
                   Move WtlRecord to WS-Wtl-Line(WS-Wait-Hit)
                   Perform 085-RewriteWaitlist
                   Display "Waitlist entry " WtlNo " withdrawn."
               When "R"
                   If Wtl-Waiting And WtlApptDate Not = Spaces
                       Move Spaces to WtlApptDate
                       Move WtlRecord to WS-Wtl-Line(WS-Wait-Hit)
                       Perform 085-RewriteWaitlist
                       Display "Waitlist entry " WtlNo " is back in "
                           "line; tonight's run offers it a new day."
                   Else
                       Display "Waitlist entry " WtlNo " has no "
                           "missed appointment -- nothing changed."
                   End-If
               When Other
                   Display "Left on the waitlist; nothing admitted."
           End-Evaluate.

       103-CheckAndAdmit.
           Move Function Trim(Function Upper-Case(WS-Entry-Site))
               to WS-Entry-Site
           If WS-Entry-Site Not = Spaces
                       ") -- nothing admitted."
               Else
                   Perform 110-CheckSpeciesKnown
                   If Confirmed
                       Perform 111-CheckCapacity
                   End-If
                   If Confirmed
                       Perform 112-CheckPermit
                   End-If
                   If Confirmed
                       Perform 115-CheckMicrochip
                   End-If
                       Perform 117-CheckReadmission
                   End-If
                   If Confirmed
                       Perform 130-CaptureCircumstances
                   End-If
                   Evaluate True
                       When Confirmed
                           Perform 120-WriteIntake
                       When Caller-Waitlisted
                           Continue
                       When Other
                           Display "Nothing admitted."
                   End-Evaluate
               End-If
           End-If.

               Accept WS-Confirm
           End-If.

      *      The capacity Lab3e reports after the fact, checked before
      *      the animal is in the building: a site already at its
      *      capacity for the class turns away everything but an
      *      emergency, and the caller can go on the waitlist for the
      *      site instead.  A waitlist appointment is not turned away
      *      again, but the desk is told if the space has gone.  A
      *      site with no master row has nothing to check against.
       111-CheckCapacity.
           Move 0 to WS-Entry-CapSite
           Move WS-Entry-Site to WS-Cap-Lookup
           Perform 083-FindCapSite
           If WS-Cap-Hit > 0
               Perform 084-CapClassSub
               Move WS-Cap-Hit   to WS-Entry-CapSite
               Move WS-Cap-Class to WS-Entry-CapClass
               If WS-Cap-Occ(WS-Cap-Hit, WS-Cap-Class)
                   Not < WS-Cap-Limit(WS-Cap-Hit, WS-Cap-Class)
                   Perform 114-OfferWaitlist
               End-If
           End-If.

       114-OfferWaitlist.
           Move WS-Cap-Occ(WS-Cap-Hit, WS-Cap-Class)   to WS-Cap-OccEd
           Move WS-Cap-Limit(WS-Cap-Hit, WS-Cap-Class) to WS-Cap-LimitEd
           Display "Site " Function Trim(WS-Entry-Site)
               " is at capacity for "
               Function Trim(WS-Cap-Class-Name(WS-Cap-Class)) " -- "
               Function Trim(WS-Cap-OccEd) " in shelter against a "
               "capacity of " Function Trim(WS-Cap-LimitEd) "."
           If WS-Entry-WaitNo Not = Spaces
               Display "Admit the waitlist appointment anyway? (Y/N): "
                   With No Advancing
               Accept WS-Confirm
           Else
               Display "Emergency intake that cannot be turned away? "
                   "(Y/N): " With No Advancing
               Accept WS-Emergency
               If Emergency-Intake
                   Display "Admitting over capacity as an emergency."
               Else
                   Move "N" to WS-Confirm
                   Display "Put the caller on the waitlist for "
                       Function Trim(WS-Entry-Site) "? (Y/N): "
                       With No Advancing
                   Accept WS-Wait-Answer
                   If Wait-Yes
                       Perform 119-AddToWaitlist
                   End-If
               End-If
           End-If.

      *      The number is one past the highest on file, taken as the
      *      entry is appended.
       119-AddToWaitlist.
           Display "Caller's name: " With No Advancing
           Accept WS-Entry-Contact
           Display "Caller's phone: " With No Advancing
           Accept WS-Entry-Phone
           If WS-Entry-Contact = Spaces And WS-Entry-Phone = Spaces
               Display "No contact details -- not waitlisted."
           Else
               Perform 080-LoadWaitlist
               Add 1 to WS-Wtl-Last-No
               Move WS-Wtl-Last-No to WS-Wait-Key
               Open Extend WtlFile
               If WS-Wtl-Status = "35"
                   Open Output WtlFile
               End-If
               Move Spaces to WtlRecord
               Move WS-Wait-Key      to WtlNo
               Move WS-Stamp-Date    to WtlDate
               Move WS-Op-Id         to WtlOperator
               Move Function Upper-Case(WS-Entry-Contact)
                   to WtlContact
               Move WS-Entry-Phone   to WtlPhone
               Move Names            to WtlNames
               Move Gender           to WtlGender
               Move Species          to WtlSpecies
               Move WS-Class-Code    to WtlClass
               Move WS-Entry-Site    to WtlSite
               Move "W"              to WtlStatus
               Write WtlRecord
               Close WtlFile
               Move "Y" to WS-Waitlisted
               Display "Waitlisted as number " WS-Wait-Key
                   " -- give the caller the number; an appointment "
                   "is proposed when space frees up."
           End-If.

      *      110 has classified the species, so WS-Prot-Code says
      *      whether it is regulated.  Over the limit or lapsed is
      *      refused outright; no covering permit at all is the
      *      operator's call.
       112-CheckPermit.
           Move 0 to WS-Entry-Permit
           If Unprotected-Species Or WS-Permit-Count = 0
               Continue
           Else
               Perform 092-FindPermit
               Evaluate True
                   When WS-Prm-Hit > 0
                       Move WS-Prm-Hit to WS-Entry-Permit
                       Perform 113-CheckPermitLimit
                   When WS-Prm-Lapsed > 0
                       Display "Refused: "
                           Function Trim(Species)
                           " is held under permit "
                           Function Trim(WS-Permit-Number
                               (WS-Prm-Lapsed)) " ("
                           Function Trim(WS-Permit-Agency
                               (WS-Prm-Lapsed))
                           "), which lapsed "
                           WS-Permit-Expiry(WS-Prm-Lapsed)
                           " -- arrange a transfer to another holder."
                       Move "N" to WS-Confirm
                   When Other
                       Display "Warning: "
                           Function Trim(Species)
                           " is a regulated species and no permit on "
                           "lab3-permits.dat covers it."
                       Display "Admit anyway? (Y/N): "
                           With No Advancing
                       Accept WS-Confirm
               End-Evaluate
           End-If.

       113-CheckPermitLimit.
           Move WS-Permit-Limit(WS-Entry-Permit) to WS-Prm-LimitEd
           Evaluate True
               When WS-Permit-Limit(WS-Entry-Permit) = 0
                   Continue
               When WS-Permit-Held(WS-Entry-Permit)
                       Not < WS-Permit-Limit(WS-Entry-Permit)
                   Display "Refused: permit "
                       Function Trim(WS-Permit-Number(WS-Entry-Permit))
                       " (" Function Trim(WS-Permit-Agency
                           (WS-Entry-Permit))
                       ") is at its holding limit of "
                       Function Trim(WS-Prm-LimitEd)
                       " -- arrange a transfer to another holder."
                   Move "N" to WS-Confirm
                   Move 0 to WS-Entry-Permit
               When WS-Permit-Held(WS-Entry-Permit) + 1
                       = WS-Permit-Limit(WS-Entry-Permit)
                   Display "Note: this admission brings permit "
                       Function Trim(WS-Permit-Number(WS-Entry-Permit))
                       " to its holding limit of "
                       Function Trim(WS-Prm-LimitEd) "."
               When Other
                   Continue
           End-Evaluate.

      *      A chip already on the cross-reference usually means a
      *      returning animal -- surface the record it maps to so the
      *      counter can recognize it instead of opening a brand-new
           Move Species to InSpecies
           Move WS-Stamp-Date to InIntakeDate
           Move WS-Entry-Site to InSite
           Move WS-Entry-WaitNo to InWaitNo
           Write InRecord
               Invalid Key
                   Display "Animal number " WS-New-AnimalId
                       "is out of step; see a supervisor."
               Not Invalid Key
                   Add 1 to WS-AdmitCount
                   Perform 128-JournalIntake
                   If WS-Entry-Permit > 0
                       Add 1 to WS-Permit-Held(WS-Entry-Permit)
                   End-If
                   If WS-Entry-CapSite > 0
                       Add 1 to WS-Cap-Occ(WS-Entry-CapSite,
                           WS-Entry-CapClass)
                   End-If
                   If WS-Entry-WaitNo Not = Spaces
                       Perform 129-CloseWaitlistEntry
                   End-If
                   If WS-Entry-Chip Not = Spaces
                       Perform 125-WriteChipXref
                   End-If
                   If WS-Prior-Link-Id Not = Spaces
                       Perform 127-WriteReadmitLink
                   End-If
                   Perform 135-WriteCircumstance
                   Display "Admitted " Function Trim(Names)
                       " as animal " InAnimalId
                       " -- visible to lookups immediately."
               " -- its visit history stays reachable from the "
               "new record.".

      *      Journaled the way Lab3k journals an A transaction -- a
      *      blank before-image and the new record -- so Lab3ah can
      *      back an admission out and Lab3bb counts it.
       128-JournalIntake.
           Move Spaces to WS-Aud-Before
           Move InRecord to WS-Aud-After
           Move "INTAKE" to WS-Aud-Action
           Perform 840-OpenAuditJournal
           Move WS-Op-Id to WS-Aud-Operator
           Perform 850-WriteAuditRecord
           Perform 860-CloseAuditJournal.

      *      Reloaded rather than trusted from the recall, so an entry
      *      another desk added since is not lost on the rewrite.
       129-CloseWaitlistEntry.
           Perform 080-LoadWaitlist
           Perform Varying WS-Wtl-Sub From 1 By 1
                   Until WS-Wtl-Sub > WS-Wtl-Count
               Move WS-Wtl-Line(WS-Wtl-Sub) to WtlRecord
               If WtlNo = WS-Entry-WaitNo
                   Move "A"           to WtlStatus
                   Move InAnimalId    to WtlAnimalId
                   Move WS-Stamp-Date to WtlClosedDate
                   Move WtlRecord to WS-Wtl-Line(WS-Wtl-Sub)
               End-If
           End-Perform
           Perform 085-RewriteWaitlist
           Display "Waitlist entry " WS-Entry-WaitNo " closed.".

      *      How the animal arrived and why.  The source and the cause
      *      are asked until a good one is keyed -- three tries, the
      *      same as the sign-on -- and an intake that never gets one
      *      is not admitted, because a blank row is exactly the gap
      *      the annual report cannot fill afterwards.  The found
      *      location is free text and may be blank.
       130-CaptureCircumstances.
           Move "N" to WS-Source-Flag
           Move "N" to WS-Cause-Flag
           Move Spaces to WS-Entry-Location
           Perform 131-PromptSource 3 Times
           If Source-Keyed
               Perform 132-PromptCause 3 Times
           End-If
           If Source-Keyed And Cause-Keyed
               Display "Found location: " With No Advancing
               Accept WS-Entry-Location
               Move Function Upper-Case(WS-Entry-Location)
                   to WS-Entry-Location
           Else
               Move "N" to WS-Confirm
               Display "No intake source or cause recorded."
           End-If.

       131-PromptSource.
           If Not Source-Keyed
               Display "Source (S stray/O surrender/T transfer/"
                   "C seized): " With No Advancing
               Accept WS-Entry-Source
               Move Function Upper-Case(WS-Entry-Source)
                   to WS-Entry-Source
               Move WS-Entry-Source to CirSource
               If Cir-Valid-Source
                   Move "Y" to WS-Source-Flag
               Else
                   Display "Source must be S, O, T, or C."
               End-If
           End-If.

       132-PromptCause.
           If Not Cause-Keyed
               Display "Cause of admission code: " With No Advancing
               Accept WS-Entry-Cause
               Move Function Trim(Function Upper-Case(WS-Entry-Cause))
                   to WS-Entry-Cause
               Evaluate True
                   When WS-Entry-Cause = Spaces
                       Display "A cause code is required -- UNKN if "
                           "nobody knows."
                   When WS-Cause-Count = 0
                       Move "Y" to WS-Cause-Flag
                   When Other
                       Move WS-Entry-Cause to WS-Cause-Lookup
                       Perform 095-FindCause
                       If Cause-On-Table
                           Move "Y" to WS-Cause-Flag
                           Display "Cause: "
                               Function Trim(WS-Cause-Desc(WS-Cau-Idx))
                       Else
                           Display "Cause code "
                               Function Trim(WS-Entry-Cause)
                               " is not on lab3-causes.dat."
                       End-If
               End-Evaluate
           End-If.

       135-WriteCircumstance.
           Open Extend CirFile
           If WS-Cir-Status = "35"
               Open Output CirFile
           End-If
           Move Spaces to CirRecord
           Move InAnimalId        to CirAnimalId
           Move InNames           to CirNames
           Move InSpecies         to CirSpecies
           Move InSite            to CirSite
           Move WS-Stamp-Date     to CirDate
           Move WS-Entry-Source   to CirSource
           Move WS-Entry-Cause    to CirCause
           Move WS-Entry-Location to CirLocation
           Move "LAB3W"           to CirProgram
           Write CirRecord
           Close CirFile.

       COPY SPLOAD.
       COPY VALCHK.
       COPY SEQIO.
       COPY OPRSGN.
       COPY AUDWRT.
       COPY LCKCHK.
       COPY ALSLOAD.
       COPY CAULOAD.
       COPY PRMLOAD.
       COPY PRMFIND.
       COPY CAPLOAD.
       COPY WTLIO.
