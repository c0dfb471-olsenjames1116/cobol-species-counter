      *      James Olsen
      *      This program enforces the privacy policy on the adopter master the way Lab3u enforces retention on lab3-in.dat --
      *      an adopter's name and phone are kept only while there is a reason to contact them.  An adopter whose last
      *      adoption on lab3-adoptions.dat is older than the policy period (ADPRETAIN= years on the control file, three when
      *      the card is absent, the same as Lab3u) has AdpName and AdpPhone blanked on lab3-adopters.dat; the AdpId stays, and
      *      so does every lab3-adoptions.dat row, so Lab3y's history and Lab3aj's return-rate figures still add up.  An
      *      adopter is held back while any animal they adopted still has an open check on lab3-followups.dat, or came back
      *      to us (lab3-readmits.dat) inside the policy window -- both are reasons we may still need to reach them.  An
      *      adopter with no adoption on file has nothing to age from and is left alone.  Every adopter blanked is journaled
      *      to lab3-audit.dat as an ANONADP entry whose before-image shows which fields were held with the contents starred
      *      out, so the journal does not keep what the run removed.  The certificate (ANONRPT) lists by id only every
      *      adopter blanked and every one held back with the reason, with the counts, so the run can be shown to an auditor.
      *      A master or adoption file larger than the tables is refused rather than half-processed.

       Identification Division.
       Program-ID.  Lab3bg.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select AdpFile
            Assign to "ADOPTERS"
            Organization is Line Sequential
            File Status is WS-Adp-Status.
           Select AdoFile
            Assign to "ADOPTNS"
            Organization is Line Sequential
            File Status is WS-Ado-Status.
           Select FupFile
            Assign to "FOLLOWUP"
            Organization is Line Sequential
            File Status is WS-Fup-Status.
           Select RdmFile
            Assign to "READMITS"
            Organization is Line Sequential
            File Status is WS-Rdm-Status.
           Select AudFile
            Assign to "AUDIT"
            Organization is Line Sequential
            File Status is WS-Aud-Status.
           Select CtlFile
            Assign to "CTLFILE"
            Organization is Line Sequential
            File Status is WS-Ctl-Status.
           Select AnonRptFile
            Assign to "ANONRPT"
            Organization is Line Sequential.

       Data Division.
       File Section.
       FD   AdpFile.
       COPY ADPREC.
       FD   AdoFile.
       COPY ADOREC.
       FD   FupFile.
       COPY FUPREC.
       FD   RdmFile.
       COPY RDMREC.
       FD   AudFile.
       COPY AUDREC.
       FD   CtlFile.
       COPY CTLREC.
       FD   AnonRptFile.
       COPY RPTREC.
       Working-Storage Section.
       COPY AUDWS.
       COPY CTLWS.
       01   WS-Adp-Status       Pic XX.
       01   WS-Ado-Status       Pic XX.
       01   WS-Fup-Status       Pic XX.
       01   WS-Rdm-Status       Pic XX.
       01   WS-Adp-EOF          Pic X Value "N".
            88  WS-Adp-AtEnd        Value "Y".
       01   WS-Ado-EOF          Pic X Value "N".
            88  WS-Ado-AtEnd        Value "Y".
       01   WS-Fup-EOF          Pic X Value "N".
            88  WS-Fup-AtEnd        Value "Y".
       01   WS-Rdm-EOF          Pic X Value "N".
            88  WS-Rdm-AtEnd        Value "Y".
       01   WS-Run-Date-Raw     Pic 9(8).
       01   WS-Run-Date         Pic X(8).
       01   WS-Retain-Years     Pic 9(2).
       01   WS-Retain-YearsEd   Pic Z9.
       01   WS-Cutoff-Year      Pic 9(4).
       01   WS-Cutoff-Date      Pic X(8).
      *      One row per adopter on the master, in file order, with
      *      what the run found for them.  WS-Adp-Hold is F for an
      *      open follow-up, R for a return inside the window;
      *      WS-Adp-Action is what the certificate reports: B blanked
      *      tonight, P blanked on an earlier run, N never adopted, W
      *      still within the policy period, H held back.
       01   WS-AdpTab-Over      Pic X(1) Value "N".
            88  Adopter-Table-Full  Value "Y".
       01   WS-Adp-Table.
           05  WS-AdpTab-Count     Pic 9(4) Value 0.
           05  WS-AdpTab-Entry     Occurs 1 to 2000 Times
                                    Depending On WS-AdpTab-Count
                                    Indexed by WS-Adp-Idx.
               10  WS-AdpTab-Line      Pic X(42).
               10  WS-AdpTab-Id        Pic X(6).
               10  WS-AdpTab-Last      Pic X(8).
               10  WS-AdpTab-AdoCnt    Pic 9(4).
               10  WS-Adp-Hold         Pic X(1).
               10  WS-Adp-HoldDate     Pic X(8).
               10  WS-Adp-Action       Pic X(1).
       01   WS-AdoTab-Over      Pic X(1) Value "N".
            88  Adoption-Table-Full Value "Y".
       01   WS-Ado-Table.
           05  WS-AdoTab-Count     Pic 9(5) Value 0.
           05  WS-AdoTab-Entry     Occurs 1 to 10000 Times
                                    Depending On WS-AdoTab-Count.
               10  WS-AdoTab-Animal    Pic X(7).
               10  WS-AdoTab-Adopter   Pic X(6).
       01   WS-Ado-Sub          Pic 9(5).
       01   WS-Adp-Sub          Pic 9(4).
       01   WS-Adp-Found        Pic X(1).
            88  Adopter-On-File     Value "Y".
       01   WS-Hold-Animal      Pic X(7).
       01   WS-Hold-Reason      Pic X(1).
       01   WS-Hold-Date        Pic X(8).
       01   WS-Blank-Count      Pic 9(5) Value 0.
       01   WS-Prior-Count      Pic 9(5) Value 0.
       01   WS-Never-Count      Pic 9(5) Value 0.
       01   WS-Within-Count     Pic 9(5) Value 0.
       01   WS-Held-Count       Pic 9(5) Value 0.
       01   WS-CountEd          Pic ZZZZ9.
       01   WS-CountEd2         Pic ZZZZ9.
       01   WS-CountEd3         Pic ZZZZ9.

       Procedure Division.
       000-Main.
           Accept WS-Run-Date-Raw From Date YYYYMMDD
           Move WS-Run-Date-Raw to WS-Run-Date
           Perform 800-ReadControlFile
           If Ctl-AdpRetain-Present And WS-Ctl-AdpRetain > 0
               Move WS-Ctl-AdpRetain to WS-Retain-Years
           Else
               Move 3 to WS-Retain-Years
           End-If
           Compute WS-Cutoff-Year =
               Function Numval(WS-Run-Date(1:4)) - WS-Retain-Years
           Move Spaces to WS-Cutoff-Date
           String WS-Cutoff-Year WS-Run-Date(5:4)
               Delimited by Size Into WS-Cutoff-Date
           Perform 100-LoadAdopters
           If WS-AdpTab-Count = 0
               Display "lab3-adopters.dat not found or empty -- "
                   "nothing to age."
               Stop Run
           End-If
           Perform 110-LoadAdoptions
           If Adopter-Table-Full Or Adoption-Table-Full
               Display "lab3-adopters.dat or lab3-adoptions.dat is "
                   "larger than the tables -- nothing blanked; see a "
                   "supervisor."
               Move 8 to Return-Code
               Stop Run
           End-If
           Perform 120-HoldForFollowUps
           Perform 130-HoldForReturns
           Move "LAB3BG" to WS-Aud-Program
           Move "ANONADP" to WS-Aud-Action
           Perform 840-OpenAuditJournal
           Perform 200-ApplyPolicy
               Varying WS-Adp-Sub From 1 By 1
               Until WS-Adp-Sub > WS-AdpTab-Count
           Perform 860-CloseAuditJournal
           If WS-Blank-Count > 0
               Perform 300-RewriteAdopters
           End-If
           Perform 400-WriteCertificate
           Move WS-Blank-Count to WS-CountEd
           Move WS-Held-Count  to WS-CountEd2
           Display "Lab3bg: blanked the contact details of "
               Function Trim(WS-CountEd) " adopter(s), held back "
               Function Trim(WS-CountEd2) " -- see LAB3-ANON-RPT.TXT."
           Stop Run.

       100-LoadAdopters.
           Move 0 to WS-AdpTab-Count
           Open Input AdpFile
           If WS-Adp-Status = "35"
               Continue
           Else
               Move "N" to WS-Adp-EOF
               Perform Until WS-Adp-AtEnd
                   Read AdpFile
                       At End
                           Move "Y" to WS-Adp-EOF
                       Not At End
                           If WS-AdpTab-Count = 2000
                               Move "Y" to WS-AdpTab-Over
                           Else
                               Add 1 to WS-AdpTab-Count
                               Set WS-Adp-Idx to WS-AdpTab-Count
                               Move AdpRecord
                                   to WS-AdpTab-Line(WS-Adp-Idx)
                               Move AdpId to WS-AdpTab-Id(WS-Adp-Idx)
                               Move Spaces
                                   to WS-AdpTab-Last(WS-Adp-Idx)
                               Move 0 to WS-AdpTab-AdoCnt(WS-Adp-Idx)
                               Move Space to WS-Adp-Hold(WS-Adp-Idx)
                               Move Spaces
                                   to WS-Adp-HoldDate(WS-Adp-Idx)
                               Move Space to WS-Adp-Action(WS-Adp-Idx)
                           End-If
                   End-Read
               End-Perform
               Close AdpFile
           End-If.

      *      Each adopter's latest adoption date, and which adopter
      *      took which animal for the follow-up and return checks.
       110-LoadAdoptions.
           Move 0 to WS-AdoTab-Count
           Open Input AdoFile
           If WS-Ado-Status = "35"
               Continue
           Else
               Move "N" to WS-Ado-EOF
               Perform Until WS-Ado-AtEnd
                   Read AdoFile
                       At End
                           Move "Y" to WS-Ado-EOF
                       Not At End
                           Perform 115-TakeOneAdoption
                   End-Read
               End-Perform
               Close AdoFile
           End-If.

       115-TakeOneAdoption.
           If WS-AdoTab-Count = 10000
               Move "Y" to WS-AdoTab-Over
           Else
               Add 1 to WS-AdoTab-Count
               Move AdoAnimalId to WS-AdoTab-Animal(WS-AdoTab-Count)
               Move AdoAdopter  to WS-AdoTab-Adopter(WS-AdoTab-Count)
           End-If
           Perform 150-FindAdopter
           If Adopter-On-File
               Add 1 to WS-AdpTab-AdoCnt(WS-Adp-Idx)
               If WS-AdpTab-Last(WS-Adp-Idx) = Spaces
                  Or AdoDate > WS-AdpTab-Last(WS-Adp-Idx)
                   Move AdoDate to WS-AdpTab-Last(WS-Adp-Idx)
               End-If
           End-If.

       120-HoldForFollowUps.
           Open Input FupFile
           If WS-Fup-Status = "35"
               Continue
           Else
               Move "N" to WS-Fup-EOF
               Perform Until WS-Fup-AtEnd
                   Read FupFile
                       At End
                           Move "Y" to WS-Fup-EOF
                       Not At End
                           If Fup-Open
                               Move FupAnimalId to WS-Hold-Animal
                               Move "F" to WS-Hold-Reason
                               Move FupDueDate to WS-Hold-Date
                               Perform 140-HoldAnimalAdopters
                           End-If
                   End-Read
               End-Perform
               Close FupFile
           End-If.

      *      A return inside the policy window -- the readmission date
      *      on or after the cutoff -- holds whoever adopted the prior
      *      stay.
       130-HoldForReturns.
           Open Input RdmFile
           If WS-Rdm-Status = "35"
               Continue
           Else
               Move "N" to WS-Rdm-EOF
               Perform Until WS-Rdm-AtEnd
                   Read RdmFile
                       At End
                           Move "Y" to WS-Rdm-EOF
                       Not At End
                           If RdmDate Not < WS-Cutoff-Date
                               Move RdmPriorId to WS-Hold-Animal
                               Move "R" to WS-Hold-Reason
                               Move RdmDate to WS-Hold-Date
                               Perform 140-HoldAnimalAdopters
                           End-If
                   End-Read
               End-Perform
               Close RdmFile
           End-If.

      *      An open follow-up outranks a return for the certificate,
      *      so an F hold is not overwritten by an R.
       140-HoldAnimalAdopters.
           Perform Varying WS-Ado-Sub From 1 By 1
                   Until WS-Ado-Sub > WS-AdoTab-Count
               If WS-AdoTab-Animal(WS-Ado-Sub) = WS-Hold-Animal
                   Move WS-AdoTab-Adopter(WS-Ado-Sub) to AdoAdopter
                   Perform 150-FindAdopter
                   If Adopter-On-File
                      And WS-Adp-Hold(WS-Adp-Idx) Not = "F"
                       Move WS-Hold-Reason
                           to WS-Adp-Hold(WS-Adp-Idx)
                       Move WS-Hold-Date
                           to WS-Adp-HoldDate(WS-Adp-Idx)
                   End-If
               End-If
           End-Perform.

       150-FindAdopter.
           Move "N" to WS-Adp-Found
           Set WS-Adp-Idx to 1
           Search WS-AdpTab-Entry
               At End
                   Continue
               When WS-AdpTab-Id(WS-Adp-Idx) = AdoAdopter
                   Move "Y" to WS-Adp-Found
           End-Search.

       200-ApplyPolicy.
           Move WS-AdpTab-Line(WS-Adp-Sub) to AdpRecord
           Evaluate True
               When AdpName = Spaces And AdpPhone = Spaces
                   Move "P" to WS-Adp-Action(WS-Adp-Sub)
                   Add 1 to WS-Prior-Count
               When WS-AdpTab-Last(WS-Adp-Sub) = Spaces
                   Move "N" to WS-Adp-Action(WS-Adp-Sub)
                   Add 1 to WS-Never-Count
               When WS-AdpTab-Last(WS-Adp-Sub) Not < WS-Cutoff-Date
                   Move "W" to WS-Adp-Action(WS-Adp-Sub)
                   Add 1 to WS-Within-Count
               When WS-Adp-Hold(WS-Adp-Sub) Not = Space
                   Move "H" to WS-Adp-Action(WS-Adp-Sub)
                   Add 1 to WS-Held-Count
               When Other
                   Perform 210-BlankAdopter
           End-Evaluate.

      *      The before-image shows which fields held something, not
      *      what they held.
       210-BlankAdopter.
           Move AdpRecord to WS-Aud-Before
           If AdpName Not = Spaces
               Move All "*" to WS-Aud-Before(9:20)
           End-If
           If AdpPhone Not = Spaces
               Move All "*" to WS-Aud-Before(31:12)
           End-If
           Move Spaces to AdpName
           Move Spaces to AdpPhone
           Move AdpRecord to WS-AdpTab-Line(WS-Adp-Sub)
           Move AdpRecord to WS-Aud-After
           Perform 850-WriteAuditRecord
           Move "B" to WS-Adp-Action(WS-Adp-Sub)
           Add 1 to WS-Blank-Count.

       300-RewriteAdopters.
           Open Output AdpFile
           Perform Varying WS-Adp-Sub From 1 By 1
                   Until WS-Adp-Sub > WS-AdpTab-Count
               Move WS-AdpTab-Line(WS-Adp-Sub) to AdpRecord
               Write AdpRecord
           End-Perform
           Close AdpFile.

       400-WriteCertificate.
           Open Output AnonRptFile
           Move Spaces to RptRecord
           Move "LAB3 ADOPTER CONTACT-DATA RETENTION CERTIFICATE"
               to RptRecord
           Write RptRecord
           Move WS-Retain-Years to WS-Retain-YearsEd
           Move Spaces to RptRecord
           String "RUN DATE: " WS-Run-Date
                  "   POLICY: " Function Trim(WS-Retain-YearsEd)
                  " YEAR(S)   CUTOFF: " WS-Cutoff-Date
               Delimited by Size Into RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Write RptRecord
           Move "NAME AND PHONE BLANKED THIS RUN" to RptRecord
           Write RptRecord
           Move "ADOPTER  LAST ADOPTION  ADOPTIONS" to RptRecord
           Write RptRecord
           Move "-------  -------------  ---------" to RptRecord
           Write RptRecord
           Perform 410-WriteBlanked
               Varying WS-Adp-Sub From 1 By 1
               Until WS-Adp-Sub > WS-AdpTab-Count
           Move Spaces to RptRecord
           Write RptRecord
           Move "HELD BACK -- STILL A REASON TO CONTACT" to RptRecord
           Write RptRecord
           Move "ADOPTER  LAST ADOPTION  REASON" to RptRecord
           Write RptRecord
           Move "-------  -------------  ------------------------------"
               to RptRecord
           Write RptRecord
           Perform 420-WriteHeld
               Varying WS-Adp-Sub From 1 By 1
               Until WS-Adp-Sub > WS-AdpTab-Count
           Move Spaces to RptRecord
           Write RptRecord
           Move WS-AdpTab-Count to WS-CountEd
           Move WS-Blank-Count  to WS-CountEd2
           Move WS-Held-Count   to WS-CountEd3
           Move Spaces to RptRecord
           String "ADOPTERS ON FILE: " Function Trim(WS-CountEd)
                  "   BLANKED: " Function Trim(WS-CountEd2)
                  "   HELD BACK: " Function Trim(WS-CountEd3)
               Delimited by Size Into RptRecord
           Write RptRecord
           Move WS-Within-Count to WS-CountEd
           Move WS-Prior-Count  to WS-CountEd2
           Move WS-Never-Count  to WS-CountEd3
           Move Spaces to RptRecord
           String "WITHIN POLICY: " Function Trim(WS-CountEd)
                  "   BLANKED EARLIER: " Function Trim(WS-CountEd2)
                  "   NO ADOPTION ON FILE: " Function Trim(WS-CountEd3)
               Delimited by Size Into RptRecord
           Write RptRecord
           Close AnonRptFile.

       410-WriteBlanked.
           If WS-Adp-Action(WS-Adp-Sub) = "B"
               Move WS-AdpTab-AdoCnt(WS-Adp-Sub) to WS-CountEd
               Move Spaces to RptRecord
               Move WS-AdpTab-Id(WS-Adp-Sub)   to RptRecord(1:6)
               Move WS-AdpTab-Last(WS-Adp-Sub) to RptRecord(10:8)
               Move WS-CountEd                 to RptRecord(29:5)
               Write RptRecord
           End-If.

       420-WriteHeld.
           If WS-Adp-Action(WS-Adp-Sub) = "H"
               Move Spaces to RptRecord
               Move WS-AdpTab-Id(WS-Adp-Sub)   to RptRecord(1:6)
               Move WS-AdpTab-Last(WS-Adp-Sub) to RptRecord(10:8)
               If WS-Adp-Hold(WS-Adp-Sub) = "F"
                   String "OPEN FOLLOW-UP DUE "
                          WS-Adp-HoldDate(WS-Adp-Sub)
                       Delimited by Size Into RptRecord(25:30)
               Else
                   String "RETURNED "
                          WS-Adp-HoldDate(WS-Adp-Sub)
                       Delimited by Size Into RptRecord(25:30)
               End-If
               Write RptRecord
           End-If.

       COPY CTLIO.
       COPY AUDWRT.
