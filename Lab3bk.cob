      *      James Olsen
      *      This program is the front desk's receipt book, so the adoption fees, donations and reclaim fees taken at the
      *      counter are on file and can be checked against the adoptions Lab3l applies instead of living only on the carbon
      *      copies.  R)eceipt takes a payment: its type (F an adoption fee, D a donation, R an owner's reclaim fee), the
      *      animal number or adopter AdpId it relates to (required for a fee, optional for a donation; an animal must be on
      *      lab3-in.dat, an adopter on lab3-adopters.dat, and a reclaim fee is always for an animal), who paid, and the
      *      amount.  For an adoption fee on an animal the fee in force today for its class on lab3-fees.dat is shown and is
      *      the amount taken when none is keyed; less than the schedule is allowed -- the shortfall shows on the nightly
      *      reconciliation.  Each receipt is numbered in sequence, carries the signed-on operator as the drawer it went into,
      *      and is appended to lab3-receipts.dat; the number is shown for the paper copy.  V)oid cancels a receipt taken
      *      today in error by appending a V row against it -- only by the operator who took it or a supervisor, and never
      *      a receipt from an earlier day, which the bookkeeper has already balanced.  L)ist shows the signed-on operator's
      *      receipts for today with the drawer totals by type, cancelled receipts marked and left out of the totals, and
      *      Q)uit ends the session.  Lab3bl reconciles the receipts against lab3-adoptions.dat every night.

       Identification Division.
       Program-ID.  Lab3bk.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select RcpFile
            Assign to "lab3-receipts.dat"
            Organization is Line Sequential
            File Status is WS-Rcp-Status.
           Select InFile
            Assign to "lab3-in.dat"
            Organization is Indexed
            Access Mode is Dynamic
            Record Key is InAnimalId
            File Status is WS-InFile-Status.
           Select AdpFile
            Assign to "lab3-adopters.dat"
            Organization is Line Sequential
            File Status is WS-Adp-Status.
           Select FeeFile
            Assign to "lab3-fees.dat"
            Organization is Line Sequential
            File Status is WS-Fee-Status.
           Select SpeciesMaster
            Assign to "SPECIES-MASTER.DAT"
            Organization is Line Sequential.
           Select OprFile
            Assign to "lab3-operators.dat"
            Organization is Line Sequential
            File Status is WS-Opr-Status.

       Data Division.
       File Section.
       FD   RcpFile.
       COPY RCPREC.
       FD   InFile.
       COPY INIDXREC.
       FD   AdpFile.
       COPY ADPREC.
       FD   FeeFile.
       COPY FEEREC.
       FD   SpeciesMaster.
       COPY SPMASTFD.
       FD   OprFile.
       COPY OPRREC.
       Working-Storage Section.
       COPY OPRWS.
       COPY SPECIES.
       COPY SPTABLE.
       COPY FEEWS.
       01   WS-Rcp-Status       Pic XX.
       01   WS-InFile-Status    Pic XX.
       01   WS-Adp-Status       Pic XX.
       01   WS-Rcp-EOF          Pic X Value "N".
            88  WS-Rcp-AtEnd        Value "Y".
       01   WS-Adp-EOF          Pic X Value "N".
            88  WS-Adp-AtEnd        Value "Y".
       01   WS-Menu-Choice      Pic X(1).
       01   WS-Input-Type       Pic X(1).
       01   WS-Input-Ref        Pic X(7).
       01   WS-Input-Payer      Pic X(20).
       01   WS-Input-Amount     Pic X(10).
       01   WS-Input-Number     Pic X(8).
       01   WS-Input-Confirm    Pic X(1).
       01   WS-Amount-Work      Pic S9(7)V99.
       01   WS-Amount           Pic 9(5)V99.
       01   WS-AmountEd         Pic ZZ,ZZ9.99.
       01   WS-FeeEd            Pic Z,ZZ9.99.
       01   WS-Entry-Flag       Pic X(1).
            88  Entry-Ok            Value "Y".
      *      What the reference turned out to be: A an animal on
      *      lab3-in.dat, P an adopter on lab3-adopters.dat, blank
      *      none keyed.
       01   WS-Ref-Kind         Pic X(1).
            88  Ref-Is-Animal       Value "A".
            88  Ref-Is-Adopter      Value "P".
       01   WS-Today-Raw        Pic 9(8).
       01   WS-Today            Pic X(8).
       01   WS-Last-Number      Pic 9(6).
       01   WS-Void-Number      Pic 9(6).
      *      The receipt a V)oid is asked to cancel, as found on file.
       01   WS-Void-Found       Pic X(1).
            88  Void-Target-Found   Value "Y".
       01   WS-Void-Done        Pic X(1).
            88  Void-Already-Done   Value "Y".
       01   WS-Void-Date        Pic X(8).
       01   WS-Void-Oper        Pic X(8).
       01   WS-Void-Type        Pic X(1).
       01   WS-Void-Amount      Pic 9(5)V99.
       01   WS-Void-Payer       Pic X(20).
      *      Receipts cancelled today, gathered before the L)ist so a
      *      cancelled receipt is marked wherever its V row falls.
       01   WS-Cancel-Table.
           05  WS-Cancel-Count     Pic 9(4) Value 0.
           05  WS-Cancel-Entry     Occurs 1 to 1000 Times
                                    Depending On WS-Cancel-Count
                                    Indexed by WS-Cancel-Idx.
               10  WS-Cancel-Number    Pic 9(6).
       01   WS-Cancelled        Pic X(1).
            88  Receipt-Cancelled   Value "Y".
       01   WS-Ref-Species      Pic X(15).
       01   WS-Type-Code        Pic X(1).
       01   WS-Type-Name        Pic X(12).
       01   WS-List-Count       Pic 9(4).
       01   WS-Fee-Total        Pic 9(7)V99.
       01   WS-Don-Total        Pic 9(7)V99.
       01   WS-Rcl-Total        Pic 9(7)V99.
       01   WS-Drawer-Total     Pic 9(7)V99.
       01   WS-TotalEd          Pic Z,ZZZ,ZZ9.99.
       01   WS-List-CountEd     Pic ZZZ9.

       Procedure Division.
       000-Main.
           Perform 030-OperatorSignOn
           If Not Signed-On
               Display "Lab3bk: not signed on -- nothing recorded."
               Stop Run
           End-If
           Accept WS-Today-Raw From Date YYYYMMDD
           Move WS-Today-Raw to WS-Today
           Move WS-Today-Raw to WS-AsOf-Date
           Perform 050-LoadSpeciesTable
           Perform 086-LoadFeeSchedule
           If WS-Fee-Count = 0
               Display "lab3-fees.dat is missing or empty -- "
                   "adoption fees must be keyed by hand."
           End-If
           Perform Until WS-Menu-Choice = "Q"
               Display "R)eceipt  V)oid a receipt  L)ist today's "
                   "drawer  Q)uit -- choice: "
                   With No Advancing
               Accept WS-Menu-Choice
               Move Function Upper-Case(WS-Menu-Choice)
                   to WS-Menu-Choice
               Evaluate WS-Menu-Choice
                   When "R"
                       Perform 100-TakeReceipt
                   When "V"
                       Perform 200-VoidReceipt
                   When "L"
                       Perform 300-ListDrawer
                   When "Q"
                       Continue
                   When Other
                       Display "Please enter R, V, L, or Q"
               End-Evaluate
           End-Perform
           Stop Run.

       100-TakeReceipt.
           Move "Y" to WS-Entry-Flag
           Perform 110-PromptType
           If Entry-Ok
               Perform 120-PromptReference
           End-If
           If Entry-Ok
               Perform 130-PromptPayer
           End-If
           If Entry-Ok
               Perform 140-PromptAmount
           End-If
           If Entry-Ok
               Perform 150-WriteReceipt
           End-If.

       110-PromptType.
           Display "F)ee for an adoption  D)onation  R)eclaim fee "
               "-- type: " With No Advancing
           Accept WS-Input-Type
           Move Function Upper-Case(WS-Input-Type) to WS-Input-Type
           If WS-Input-Type Not = "F" And Not = "D" And Not = "R"
               Display "Type must be F, D, or R -- nothing recorded."
               Move "N" to WS-Entry-Flag
           End-If.

       120-PromptReference.
           Move Space to WS-Ref-Kind
           Evaluate WS-Input-Type
               When "F"
                   Display "Animal number (or the adopter's AdpId): "
                       With No Advancing
               When "R"
                   Display "Animal number: " With No Advancing
               When Other
                   Display "Animal number or AdpId (blank for none): "
                       With No Advancing
           End-Evaluate
           Accept WS-Input-Ref
           Move Function Upper-Case(WS-Input-Ref) to WS-Input-Ref
           If WS-Input-Ref = Spaces
               If WS-Input-Type Not = "D"
                   Display "A fee must say which animal or adopter "
                       "it is for -- nothing recorded."
                   Move "N" to WS-Entry-Flag
               End-If
           Else
               Perform 160-LookUpAnimal
               If Not Ref-Is-Animal And WS-Input-Type Not = "R"
                   Perform 170-LookUpAdopter
               End-If
               Evaluate True
                   When Ref-Is-Animal Or Ref-Is-Adopter
                       Continue
                   When WS-Input-Type = "R"
                       Display "No lab3-in.dat record for animal "
                           Function Trim(WS-Input-Ref)
                           " -- nothing recorded."
                       Move "N" to WS-Entry-Flag
                   When Other
                       Display Function Trim(WS-Input-Ref)
                           " is neither an animal on lab3-in.dat nor "
                           "an adopter on lab3-adopters.dat -- "
                           "nothing recorded."
                       Move "N" to WS-Entry-Flag
               End-Evaluate
           End-If
           Move "N" to WS-Fee-Found
           If Entry-Ok And WS-Input-Type = "F" And Ref-Is-Animal
               Move Function Trim(Function Upper-Case(WS-Ref-Species))
                   to Species
               Perform 055-ClassifySpecies
               Move WS-Today to WS-Fee-Date
               Perform 087-FindFee
               If Fee-In-Force
                   Move WS-Fee-Expected to WS-FeeEd
                   Display "Scheduled adoption fee: "
                       Function Trim(WS-FeeEd)
               Else
                   Display "No fee on lab3-fees.dat for this "
                       "animal's class -- key the amount taken."
               End-If
           End-If.

       130-PromptPayer.
           Display "Paid by: " With No Advancing
           Accept WS-Input-Payer
           If WS-Input-Payer = Spaces
               Display "Who paid is required on the receipt -- "
                   "nothing recorded."
               Move "N" to WS-Entry-Flag
           End-If.

       140-PromptAmount.
           If Fee-In-Force
               Display "Amount (blank for the scheduled fee): "
                   With No Advancing
           Else
               Display "Amount: " With No Advancing
           End-If
           Accept WS-Input-Amount
           Move 0 to WS-Amount-Work
           If WS-Input-Amount = Spaces
               If Fee-In-Force
                   Move WS-Fee-Expected to WS-Amount-Work
               End-If
           Else
               Move Function Numval(WS-Input-Amount) to WS-Amount-Work
           End-If
           If WS-Amount-Work Not > 0 Or WS-Amount-Work > 99999.99
               Display "Amount must be a positive figure under "
                   "100,000 -- nothing recorded."
               Move "N" to WS-Entry-Flag
           Else
               Move WS-Amount-Work to WS-Amount
               If Fee-In-Force And WS-Amount < WS-Fee-Expected
                   Move WS-Fee-Expected to WS-FeeEd
                   Display "Below the scheduled fee of "
                       Function Trim(WS-FeeEd)
                       " -- the shortfall will show on tonight's "
                       "reconciliation."
               End-If
           End-If.

       150-WriteReceipt.
           Perform 180-FindLastNumber
           Open Extend RcpFile
           If WS-Rcp-Status = "35"
               Open Output RcpFile
           End-If
           Move Spaces to RcpRecord
           Add 1 to WS-Last-Number
           Move WS-Last-Number to RcpNumber
           Move WS-Today       to RcpDate
           Move WS-Op-Id       to RcpOperator
           Move WS-Input-Type  to RcpType
           Move WS-Input-Ref   to RcpRef
           Move WS-Amount      to RcpAmount
           Move WS-Input-Payer to RcpPayer
           Write RcpRecord
           Close RcpFile
           Move WS-Input-Type to WS-Type-Code
           Perform 190-NameType
           Move WS-Amount to WS-AmountEd
           Display "Receipt " WS-Last-Number " -- "
               Function Trim(WS-AmountEd) " "
               Function Trim(WS-Type-Name) " from "
               Function Trim(WS-Input-Payer)
               ".  Write the number on the customer's copy.".

       160-LookUpAnimal.
           Open Input InFile
           If WS-InFile-Status = "35"
               Display "lab3-in.dat not found -- run Lab3j first."
           Else
               Move WS-Input-Ref to InAnimalId
               Read InFile Key is InAnimalId
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move "A" to WS-Ref-Kind
                       Move InSpecies to WS-Ref-Species
                       Display "Animal " InAnimalId " is "
                           Function Trim(InNames) " ("
                           Function Trim(InSpecies) ")."
               End-Read
               Close InFile
           End-If.

       170-LookUpAdopter.
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
                           If AdpId = WS-Input-Ref(1:6)
                              And WS-Input-Ref(7:1) = Space
                               Move "P" to WS-Ref-Kind
                               Display "Adopter " Function Trim(AdpId)
                                   " is " Function Trim(AdpName) "."
                           End-If
                   End-Read
               End-Perform
               Close AdpFile
           End-If.

      *      Receipt numbers run on from the highest on file, so a
      *      missing file starts the book at 000001.
       180-FindLastNumber.
           Move 0 to WS-Last-Number
           Open Input RcpFile
           If WS-Rcp-Status = "35"
               Continue
           Else
               Move "N" to WS-Rcp-EOF
               Perform Until WS-Rcp-AtEnd
                   Read RcpFile
                       At End
                           Move "Y" to WS-Rcp-EOF
                       Not At End
                           If RcpNumber Numeric
                              And RcpNumber > WS-Last-Number
                               Move RcpNumber to WS-Last-Number
                           End-If
                   End-Read
               End-Perform
               Close RcpFile
           End-If.

       190-NameType.
           Evaluate WS-Type-Code
               When "F"
                   Move "adoption fee" to WS-Type-Name
               When "D"
                   Move "donation"     to WS-Type-Name
               When "R"
                   Move "reclaim fee"  to WS-Type-Name
               When Other
                   Move "payment"      to WS-Type-Name
           End-Evaluate.

       200-VoidReceipt.
           Display "Receipt number to cancel: " With No Advancing
           Accept WS-Input-Number
           Move 0 to WS-Void-Number
           If WS-Input-Number Not = Spaces
               Move Function Numval(WS-Input-Number) to WS-Void-Number
           End-If
           Perform 210-FindVoidTarget
           Evaluate True
               When WS-Void-Number = 0 Or Not Void-Target-Found
                   Display "No receipt " Function Trim(WS-Input-Number)
                       " on lab3-receipts.dat -- nothing cancelled."
               When Void-Already-Done
                   Display "Receipt " WS-Void-Number
                       " is already cancelled."
               When WS-Void-Date Not = WS-Today
                   Display "Receipt " WS-Void-Number " was taken on "
                       WS-Void-Date " and has been balanced -- only "
                       "today's receipts can be cancelled here."
               When WS-Void-Oper Not = WS-Op-Id And Not Op-Supervisor
                   Display "Receipt " WS-Void-Number " is in "
                       Function Trim(WS-Void-Oper)
                       "'s drawer -- they or a supervisor must "
                       "cancel it."
               When Other
                   Perform 220-ConfirmVoid
           End-Evaluate.

       210-FindVoidTarget.
           Move "N" to WS-Void-Found
           Move "N" to WS-Void-Done
           Open Input RcpFile
           If WS-Rcp-Status = "35"
               Continue
           Else
               Move "N" to WS-Rcp-EOF
               Perform Until WS-Rcp-AtEnd
                   Read RcpFile
                       At End
                           Move "Y" to WS-Rcp-EOF
                       Not At End
                           Evaluate True
                               When Rcp-Void
                                And RcpVoidOf = WS-Void-Number
                                   Move "Y" to WS-Void-Done
                               When Rcp-Void
                                   Continue
                               When RcpNumber = WS-Void-Number
                                   Move "Y" to WS-Void-Found
                                   Move RcpDate     to WS-Void-Date
                                   Move RcpOperator to WS-Void-Oper
                                   Move RcpType     to WS-Void-Type
                                   Move RcpAmount   to WS-Void-Amount
                                   Move RcpPayer    to WS-Void-Payer
                           End-Evaluate
                   End-Read
               End-Perform
               Close RcpFile
           End-If.

       220-ConfirmVoid.
           Move WS-Void-Type to WS-Type-Code
           Perform 190-NameType
           Move WS-Void-Amount to WS-AmountEd
           Display "Cancel receipt " WS-Void-Number ", "
               Function Trim(WS-AmountEd) " "
               Function Trim(WS-Type-Name) " from "
               Function Trim(WS-Void-Payer) "? (Y/N): "
               With No Advancing
           Accept WS-Input-Confirm
           If Function Upper-Case(WS-Input-Confirm) Not = "Y"
               Display "Nothing cancelled."
           Else
               Perform 180-FindLastNumber
               Open Extend RcpFile
               If WS-Rcp-Status = "35"
                   Open Output RcpFile
               End-If
               Move Spaces to RcpRecord
               Add 1 to WS-Last-Number
               Move WS-Last-Number to RcpNumber
               Move WS-Today       to RcpDate
               Move WS-Op-Id       to RcpOperator
               Move "V"            to RcpType
               Move WS-Void-Number to RcpVoidOf
               Move WS-Void-Amount to RcpAmount
               Move WS-Void-Payer  to RcpPayer
               Write RcpRecord
               Close RcpFile
               Display "Receipt " WS-Void-Number " cancelled by "
                   "receipt " WS-Last-Number "."
           End-If.

       300-ListDrawer.
           Move 0 to WS-Cancel-Count
           Move 0 to WS-List-Count
           Move 0 to WS-Fee-Total
           Move 0 to WS-Don-Total
           Move 0 to WS-Rcl-Total
           Open Input RcpFile
           If WS-Rcp-Status = "35"
               Display "No receipts on file yet."
           Else
               Move "N" to WS-Rcp-EOF
               Perform Until WS-Rcp-AtEnd
                   Read RcpFile
                       At End
                           Move "Y" to WS-Rcp-EOF
                       Not At End
                           If Rcp-Void And RcpDate = WS-Today
                              And WS-Cancel-Count < 1000
                               Add 1 to WS-Cancel-Count
                               Move RcpVoidOf
                                   to WS-Cancel-Number(WS-Cancel-Count)
                           End-If
                   End-Read
               End-Perform
               Close RcpFile
               Display "Receipts taken today by "
                   Function Trim(WS-Op-Name) ":"
               Open Input RcpFile
               Move "N" to WS-Rcp-EOF
               Perform Until WS-Rcp-AtEnd
                   Read RcpFile
                       At End
                           Move "Y" to WS-Rcp-EOF
                       Not At End
                           If RcpDate = WS-Today
                              And RcpOperator = WS-Op-Id
                              And Not Rcp-Void
                               Perform 310-ListOneReceipt
                           End-If
                   End-Read
               End-Perform
               Close RcpFile
               Move WS-List-Count to WS-List-CountEd
               Display Function Trim(WS-List-CountEd)
                   " receipt(s) today."
               Move WS-Fee-Total to WS-TotalEd
               Display "  Adoption fees: " WS-TotalEd
               Move WS-Don-Total to WS-TotalEd
               Display "  Donations:     " WS-TotalEd
               Move WS-Rcl-Total to WS-TotalEd
               Display "  Reclaim fees:  " WS-TotalEd
               Compute WS-Drawer-Total =
                   WS-Fee-Total + WS-Don-Total + WS-Rcl-Total
               Move WS-Drawer-Total to WS-TotalEd
               Display "  Drawer total:  " WS-TotalEd
           End-If.

       310-ListOneReceipt.
           Add 1 to WS-List-Count
           Move "N" to WS-Cancelled
           If WS-Cancel-Count > 0
               Set WS-Cancel-Idx to 1
               Search WS-Cancel-Entry
                   At End
                       Continue
                   When WS-Cancel-Number(WS-Cancel-Idx) = RcpNumber
                       Move "Y" to WS-Cancelled
               End-Search
           End-If
           Move RcpType to WS-Type-Code
           Perform 190-NameType
           Move RcpAmount to WS-AmountEd
           If Receipt-Cancelled
               Display "  " RcpNumber "  " WS-Type-Name "  " RcpRef
                   "  " WS-AmountEd "  " RcpPayer "  CANCELLED"
           Else
               Display "  " RcpNumber "  " WS-Type-Name "  " RcpRef
                   "  " WS-AmountEd "  " RcpPayer
               Evaluate True
                   When Rcp-AdoptionFee
                       Add RcpAmount to WS-Fee-Total
                   When Rcp-Donation
                       Add RcpAmount to WS-Don-Total
                   When Rcp-ReclaimFee
                       Add RcpAmount to WS-Rcl-Total
               End-Evaluate
           End-If.

       COPY SPLOAD.
       COPY FEELOAD.
       COPY OPRSGN.
