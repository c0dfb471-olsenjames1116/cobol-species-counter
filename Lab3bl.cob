      *      James Olsen
      *      This program is the nightly cash reconciliation for the bookkeeper.  It holds every adoption Lab3l has applied
      *      (lab3-adoptions.dat) to the adoption fees keyed at the desk through Lab3bk (lab3-receipts.dat), so an animal that
      *      went home without its fee being taken, or a fee taken for an adoption that never went through, is found the next
      *      morning rather than at the audit.  An adoption is matched to the first unused, uncancelled F receipt for its
      *      animal number, and failing that to one keyed against its adopter's AdpId; each receipt pays for one adoption
      *      only.  Adoptions dated from the day receipting started are held to a receipt -- FEESTART= on the control file,
      *      the earliest receipt on file when the card is absent -- and those up to the business date (BUSDATE= on a
      *      catch-up, today otherwise); the receipts taken up to the same date are the ones matched.  The report (CASHRPT)
      *      gives the drawer totals for the business date by operator -- adoption fees, donations, reclaim fees, the drawer
      *      total and the receipts cancelled, which are left out of the totals -- then lists each receipt cancelled that
      *      day, each adoption with no fee receipt, each adoption paid below the fee lab3-fees.dat had in force for the
      *      animal's class on the adoption date, and each fee receipt with no adoption to set it against, with the counts.
      *      Receipts are never changed here; an exception is cleared at the desk (a late fee keyed) or by the bookkeeper.
      *      It runs in the nightly stream after the counts.

       Identification Division.
       Program-ID.  Lab3bl.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select AdoFile
            Assign to "ADOPTNS"
            Organization is Line Sequential
            File Status is WS-Ado-Status.
           Select RcpFile
            Assign to "RECEIPTS"
            Organization is Line Sequential
            File Status is WS-Rcp-Status.
           Select FeeFile
            Assign to "FEES"
            Organization is Line Sequential
            File Status is WS-Fee-Status.
           Select SpeciesMaster
            Assign to "SPECMAST"
            Organization is Line Sequential.
           Select OprFile
            Assign to "OPERATRS"
            Organization is Line Sequential
            File Status is WS-Opr-Status.
           Select CtlFile
            Assign to "CTLFILE"
            Organization is Line Sequential
            File Status is WS-Ctl-Status.
           Select CashRptFile
            Assign to "CASHRPT"
            Organization is Line Sequential.

       Data Division.
       File Section.
       FD   AdoFile.
       COPY ADOREC.
       FD   RcpFile.
       COPY RCPREC.
       FD   FeeFile.
       COPY FEEREC.
       FD   SpeciesMaster.
       COPY SPMASTFD.
       FD   OprFile.
       COPY OPRREC.
       FD   CtlFile.
       COPY CTLREC.
       FD   CashRptFile.
       COPY RPTREC.

       Working-Storage Section.
       COPY SPECIES.
       COPY SPTABLE.
       COPY CTLWS.
       COPY FEEWS.
       01   WS-Ado-Status       Pic XX.
       01   WS-Rcp-Status       Pic XX.
       01   WS-Opr-Status       Pic XX.
       01   WS-Ado-EOF          Pic X Value "N".
            88  WS-Ado-AtEnd        Value "Y".
       01   WS-Rcp-EOF          Pic X Value "N".
            88  WS-Rcp-AtEnd        Value "Y".
       01   WS-Opr-EOF          Pic X Value "N".
            88  WS-Opr-AtEnd        Value "Y".
       01   WS-Today-Raw        Pic 9(8).
       01   WS-Today            Pic X(8).
       01   WS-Bus-Date         Pic X(8).
       01   WS-Start-Date       Pic X(8) Value Spaces.
       01   WS-Start-Source     Pic X(30).
      *      Every receipt up to the business date.  WS-Rcpt-Cancel is
      *      Y once a V row has cancelled the receipt, WS-Rcpt-Used Y
      *      once it has paid for an adoption.
       01   WS-Rcpt-Table.
           05  WS-Rcpt-Count       Pic 9(5) Value 0.
           05  WS-Rcpt-Entry       Occurs 1 to 30000 Times
                                    Depending On WS-Rcpt-Count
                                    Indexed by WS-Rcpt-Idx.
               10  WS-Rcpt-Number      Pic 9(6).
               10  WS-Rcpt-Date        Pic X(8).
               10  WS-Rcpt-Oper        Pic X(8).
               10  WS-Rcpt-Type        Pic X(1).
               10  WS-Rcpt-Ref         Pic X(7).
               10  WS-Rcpt-Amount      Pic 9(5)V99.
               10  WS-Rcpt-Payer       Pic X(20).
               10  WS-Rcpt-Cancel      Pic X(1).
               10  WS-Rcpt-Used        Pic X(1).
       01   WS-Rcpt-Sub         Pic 9(5).
       01   WS-Void-Of          Pic 9(6).
      *      The adoptions being held to a receipt.  WS-Adop-Rcpt is
      *      the WS-Rcpt-Table entry that paid for it, 0 for none.
       01   WS-Adop-Table.
           05  WS-Adop-Count       Pic 9(5) Value 0.
           05  WS-Adop-Entry       Occurs 1 to 10000 Times
                                    Depending On WS-Adop-Count.
               10  WS-Adop-Date        Pic X(8).
               10  WS-Adop-Adopter     Pic X(6).
               10  WS-Adop-AnimalId    Pic X(7).
               10  WS-Adop-Names       Pic X(12).
               10  WS-Adop-Species     Pic X(15).
               10  WS-Adop-Rcpt        Pic 9(5).
               10  WS-Adop-Fee         Pic 9(4)V99.
               10  WS-Adop-Fee-Found   Pic X(1).
       01   WS-Adop-Sub         Pic 9(5).
       01   WS-Overflow         Pic X(1) Value "N".
            88  Table-Overflow      Value "Y".
       01   WS-Match-Ref        Pic X(7).
      *      Business-date drawer totals, one row per operator.
       01   WS-Drawer-Table.
           05  WS-Drawer-Count     Pic 9(2) Value 0.
           05  WS-Drawer-Entry     Occurs 1 to 50 Times
                                    Depending On WS-Drawer-Count
                                    Indexed by WS-Drawer-Idx.
               10  WS-Drawer-Oper      Pic X(8).
               10  WS-Drawer-Rcpts     Pic 9(4).
               10  WS-Drawer-Fees      Pic 9(7)V99.
               10  WS-Drawer-Dons      Pic 9(7)V99.
               10  WS-Drawer-Rcls      Pic 9(7)V99.
               10  WS-Drawer-Canc      Pic 9(4).
       01   WS-Drawer-Sub       Pic 9(2).
       01   WS-Oper-Lookup      Pic X(8).
       01   WS-Oper-Name        Pic X(20).
       01   WS-Drawer-Total     Pic 9(7)V99.
       01   WS-Tot-Rcpts        Pic 9(5) Value 0.
       01   WS-Tot-Fees         Pic 9(7)V99 Value 0.
       01   WS-Tot-Dons         Pic 9(7)V99 Value 0.
       01   WS-Tot-Rcls         Pic 9(7)V99 Value 0.
       01   WS-Tot-Canc         Pic 9(5) Value 0.
       01   WS-Tot-Drawer       Pic 9(7)V99.
       01   WS-Short            Pic 9(4)V99.
       01   WS-Paid-Count       Pic 9(5) Value 0.
       01   WS-Short-Count      Pic 9(5) Value 0.
       01   WS-Unpaid-Count     Pic 9(5) Value 0.
       01   WS-Orphan-Count     Pic 9(5) Value 0.
       01   WS-Cancel-Count     Pic 9(5) Value 0.
       01   WS-Sect-Count       Pic 9(5).
       01   WS-Work-Line        Pic X(80).
       01   WS-CountEd          Pic ZZZZ9.
       01   WS-RcptsEd          Pic ZZZ9.
       01   WS-MoneyEd          Pic ZZZ,ZZ9.99.
       01   WS-BigMoneyEd       Pic Z,ZZZ,ZZ9.99.
       01   WS-FeeEd            Pic Z,ZZ9.99.

       Procedure Division.
       000-Main.
           Accept WS-Today-Raw From Date YYYYMMDD
           Move WS-Today-Raw to WS-Today
           Perform 800-ReadControlFile
           If Ctl-BusDate-Present
               Move WS-Ctl-BusDate to WS-Bus-Date
           Else
               Move WS-Today to WS-Bus-Date
           End-If
           Move WS-Bus-Date to WS-AsOf-Date
           Perform 050-LoadSpeciesTable
           Perform 086-LoadFeeSchedule
           If WS-Fee-Count = 0
               Display "Lab3bl: lab3-fees.dat is missing or empty -- "
                   "no adoption can be checked against its fee."
           End-If
           Perform 100-LoadReceipts
           Perform 120-MarkCancelled
               Varying WS-Rcpt-Sub From 1 By 1
               Until WS-Rcpt-Sub > WS-Rcpt-Count
           Perform 130-SetStartDate
           If WS-Start-Date Not = Spaces
               Perform 140-LoadAdoptions
           End-If
           Perform 200-MatchByAnimal
               Varying WS-Adop-Sub From 1 By 1
               Until WS-Adop-Sub > WS-Adop-Count
           Perform 210-MatchByAdopter
               Varying WS-Adop-Sub From 1 By 1
               Until WS-Adop-Sub > WS-Adop-Count
           Perform 220-PriceAdoption
               Varying WS-Adop-Sub From 1 By 1
               Until WS-Adop-Sub > WS-Adop-Count
           Perform 300-TotalDrawers
               Varying WS-Rcpt-Sub From 1 By 1
               Until WS-Rcpt-Sub > WS-Rcpt-Count
           Open Output CashRptFile
           Perform 500-WriteReport
           Close CashRptFile
           Move WS-Unpaid-Count to WS-CountEd
           Display "Lab3bl: cash reconciled for " WS-Bus-Date " -- "
               Function Trim(WS-CountEd) " adoption(s) with no fee "
               "receipt."
           If Table-Overflow
               Display "Lab3bl: more receipts or adoptions than the "
                   "tables hold -- reconciliation incomplete."
               Move 8 to Return-Code
           End-If
           Stop Run.

       100-LoadReceipts.
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
                              And RcpDate Not > WS-Bus-Date
                               Perform 110-KeepReceipt
                           End-If
                   End-Read
               End-Perform
               Close RcpFile
           End-If.

       110-KeepReceipt.
           If WS-Rcpt-Count = 30000
               Move "Y" to WS-Overflow
           Else
               Add 1 to WS-Rcpt-Count
               Set WS-Rcpt-Idx to WS-Rcpt-Count
               Move RcpNumber   to WS-Rcpt-Number(WS-Rcpt-Idx)
               Move RcpDate     to WS-Rcpt-Date(WS-Rcpt-Idx)
               Move RcpOperator to WS-Rcpt-Oper(WS-Rcpt-Idx)
               Move RcpType     to WS-Rcpt-Type(WS-Rcpt-Idx)
               Move RcpRef      to WS-Rcpt-Ref(WS-Rcpt-Idx)
               Move RcpAmount   to WS-Rcpt-Amount(WS-Rcpt-Idx)
               Move RcpPayer    to WS-Rcpt-Payer(WS-Rcpt-Idx)
               Move "N"         to WS-Rcpt-Cancel(WS-Rcpt-Idx)
               Move "N"         to WS-Rcpt-Used(WS-Rcpt-Idx)
           End-If.

      *      A V row names the receipt it cancels in the first six
      *      bytes of its reference.
       120-MarkCancelled.
           If WS-Rcpt-Type(WS-Rcpt-Sub) = "V"
              And WS-Rcpt-Ref(WS-Rcpt-Sub)(1:6) Numeric
               Move WS-Rcpt-Ref(WS-Rcpt-Sub)(1:6) to WS-Void-Of
               Set WS-Rcpt-Idx to 1
               Search WS-Rcpt-Entry
                   At End
                       Continue
                   When WS-Rcpt-Number(WS-Rcpt-Idx) = WS-Void-Of
                    And WS-Rcpt-Type(WS-Rcpt-Idx) Not = "V"
                       Move "Y" to WS-Rcpt-Cancel(WS-Rcpt-Idx)
               End-Search
           End-If.

       130-SetStartDate.
           If Ctl-FeeStart-Present
               Move WS-Ctl-FeeStart to WS-Start-Date
               Move "FEESTART CARD" to WS-Start-Source
           Else
               Perform 135-EarliestReceipt
                   Varying WS-Rcpt-Sub From 1 By 1
                   Until WS-Rcpt-Sub > WS-Rcpt-Count
               Move "FIRST RECEIPT ON FILE" to WS-Start-Source
           End-If.

       135-EarliestReceipt.
           If WS-Rcpt-Type(WS-Rcpt-Sub) Not = "V"
              And (WS-Start-Date = Spaces
                   Or WS-Rcpt-Date(WS-Rcpt-Sub) < WS-Start-Date)
               Move WS-Rcpt-Date(WS-Rcpt-Sub) to WS-Start-Date
           End-If.

       140-LoadAdoptions.
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
                           If AdoDate Not < WS-Start-Date
                              And AdoDate Not > WS-Bus-Date
                               Perform 150-KeepAdoption
                           End-If
                   End-Read
               End-Perform
               Close AdoFile
           End-If.

       150-KeepAdoption.
           If WS-Adop-Count = 10000
               Move "Y" to WS-Overflow
           Else
               Add 1 to WS-Adop-Count
               Move AdoDate     to WS-Adop-Date(WS-Adop-Count)
               Move AdoAdopter  to WS-Adop-Adopter(WS-Adop-Count)
               Move AdoAnimalId to WS-Adop-AnimalId(WS-Adop-Count)
               Move AdoNames    to WS-Adop-Names(WS-Adop-Count)
               Move AdoSpecies  to WS-Adop-Species(WS-Adop-Count)
               Move 0           to WS-Adop-Rcpt(WS-Adop-Count)
               Move 0           to WS-Adop-Fee(WS-Adop-Count)
               Move "N"         to WS-Adop-Fee-Found(WS-Adop-Count)
           End-If.

      *      First pass: a fee receipt keyed against the animal's own
      *      number.  The adopter pass runs only after every adoption
      *      has had its chance at its animal's receipt.
       200-MatchByAnimal.
           Move WS-Adop-AnimalId(WS-Adop-Sub) to WS-Match-Ref
           Perform 230-FindFeeReceipt.

       210-MatchByAdopter.
           If WS-Adop-Rcpt(WS-Adop-Sub) = 0
              And WS-Adop-Adopter(WS-Adop-Sub) Not = Spaces
               Move Spaces to WS-Match-Ref
               Move WS-Adop-Adopter(WS-Adop-Sub) to WS-Match-Ref(1:6)
               Perform 230-FindFeeReceipt
           End-If.

       220-PriceAdoption.
           Move WS-Adop-Date(WS-Adop-Sub) to WS-AsOf-Date
           Move WS-Adop-Date(WS-Adop-Sub) to WS-Fee-Date
           Move Function Trim(Function Upper-Case
               (WS-Adop-Species(WS-Adop-Sub))) to Species
           Perform 055-ClassifySpecies
           Perform 087-FindFee
           If Fee-In-Force
               Move "Y" to WS-Adop-Fee-Found(WS-Adop-Sub)
               Move WS-Fee-Expected to WS-Adop-Fee(WS-Adop-Sub)
           End-If.

       230-FindFeeReceipt.
           If WS-Rcpt-Count > 0 And WS-Match-Ref Not = Spaces
               Set WS-Rcpt-Idx to 1
               Search WS-Rcpt-Entry
                   At End
                       Continue
                   When WS-Rcpt-Type(WS-Rcpt-Idx) = "F"
                    And WS-Rcpt-Cancel(WS-Rcpt-Idx) = "N"
                    And WS-Rcpt-Used(WS-Rcpt-Idx) = "N"
                    And WS-Rcpt-Ref(WS-Rcpt-Idx) = WS-Match-Ref
                       Move "Y" to WS-Rcpt-Used(WS-Rcpt-Idx)
                       Set WS-Adop-Rcpt(WS-Adop-Sub) to WS-Rcpt-Idx
               End-Search
           End-If.

       300-TotalDrawers.
           If WS-Rcpt-Date(WS-Rcpt-Sub) = WS-Bus-Date
              And WS-Rcpt-Type(WS-Rcpt-Sub) Not = "V"
               Move WS-Rcpt-Oper(WS-Rcpt-Sub) to WS-Oper-Lookup
               Perform 310-FindDrawer
               If WS-Drawer-Sub > 0
                   Perform 320-AddToDrawer
               End-If
           End-If.

       310-FindDrawer.
           Move 0 to WS-Drawer-Sub
           If WS-Drawer-Count > 0
               Set WS-Drawer-Idx to 1
               Search WS-Drawer-Entry
                   At End
                       Continue
                   When WS-Drawer-Oper(WS-Drawer-Idx) = WS-Oper-Lookup
                       Set WS-Drawer-Sub to WS-Drawer-Idx
               End-Search
           End-If
           If WS-Drawer-Sub = 0 And WS-Drawer-Count < 50
               Add 1 to WS-Drawer-Count
               Move WS-Drawer-Count to WS-Drawer-Sub
               Initialize WS-Drawer-Entry(WS-Drawer-Sub)
               Move WS-Oper-Lookup to WS-Drawer-Oper(WS-Drawer-Sub)
           End-If.

       320-AddToDrawer.
           If WS-Rcpt-Cancel(WS-Rcpt-Sub) = "Y"
               Add 1 to WS-Drawer-Canc(WS-Drawer-Sub)
           Else
               Add 1 to WS-Drawer-Rcpts(WS-Drawer-Sub)
               Evaluate WS-Rcpt-Type(WS-Rcpt-Sub)
                   When "F"
                       Add WS-Rcpt-Amount(WS-Rcpt-Sub)
                           to WS-Drawer-Fees(WS-Drawer-Sub)
                   When "D"
                       Add WS-Rcpt-Amount(WS-Rcpt-Sub)
                           to WS-Drawer-Dons(WS-Drawer-Sub)
                   When "R"
                       Add WS-Rcpt-Amount(WS-Rcpt-Sub)
                           to WS-Drawer-Rcls(WS-Drawer-Sub)
               End-Evaluate
           End-If.

       500-WriteReport.
           Move Spaces to RptRecord
           Move "LAB3 DAILY CASH RECONCILIATION" to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           String "BUSINESS DATE: " WS-Bus-Date
                  "   RUN DATE: " WS-Today
               Delimited by Size Into RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           If WS-Start-Date = Spaces
               Move "NO RECEIPTS ON FILE -- NO ADOPTIONS HELD TO A FEE"
                   to RptRecord
           Else
               String "ADOPTIONS HELD TO A FEE FROM: " WS-Start-Date
                      " (" Function Trim(WS-Start-Source) ")"
                   Delimited by Size Into RptRecord
           End-If
           Write RptRecord
           Perform 510-WriteDrawers
           Perform 530-WriteCancelled
           Perform 550-WriteUnpaid
           Perform 570-WriteShort
           Perform 590-WriteOrphans
           Perform 600-WriteSummary.

       510-WriteDrawers.
           Move Spaces to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           String "DRAWER TOTALS FOR " WS-Bus-Date
               Delimited by Size Into RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move "OPERATOR"  to RptRecord(1:8)
           Move "NAME"      to RptRecord(10:4)
           Move "RCPT"      to RptRecord(23:4)
           Move "FEES"      to RptRecord(34:4)
           Move "DONATIONS" to RptRecord(40:9)
           Move "RECLAIMS"  to RptRecord(52:8)
           Move "DRAWER"    to RptRecord(67:6)
           Move "CANC"      to RptRecord(74:4)
           Write RptRecord
           Move Spaces to RptRecord
           Move All "-" to RptRecord(1:8)
           Move All "-" to RptRecord(10:12)
           Move All "-" to RptRecord(23:4)
           Move All "-" to RptRecord(28:10)
           Move All "-" to RptRecord(39:10)
           Move All "-" to RptRecord(50:10)
           Move All "-" to RptRecord(61:12)
           Move All "-" to RptRecord(74:4)
           Write RptRecord
           If WS-Drawer-Count = 0
               Move Spaces to RptRecord
               Move "  NO RECEIPTS TAKEN" to RptRecord
               Write RptRecord
           End-If
           Perform 520-WriteOneDrawer
               Varying WS-Drawer-Sub From 1 By 1
               Until WS-Drawer-Sub > WS-Drawer-Count
           Compute WS-Tot-Drawer = WS-Tot-Fees + WS-Tot-Dons
               + WS-Tot-Rcls
           Move Spaces to RptRecord
           Move "TOTAL"  to RptRecord(1:5)
           Move WS-Tot-Rcpts to WS-CountEd
           Move WS-CountEd(2:4) to RptRecord(23:4)
           Move WS-Tot-Fees to WS-MoneyEd
           Move WS-MoneyEd  to RptRecord(28:10)
           Move WS-Tot-Dons to WS-MoneyEd
           Move WS-MoneyEd  to RptRecord(39:10)
           Move WS-Tot-Rcls to WS-MoneyEd
           Move WS-MoneyEd  to RptRecord(50:10)
           Move WS-Tot-Drawer to WS-BigMoneyEd
           Move WS-BigMoneyEd to RptRecord(61:12)
           Move WS-Tot-Canc to WS-CountEd
           Move WS-CountEd(2:4) to RptRecord(74:4)
           Write RptRecord.

       520-WriteOneDrawer.
           Move WS-Drawer-Oper(WS-Drawer-Sub) to WS-Oper-Lookup
           Perform 525-LookUpOperatorName
           Compute WS-Drawer-Total = WS-Drawer-Fees(WS-Drawer-Sub)
               + WS-Drawer-Dons(WS-Drawer-Sub)
               + WS-Drawer-Rcls(WS-Drawer-Sub)
           Move Spaces to RptRecord
           Move WS-Drawer-Oper(WS-Drawer-Sub) to RptRecord(1:8)
           Move WS-Oper-Name to RptRecord(10:12)
           Move WS-Drawer-Rcpts(WS-Drawer-Sub) to WS-RcptsEd
           Move WS-RcptsEd to RptRecord(23:4)
           Move WS-Drawer-Fees(WS-Drawer-Sub) to WS-MoneyEd
           Move WS-MoneyEd to RptRecord(28:10)
           Move WS-Drawer-Dons(WS-Drawer-Sub) to WS-MoneyEd
           Move WS-MoneyEd to RptRecord(39:10)
           Move WS-Drawer-Rcls(WS-Drawer-Sub) to WS-MoneyEd
           Move WS-MoneyEd to RptRecord(50:10)
           Move WS-Drawer-Total to WS-BigMoneyEd
           Move WS-BigMoneyEd to RptRecord(61:12)
           Move WS-Drawer-Canc(WS-Drawer-Sub) to WS-RcptsEd
           Move WS-RcptsEd to RptRecord(74:4)
           Write RptRecord
           Add WS-Drawer-Rcpts(WS-Drawer-Sub) to WS-Tot-Rcpts
           Add WS-Drawer-Fees(WS-Drawer-Sub)  to WS-Tot-Fees
           Add WS-Drawer-Dons(WS-Drawer-Sub)  to WS-Tot-Dons
           Add WS-Drawer-Rcls(WS-Drawer-Sub)  to WS-Tot-Rcls
           Add WS-Drawer-Canc(WS-Drawer-Sub)  to WS-Tot-Canc.

       525-LookUpOperatorName.
           Move "NOT ON FILE" to WS-Oper-Name
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
                           If OprId = WS-Oper-Lookup
                               Move OprName to WS-Oper-Name
                           End-If
                   End-Read
               End-Perform
               Close OprFile
           End-If.

       530-WriteCancelled.
           Move "RECEIPTS CANCELLED ON THE BUSINESS DATE"
               to WS-Work-Line
           Perform 700-WriteHeading
           Move Spaces to RptRecord
           Move "RECEIPT"  to RptRecord(1:7)
           Move "TAKEN"    to RptRecord(10:5)
           Move "OPERATOR" to RptRecord(20:8)
           Move "TYPE"     to RptRecord(30:4)
           Move "PAID BY"  to RptRecord(36:7)
           Move "AMOUNT"   to RptRecord(62:6)
           Write RptRecord
           Move 0 to WS-Sect-Count
           Perform 540-WriteOneCancelled
               Varying WS-Rcpt-Sub From 1 By 1
               Until WS-Rcpt-Sub > WS-Rcpt-Count
           Move WS-Sect-Count to WS-Cancel-Count
           Perform 710-WriteSectionCount.

       540-WriteOneCancelled.
           If WS-Rcpt-Cancel(WS-Rcpt-Sub) = "Y"
              And WS-Rcpt-Date(WS-Rcpt-Sub) = WS-Bus-Date
               Add 1 to WS-Sect-Count
               Move Spaces to RptRecord
               Move WS-Rcpt-Number(WS-Rcpt-Sub) to RptRecord(1:6)
               Move WS-Rcpt-Date(WS-Rcpt-Sub)   to RptRecord(10:8)
               Move WS-Rcpt-Oper(WS-Rcpt-Sub)   to RptRecord(20:8)
               Move WS-Rcpt-Type(WS-Rcpt-Sub)   to RptRecord(31:1)
               Move WS-Rcpt-Payer(WS-Rcpt-Sub)  to RptRecord(36:20)
               Move WS-Rcpt-Amount(WS-Rcpt-Sub) to WS-MoneyEd
               Move WS-MoneyEd to RptRecord(58:10)
               Write RptRecord
           End-If.

       550-WriteUnpaid.
           Move "ADOPTIONS WITH NO FEE RECEIPT" to WS-Work-Line
           Perform 700-WriteHeading
           Move Spaces to RptRecord
           Move "ADOPTED"   to RptRecord(1:7)
           Move "ANIMAL"    to RptRecord(11:6)
           Move "NAMES"     to RptRecord(20:5)
           Move "SPECIES"   to RptRecord(34:7)
           Move "ADOPTER"   to RptRecord(51:7)
           Move "SCHEDULED" to RptRecord(60:9)
           Write RptRecord
           Move 0 to WS-Sect-Count
           Perform 560-WriteOneUnpaid
               Varying WS-Adop-Sub From 1 By 1
               Until WS-Adop-Sub > WS-Adop-Count
           Move WS-Sect-Count to WS-Unpaid-Count
           Perform 710-WriteSectionCount.

       560-WriteOneUnpaid.
           If WS-Adop-Rcpt(WS-Adop-Sub) = 0
               Add 1 to WS-Sect-Count
               Move Spaces to RptRecord
               Move WS-Adop-Date(WS-Adop-Sub)     to RptRecord(1:8)
               Move WS-Adop-AnimalId(WS-Adop-Sub) to RptRecord(11:7)
               Move WS-Adop-Names(WS-Adop-Sub)    to RptRecord(20:12)
               Move WS-Adop-Species(WS-Adop-Sub)  to RptRecord(34:15)
               Move WS-Adop-Adopter(WS-Adop-Sub)  to RptRecord(51:6)
               If WS-Adop-Fee-Found(WS-Adop-Sub) = "Y"
                   Move WS-Adop-Fee(WS-Adop-Sub) to WS-FeeEd
                   Move WS-FeeEd to RptRecord(60:8)
               Else
                   Move "NO FEE" to RptRecord(60:6)
               End-If
               Write RptRecord
           End-If.

       570-WriteShort.
           Move "ADOPTION FEES PAID BELOW THE SCHEDULE"
               to WS-Work-Line
           Perform 700-WriteHeading
           Move Spaces to RptRecord
           Move "ADOPTED"   to RptRecord(1:7)
           Move "ANIMAL"    to RptRecord(11:6)
           Move "ADOPTER"   to RptRecord(20:7)
           Move "RECEIPT"   to RptRecord(29:7)
           Move "PAID"      to RptRecord(42:4)
           Move "SCHEDULED" to RptRecord(48:9)
           Move "SHORT"     to RptRecord(63:5)
           Write RptRecord
           Move 0 to WS-Sect-Count
           Perform 580-WriteOneShort
               Varying WS-Adop-Sub From 1 By 1
               Until WS-Adop-Sub > WS-Adop-Count
           Move WS-Sect-Count to WS-Short-Count
           Perform 710-WriteSectionCount.

       580-WriteOneShort.
           If WS-Adop-Rcpt(WS-Adop-Sub) > 0
               Move WS-Adop-Rcpt(WS-Adop-Sub) to WS-Rcpt-Sub
               If WS-Adop-Fee-Found(WS-Adop-Sub) = "Y"
                  And WS-Rcpt-Amount(WS-Rcpt-Sub)
                      < WS-Adop-Fee(WS-Adop-Sub)
                   Add 1 to WS-Sect-Count
                   Compute WS-Short = WS-Adop-Fee(WS-Adop-Sub)
                       - WS-Rcpt-Amount(WS-Rcpt-Sub)
                   Move Spaces to RptRecord
                   Move WS-Adop-Date(WS-Adop-Sub)  to RptRecord(1:8)
                   Move WS-Adop-AnimalId(WS-Adop-Sub)
                       to RptRecord(11:7)
                   Move WS-Adop-Adopter(WS-Adop-Sub)
                       to RptRecord(20:6)
                   Move WS-Rcpt-Number(WS-Rcpt-Sub) to RptRecord(29:6)
                   Move WS-Rcpt-Amount(WS-Rcpt-Sub) to WS-MoneyEd
                   Move WS-MoneyEd to RptRecord(36:10)
                   Move WS-Adop-Fee(WS-Adop-Sub) to WS-MoneyEd
                   Move WS-MoneyEd to RptRecord(47:10)
                   Move WS-Short to WS-MoneyEd
                   Move WS-MoneyEd to RptRecord(58:10)
                   Write RptRecord
               Else
                   Add 1 to WS-Paid-Count
               End-If
           End-If.

       590-WriteOrphans.
           Move "FEE RECEIPTS WITH NO ADOPTION" to WS-Work-Line
           Perform 700-WriteHeading
           Move Spaces to RptRecord
           Move "RECEIPT"  to RptRecord(1:7)
           Move "TAKEN"    to RptRecord(10:5)
           Move "OPERATOR" to RptRecord(20:8)
           Move "FOR"      to RptRecord(30:3)
           Move "PAID BY"  to RptRecord(39:7)
           Move "AMOUNT"   to RptRecord(62:6)
           Write RptRecord
           Move 0 to WS-Sect-Count
           Perform 595-WriteOneOrphan
               Varying WS-Rcpt-Sub From 1 By 1
               Until WS-Rcpt-Sub > WS-Rcpt-Count
           Move WS-Sect-Count to WS-Orphan-Count
           Perform 710-WriteSectionCount.

       595-WriteOneOrphan.
           If WS-Rcpt-Type(WS-Rcpt-Sub) = "F"
              And WS-Rcpt-Cancel(WS-Rcpt-Sub) = "N"
              And WS-Rcpt-Used(WS-Rcpt-Sub) = "N"
              And WS-Rcpt-Date(WS-Rcpt-Sub) Not < WS-Start-Date
               Add 1 to WS-Sect-Count
               Move Spaces to RptRecord
               Move WS-Rcpt-Number(WS-Rcpt-Sub) to RptRecord(1:6)
               Move WS-Rcpt-Date(WS-Rcpt-Sub)   to RptRecord(10:8)
               Move WS-Rcpt-Oper(WS-Rcpt-Sub)   to RptRecord(20:8)
               Move WS-Rcpt-Ref(WS-Rcpt-Sub)    to RptRecord(30:7)
               Move WS-Rcpt-Payer(WS-Rcpt-Sub)  to RptRecord(39:20)
               Move WS-Rcpt-Amount(WS-Rcpt-Sub) to WS-MoneyEd
               Move WS-MoneyEd to RptRecord(58:10)
               Write RptRecord
           End-If.

       600-WriteSummary.
           Move "SUMMARY" to WS-Work-Line
           Perform 700-WriteHeading
           Move WS-Adop-Count to WS-CountEd
           Move Spaces to RptRecord
           String "ADOPTIONS HELD TO A FEE:        " WS-CountEd
               Delimited by Size Into RptRecord
           Write RptRecord
           Move WS-Paid-Count to WS-CountEd
           Move Spaces to RptRecord
           String "PAID AT OR ABOVE THE SCHEDULE:  " WS-CountEd
               Delimited by Size Into RptRecord
           Write RptRecord
           Move WS-Short-Count to WS-CountEd
           Move Spaces to RptRecord
           String "PAID BELOW THE SCHEDULE:        " WS-CountEd
               Delimited by Size Into RptRecord
           Write RptRecord
           Move WS-Unpaid-Count to WS-CountEd
           Move Spaces to RptRecord
           String "NO FEE RECEIPT:                 " WS-CountEd
               Delimited by Size Into RptRecord
           Write RptRecord
           Move WS-Orphan-Count to WS-CountEd
           Move Spaces to RptRecord
           String "FEE RECEIPTS WITH NO ADOPTION:  " WS-CountEd
               Delimited by Size Into RptRecord
           Write RptRecord
           Move WS-Cancel-Count to WS-CountEd
           Move Spaces to RptRecord
           String "RECEIPTS CANCELLED:             " WS-CountEd
               Delimited by Size Into RptRecord
           Write RptRecord
           If Table-Overflow
               Move Spaces to RptRecord
               String "*** MORE RECEIPTS OR ADOPTIONS THAN THE TABLES "
                      "HOLD -- REPORT INCOMPLETE ***"
                   Delimited by Size Into RptRecord
               Write RptRecord
           End-If.

       700-WriteHeading.
           Move Spaces to RptRecord
           Write RptRecord
           Move WS-Work-Line to RptRecord
           Write RptRecord.

       710-WriteSectionCount.
           Move WS-Sect-Count to WS-CountEd
           Move Spaces to RptRecord
           String "  ENTRIES: " Function Trim(WS-CountEd)
               Delimited by Size Into RptRecord
           Write RptRecord.

       COPY SPLOAD.
       COPY FEELOAD.
       COPY CTLIO.
