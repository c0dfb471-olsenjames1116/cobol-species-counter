      *      James Olsen
      *      This program produces the monthly permit-status report the rehab permits' annual returns and the agencies'
      *      inspections ask for.  Every permit on the lab3-permits.dat permit master is printed with its agency, what it
      *      covers, its holding limit, how many on-hand animals lab3-in.dat has under it today, the headroom left, how many
      *      animals of its species were admitted in the report month, and its expiry -- flagged LAPSED, OVER LIMIT, AT
      *      LIMIT, or EXPIRES IN n DAYS inside the 60-day warning Lab3az raises on the alert ledger.  An animal counts
      *      against a permit when its species is regulated (SpMastProt) and the permit covers the species or its class, the
      *      same rule Lab3w and Lab3q enforce at intake; a regulated animal on hand that no permit covers is listed on its own
      *      at the end, since that is exactly what an inspector would find.  Month admissions are classified as of the intake
      *      date.  The month comes from a MONTH=yyyymm card in lab3-control.dat when one is there and is prompted for
      *      otherwise; blank means last month.  Output goes to LAB3-PERMIT-RPT.TXT and the console summary line.

       Identification Division.
       Program-ID.  Lab3ay.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select InFile
            Assign to "lab3-in.dat"
            Organization is Indexed
            Access Mode is Dynamic
            Record Key is InAnimalId
            File Status is WS-InFile-Status.
           Select PrmFile
            Assign to "lab3-permits.dat"
            Organization is Line Sequential
            File Status is WS-Prm-Status.
           Select SpeciesMaster
            Assign to "SPECIES-MASTER.DAT"
            Organization is Line Sequential.
           Select CtlFile
            Assign to "lab3-control.dat"
            Organization is Line Sequential
            File Status is WS-Ctl-Status.
           Select PermitRptFile
            Assign to "LAB3-PERMIT-RPT.TXT"
            Organization is Line Sequential.

       Data Division.
       File Section.
       FD   InFile.
       COPY INIDXREC.
       FD   PrmFile.
       COPY PRMREC.
       FD   SpeciesMaster.
       COPY SPMASTFD.
       FD   CtlFile.
       COPY CTLREC.
       FD   PermitRptFile.
       COPY RPTREC.
       Working-Storage Section.
       COPY CTLWS.
       COPY MONWS.
       COPY PRMWS.
       COPY SPECIES.
       COPY SPTABLE.
       01   WS-InFile-Status    Pic XX.
       01   InFileEOF           Pic X Value "N".
            88  AtEndOfInFile       Value "Y".
       01   WS-Month-Admits.
           05  WS-Month-Admit      Occurs 100 Times Pic 9(5).
      *      Regulated animals on hand with no permit covering them.
       01   WS-Bare-Table.
           05  WS-Bare-Count       Pic 9(3) Value 0.
           05  WS-Bare-Entry       Occurs 1 to 200 Times
                                    Depending On WS-Bare-Count.
               10  WS-Bare-AnimalId    Pic X(7).
               10  WS-Bare-Names       Pic X(12).
               10  WS-Bare-Species     Pic X(15).
               10  WS-Bare-Site        Pic X(10).
       01   WS-Bare-Sub         Pic 9(3).
       01   WS-Bare-Total       Pic 9(5) Value 0.
       01   WS-Warn-Days        Pic 9(3) Value 60.
       01   WS-Today-Int        Pic 9(8).
       01   WS-Expiry-Num       Pic 9(8).
       01   WS-Days-Left        Pic S9(6).
       01   WS-Days-LeftEd      Pic ZZZZZ9.
       01   WS-Room             Pic 9(5).
       01   WS-CntEd            Pic ZZZZ9.
       01   WS-Cover-Line       Pic X(80).
       01   WS-Cover-Pos        Pic 9(3).
       01   WS-Cover-Len        Pic 9(3).
       01   WS-Status-Text      Pic X(18).
       01   WS-Flag-Count       Pic 9(4) Value 0.
       01   WS-Flag-CountEd     Pic ZZZ9.
       01   WS-Permit-CountEd   Pic ZZZ9.

       Procedure Division.
       000-Main.
           Perform 070-SetReportMonth
           If Not Month-Set
               Display "Lab3ay: no valid report month -- nothing "
                   "reported."
               Stop Run
           End-If
           Perform 091-LoadPermits
           If WS-Permit-Count = 0
               Display "lab3-permits.dat not found or empty -- no "
                   "permits to report."
               Stop Run
           End-If
           Compute WS-Today-Int =
               Function Integer-of-Date(WS-Prm-Today-Raw)
           Perform 050-LoadSpeciesTable
           Open Input InFile
           If WS-InFile-Status = "35"
               Display "lab3-in.dat not found -- run Lab3j first."
               Stop Run
           End-If
           Perform 093-CountPermitHolds
           Perform 100-ScanAnimals
           Close InFile
           Perform 300-WriteReport
           Move WS-Permit-Count to WS-Permit-CountEd
           Move WS-Flag-Count   to WS-Flag-CountEd
           Move WS-Bare-Total   to WS-CntEd
           Display "Lab3ay: " Function Trim(WS-Permit-CountEd)
               " permit(s) reported for " WS-Rpt-Month ", "
               Function Trim(WS-Flag-CountEd) " flagged, "
               Function Trim(WS-CntEd)
               " regulated animal(s) with no permit -- see "
               "LAB3-PERMIT-RPT.TXT."
           Stop Run.

      *      093 has counted what each permit holds today; this pass
      *      picks up the month's admissions and the regulated animals
      *      on hand that nothing covers.
       100-ScanAnimals.
           Initialize WS-Month-Admits
           Move Low-Values to InAnimalId
           Move "N" to InFileEOF
           Start InFile Key is Not Less Than InAnimalId
               Invalid Key
                   Move "Y" to InFileEOF
           End-Start
           Perform Until AtEndOfInFile
               Read InFile Next Record
                   At End
                       Move "Y" to InFileEOF
                   Not At End
                       Move Function Trim(Function
                           Upper-Case(InSpecies)) to Species
                       If InIntakeDate(1:6) = WS-Rpt-Month
                           Move InIntakeDate to WS-AsOf-Date
                           Perform 110-CountMonthAdmit
                       End-If
                       If In-OnHand
                           Move WS-Prm-Today to WS-AsOf-Date
                           Perform 120-CheckCovered
                       End-If
               End-Read
           End-Perform
           Move WS-Prm-Today to WS-AsOf-Date.

       110-CountMonthAdmit.
           Perform 055-ClassifySpecies
           If Not Unprotected-Species
               Perform 092-FindPermit
               Evaluate True
                   When WS-Prm-Hit > 0
                       Add 1 to WS-Month-Admit(WS-Prm-Hit)
                   When WS-Prm-Lapsed > 0
                       Add 1 to WS-Month-Admit(WS-Prm-Lapsed)
                   When Other
                       Continue
               End-Evaluate
           End-If.

       120-CheckCovered.
           Perform 055-ClassifySpecies
           If Not Unprotected-Species
               Perform 092-FindPermit
               If WS-Prm-Hit = 0 And WS-Prm-Lapsed = 0
                   Add 1 to WS-Bare-Total
                   If WS-Bare-Count < 200
                       Add 1 to WS-Bare-Count
                       Move InAnimalId
                           to WS-Bare-AnimalId(WS-Bare-Count)
                       Move InNames to WS-Bare-Names(WS-Bare-Count)
                       Move InSpecies
                           to WS-Bare-Species(WS-Bare-Count)
                       Move InSite to WS-Bare-Site(WS-Bare-Count)
                   End-If
               End-If
           End-If.

       300-WriteReport.
           Open Output PermitRptFile
           Move Spaces to RptRecord
           Move "LAB3 REHABILITATION PERMIT STATUS" to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           String "MONTH: " WS-Rpt-Year "/" WS-Rpt-Mon
                  "   RUN DATE: " WS-Today-Disp
               Delimited by Size Into RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move "PERMIT"    to RptRecord(1:6)
           Move "AGENCY"    to RptRecord(15:6)
           Move "LIMIT"     to RptRecord(27:5)
           Move " HELD"     to RptRecord(33:5)
           Move " ROOM"     to RptRecord(39:5)
           Move "ADMIT"     to RptRecord(45:5)
           Move "EXPIRES"   to RptRecord(51:7)
           Move "STATUS"    to RptRecord(61:6)
           Write RptRecord
           Move Spaces to RptRecord
           Move All "-" to RptRecord(1:12)
           Move All "-" to RptRecord(15:10)
           Move All "-" to RptRecord(27:5)
           Move All "-" to RptRecord(33:5)
           Move All "-" to RptRecord(39:5)
           Move All "-" to RptRecord(45:5)
           Move All "-" to RptRecord(51:8)
           Move All "-" to RptRecord(61:18)
           Write RptRecord
           Perform 310-WriteOnePermit
               Varying WS-Prm-Sub From 1 By 1
               Until WS-Prm-Sub > WS-Permit-Count
           Perform 400-WriteUncovered
           Close PermitRptFile.

      *      Headroom is blank for a permit with no cap.  The status
      *      column shows the worst thing wrong with the permit.
       310-WriteOnePermit.
           Move Spaces to RptRecord
           Move WS-Permit-Number(WS-Prm-Sub) to RptRecord(1:12)
           Move WS-Permit-Agency(WS-Prm-Sub) to RptRecord(15:10)
           Move WS-Permit-Held(WS-Prm-Sub) to WS-CntEd
           Move WS-CntEd to RptRecord(33:5)
           Move WS-Month-Admit(WS-Prm-Sub) to WS-CntEd
           Move WS-CntEd to RptRecord(45:5)
           Move 0 to WS-Room
           If WS-Permit-Limit(WS-Prm-Sub) = 0
               Move "NONE" to RptRecord(28:4)
           Else
               Move WS-Permit-Limit(WS-Prm-Sub) to WS-CntEd
               Move WS-CntEd to RptRecord(27:5)
               If WS-Permit-Held(WS-Prm-Sub)
                   < WS-Permit-Limit(WS-Prm-Sub)
                   Compute WS-Room = WS-Permit-Limit(WS-Prm-Sub)
                       - WS-Permit-Held(WS-Prm-Sub)
               End-If
               Move WS-Room to WS-CntEd
               Move WS-CntEd to RptRecord(39:5)
           End-If
           Move 99999 to WS-Days-Left
           If WS-Permit-Expiry(WS-Prm-Sub) = "99999999"
               Move "NONE" to RptRecord(51:4)
           Else
               Move WS-Permit-Expiry(WS-Prm-Sub) to RptRecord(51:8)
               If WS-Permit-Expiry(WS-Prm-Sub) Numeric
                   Move WS-Permit-Expiry(WS-Prm-Sub) to WS-Expiry-Num
                   Compute WS-Days-Left =
                       Function Integer-of-Date(WS-Expiry-Num)
                       - WS-Today-Int
               End-If
           End-If
           Move Spaces to WS-Status-Text
           Evaluate True
               When WS-Days-Left < 0
                   Move "LAPSED" to WS-Status-Text
               When WS-Permit-Limit(WS-Prm-Sub) > 0
                And WS-Permit-Held(WS-Prm-Sub)
                    > WS-Permit-Limit(WS-Prm-Sub)
                   Move "OVER LIMIT" to WS-Status-Text
               When WS-Permit-Limit(WS-Prm-Sub) > 0
                And WS-Permit-Held(WS-Prm-Sub)
                    = WS-Permit-Limit(WS-Prm-Sub)
                   Move "AT LIMIT" to WS-Status-Text
               When WS-Days-Left Not > WS-Warn-Days
                   Move WS-Days-Left to WS-Days-LeftEd
                   String "EXPIRES IN "
                          Function Trim(WS-Days-LeftEd) " DAYS"
                       Delimited by Size Into WS-Status-Text
               When Other
                   Move "IN FORCE" to WS-Status-Text
           End-Evaluate
           If WS-Status-Text Not = "IN FORCE"
               Add 1 to WS-Flag-Count
           End-If
           Move WS-Status-Text to RptRecord(61:18)
           Write RptRecord
           Perform 320-BuildCoverLine
           Move Spaces to RptRecord
           String "    COVERS: " WS-Cover-Line
               Delimited by Size Into RptRecord
           Write RptRecord.

      *      Class rows print as CLASS x; the line stops where the
      *      report width does.
       320-BuildCoverLine.
           Move Spaces to WS-Cover-Line
           Move 1 to WS-Cover-Pos
           Perform Varying WS-Cov-Sub From 1 By 1
                   Until WS-Cov-Sub > WS-Cover-Count
               If WS-Cover-Permit(WS-Cov-Sub) = WS-Prm-Sub
                  And WS-Cover-Pos < 50
                   If WS-Cover-Pos > 1
                       Move "," to WS-Cover-Line(WS-Cover-Pos:1)
                       Add 2 to WS-Cover-Pos
                   End-If
                   If WS-Cover-Scope(WS-Cov-Sub) = "C"
                       Move "CLASS " to WS-Cover-Line(WS-Cover-Pos:6)
                       Add 6 to WS-Cover-Pos
                   End-If
                   Move Function Length(Function Trim(
                       WS-Cover-Value(WS-Cov-Sub))) to WS-Cover-Len
                   If WS-Cover-Pos + WS-Cover-Len > 68
                       Compute WS-Cover-Len = 68 - WS-Cover-Pos
                   End-If
                   Move WS-Cover-Value(WS-Cov-Sub)
                       to WS-Cover-Line(WS-Cover-Pos:WS-Cover-Len)
                   Add WS-Cover-Len to WS-Cover-Pos
               End-If
           End-Perform.

       400-WriteUncovered.
           Move Spaces to RptRecord
           Write RptRecord
           Move "REGULATED ANIMALS ON HAND WITH NO COVERING PERMIT"
               to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move All "-" to RptRecord(1:49)
           Write RptRecord
           If WS-Bare-Total = 0
               Move "NONE" to RptRecord
               Write RptRecord
           Else
               Perform 410-WriteOneUncovered
                   Varying WS-Bare-Sub From 1 By 1
                   Until WS-Bare-Sub > WS-Bare-Count
               If WS-Bare-Total > WS-Bare-Count
                   Move Spaces to RptRecord
                   Compute WS-CntEd = WS-Bare-Total - WS-Bare-Count
                   String "*** " Function Trim(WS-CntEd)
                          " MORE NOT LISTED ***"
                       Delimited by Size Into RptRecord
                   Write RptRecord
               End-If
           End-If.

       410-WriteOneUncovered.
           Move Spaces to RptRecord
           Move WS-Bare-AnimalId(WS-Bare-Sub) to RptRecord(1:7)
           Move WS-Bare-Names(WS-Bare-Sub)    to RptRecord(10:12)
           Move WS-Bare-Species(WS-Bare-Sub)  to RptRecord(24:15)
           Move WS-Bare-Site(WS-Bare-Sub)     to RptRecord(41:10)
           Write RptRecord.

       COPY SPLOAD.
       COPY CTLIO.
       COPY MONSET.
       COPY PRMLOAD.
       COPY PRMFIND.
