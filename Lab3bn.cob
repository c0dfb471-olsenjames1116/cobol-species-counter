      *      James Olsen
      *      This program is the nightly lost-animal matcher.  Every open report Lab3bm has taken on lab3-lost.dat is held
      *      against the animals that have come into our care since it was lost.  A microchip on the report that is on the
      *      lab3-chips.dat cross-reference, captured on or after the day the animal was lost, is a definite match; an animal
      *      on lab3-in.dat of the same species and gender (U on either side matches any) admitted within LOSTWIN= days of
      *      the day it was lost (14 when the card is absent) is a possible one -- unless the same animal has already been
      *      matched to the report by its chip.  Each match is raised once: it goes on lab3-lost-matches.dat, as a warning on
      *      lab3-alerts.dat for the duty operator, and onto tonight's callback worklist (LOSTRPT) with the caller's name
      *      and phone, what they lost, and the animal we have -- its number, Names, species, gender, intake date, site, and
      *      whether it is still on hand.  A report still open LOSTEXP= days after it was taken (60 when the card is absent)
      *      is closed by the run, unless a match was raised for it tonight, and a notice telling the reporter goes on
      *      lab3-lost-notices.dat for the mailing run; the closed reports are listed on the worklist too.  It runs in the
      *      nightly stream after the counts.

       Identification Division.
       Program-ID.  Lab3bn.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select InFile
            Assign to "INFILE"
            Organization is Indexed
            Access Mode is Dynamic
            Record Key is InAnimalId
            File Status is WS-InFile-Status.
           Select ChpFile
            Assign to "CHIPS"
            Organization is Line Sequential
            File Status is WS-Chp-Status.
           Select LstFile
            Assign to "LOSTFILE"
            Organization is Line Sequential
            File Status is WS-Lst-Status.
           Select LmtFile
            Assign to "LOSTMTCH"
            Organization is Line Sequential
            File Status is WS-Lmt-Status.
           Select LntFile
            Assign to "LOSTNOTC"
            Organization is Line Sequential
            File Status is WS-Lnt-Status.
           Select AlrFile
            Assign to "ALERTS"
            Organization is Line Sequential
            File Status is WS-Alr-Status.
           Select CtlFile
            Assign to "CTLFILE"
            Organization is Line Sequential
            File Status is WS-Ctl-Status.
           Select LostRptFile
            Assign to "LOSTRPT"
            Organization is Line Sequential.

       Data Division.
       File Section.
       FD   InFile.
       COPY INIDXREC.
       FD   ChpFile.
       COPY CHPREC.
       FD   LstFile.
       COPY LSTREC.
       FD   LmtFile.
       COPY LMTREC.
       FD   LntFile.
       COPY LNTREC.
       FD   AlrFile.
       COPY ALRREC.
       FD   CtlFile.
       COPY CTLREC.
       FD   LostRptFile.
       COPY RPTREC.

       Working-Storage Section.
       COPY CTLWS.
       COPY LSTWS.
       COPY ALRWS.
       01   WS-InFile-Status    Pic XX.
       01   WS-Chp-Status       Pic XX.
       01   WS-Lmt-Status       Pic XX.
       01   WS-Lnt-Status       Pic XX.
       01   InFileEOF           Pic X Value "N".
            88  AtEndOfInFile       Value "Y".
       01   WS-Chp-EOF          Pic X Value "N".
            88  WS-Chp-AtEnd        Value "Y".
       01   WS-Lmt-EOF          Pic X Value "N".
            88  WS-Lmt-AtEnd        Value "Y".
       01   WS-Today-Raw        Pic 9(8).
       01   WS-Today            Pic X(8).
       01   WS-Today-Int        Pic 9(8).
       01   WS-Work-Date        Pic 9(8).
       01   WS-Work-Int         Pic 9(8).
       01   WS-Window           Pic 9(3).
       01   WS-Expiry           Pic 9(3).
      *      Per report, parallel to WS-Lst-Table: the day it was
      *      lost as an integer date (0 when it is not a date), and
      *      Y when a match was raised for it tonight.
       01   WS-Info-Table.
           05  WS-Info-Entry       Occurs 3000 Times.
               10  WS-Info-Lost-Int    Pic 9(8).
               10  WS-Info-Hit         Pic X(1).
      *      Every match raised before tonight and tonight, so none is
      *      raised twice.
       01   WS-Raised-Table.
           05  WS-Raised-Count     Pic 9(4) Value 0.
           05  WS-Raised-Entry     Occurs 1 to 9000 Times
                                    Depending On WS-Raised-Count
                                    Indexed by WS-Raised-Idx.
               10  WS-Raised-No        Pic X(6).
               10  WS-Raised-Kind      Pic X(1).
               10  WS-Raised-AnimalId  Pic X(7).
               10  WS-Raised-Names     Pic X(12).
       01   WS-Raised-Over      Pic X(1) Value "N".
            88  Raised-Table-Full   Value "Y".
       01   WS-Already          Pic X(1).
            88  Match-Already-Raised Value "Y".
      *      The match being considered.
       01   WS-Cand-Kind        Pic X(1).
       01   WS-Cand-AnimalId    Pic X(7).
       01   WS-Cand-Names       Pic X(12).
       01   WS-Cand-Species     Pic X(15).
       01   WS-Cand-Gender      Pic X(1).
       01   WS-Cand-Intake      Pic X(8).
       01   WS-Cand-Site        Pic X(10).
       01   WS-Cand-Disp        Pic X(1).
       01   WS-Cand-Found       Pic X(1).
      *      Tonight's matches, for the callback worklist.
       01   WS-New-Table.
           05  WS-New-Count        Pic 9(4) Value 0.
           05  WS-New-Entry        Occurs 1 to 1000 Times
                                    Depending On WS-New-Count.
               10  WS-New-LstSub       Pic 9(4).
               10  WS-New-Kind         Pic X(1).
               10  WS-New-AnimalId     Pic X(7).
               10  WS-New-Names        Pic X(12).
               10  WS-New-Species      Pic X(15).
               10  WS-New-Gender       Pic X(1).
               10  WS-New-Intake       Pic X(8).
               10  WS-New-Site         Pic X(10).
               10  WS-New-Disp         Pic X(1).
               10  WS-New-Found        Pic X(1).
       01   WS-New-Sub          Pic 9(4).
      *      Reports closed tonight, as WS-Lst-Table subscripts.
       01   WS-Exp-Table.
           05  WS-Exp-Count        Pic 9(4) Value 0.
           05  WS-Exp-LstSub       Occurs 3000 Times Pic 9(4).
       01   WS-Exp-Sub          Pic 9(4).
       01   WS-Open-Count       Pic 9(4) Value 0.
       01   WS-Cmp-Species      Pic X(15).
       01   WS-Cmp-Lst-Species  Pic X(15).
       01   WS-Kind-Text        Pic X(22).
       01   WS-CountEd          Pic ZZZ9.
       01   WS-CountEd2         Pic ZZZ9.
       01   WS-NumEd            Pic ZZ9.
       01   WS-NumEd2           Pic ZZ9.

       Procedure Division.
       000-Main.
           Accept WS-Today-Raw From Date YYYYMMDD
           Perform 800-ReadControlFile
           If Ctl-BusDate-Present
               Move WS-Ctl-BusDate to WS-Today-Raw
           End-If
           Move WS-Today-Raw to WS-Today
           Compute WS-Today-Int = Function Integer-of-Date(WS-Today-Raw)
           If Ctl-LostWin-Present And WS-Ctl-LostWin > 0
               Move WS-Ctl-LostWin to WS-Window
           Else
               Move 14 to WS-Window
           End-If
           If Ctl-LostExp-Present And WS-Ctl-LostExp > 0
               Move WS-Ctl-LostExp to WS-Expiry
           Else
               Move 60 to WS-Expiry
           End-If
           Move "LAB3BN" to WS-Alert-Program
           Perform 076-LoadLostReports
           If Lost-Table-Full
               Display "Lab3bn: lab3-lost.dat has more than 3000 rows "
                   "-- not matched; see a supervisor."
               Move 8 to Return-Code
               Stop Run
           End-If
           Perform 100-PrepareReport
               Varying WS-Lst-Sub From 1 By 1
               Until WS-Lst-Sub > WS-Lst-Count
           Perform 110-LoadRaisedMatches
           Open Input InFile
           If WS-InFile-Status = "35"
               Display "lab3-in.dat not found -- run Lab3j first."
               Move 8 to Return-Code
               Stop Run
           End-If
           Open Extend LmtFile
           If WS-Lmt-Status = "35"
               Open Output LmtFile
           End-If
           If WS-Open-Count > 0
               Perform 200-ScanChips
               Perform 300-ScanIntakes
           End-If
           Close LmtFile
           Close InFile
           Perform 500-ExpireReport
               Varying WS-Lst-Sub From 1 By 1
               Until WS-Lst-Sub > WS-Lst-Count
           If WS-Exp-Count > 0
               Perform 077-RewriteLostReports
           End-If
           Open Output LostRptFile
           Perform 600-WriteWorklist
           Close LostRptFile
           Move WS-New-Count to WS-CountEd
           Move WS-Exp-Count to WS-CountEd2
           Display "Lab3bn: " Function Trim(WS-CountEd)
               " new match(es) for callback, "
               Function Trim(WS-CountEd2)
               " lost report(s) closed after "
               WS-Expiry " days."
           If Raised-Table-Full
               Display "Lab3bn: more matches on file than the table "
                   "holds -- some may be raised again."
           End-If
           Stop Run.

       100-PrepareReport.
           Move WS-Lst-Line(WS-Lst-Sub) to LstRecord
           Move 0   to WS-Info-Lost-Int(WS-Lst-Sub)
           Move "N" to WS-Info-Hit(WS-Lst-Sub)
           If LstLostDate Numeric
               Move LstLostDate to WS-Work-Date
               Compute WS-Info-Lost-Int(WS-Lst-Sub) =
                   Function Integer-of-Date(WS-Work-Date)
           End-If
           If Lst-Open
               Add 1 to WS-Open-Count
           End-If.

       110-LoadRaisedMatches.
           Move 0 to WS-Raised-Count
           Open Input LmtFile
           If WS-Lmt-Status = "35"
               Continue
           Else
               Move "N" to WS-Lmt-EOF
               Perform Until WS-Lmt-AtEnd
                   Read LmtFile
                       At End
                           Move "Y" to WS-Lmt-EOF
                       Not At End
                           Perform 120-KeepRaised
                   End-Read
               End-Perform
               Close LmtFile
           End-If.

       120-KeepRaised.
           If WS-Raised-Count = 9000
               Move "Y" to WS-Raised-Over
           Else
               Add 1 to WS-Raised-Count
               Set WS-Raised-Idx to WS-Raised-Count
               Move LmtNo       to WS-Raised-No(WS-Raised-Idx)
               Move LmtKind     to WS-Raised-Kind(WS-Raised-Idx)
               Move LmtAnimalId to WS-Raised-AnimalId(WS-Raised-Idx)
               Move LmtNames    to WS-Raised-Names(WS-Raised-Idx)
           End-If.

       200-ScanChips.
           Open Input ChpFile
           If WS-Chp-Status = "35"
               Continue
           Else
               Move "N" to WS-Chp-EOF
               Perform Until WS-Chp-AtEnd
                   Read ChpFile
                       At End
                           Move "Y" to WS-Chp-EOF
                       Not At End
                           If ChpChip Not = Spaces
                               Move Function Upper-Case(ChpChip)
                                   to ChpChip
                               Perform 210-TestChip
                                   Varying WS-Lst-Sub From 1 By 1
                                   Until WS-Lst-Sub > WS-Lst-Count
                           End-If
                   End-Read
               End-Perform
               Close ChpFile
           End-If.

       210-TestChip.
           Move WS-Lst-Line(WS-Lst-Sub) to LstRecord
           If Lst-Open
              And LstChip = ChpChip
              And ChpDate Not < LstLostDate
               Move "C"         to WS-Cand-Kind
               Move ChpAnimalId to WS-Cand-AnimalId
               Move ChpNames    to WS-Cand-Names
               Perform 220-LookUpChipAnimal
               Perform 400-RaiseMatch
           End-If.

      *      A chip on a partner-imported row has no animal number
      *      yet; the worklist shows its Names only.
       220-LookUpChipAnimal.
           Move Spaces to WS-Cand-Species
           Move Spaces to WS-Cand-Gender
           Move Spaces to WS-Cand-Intake
           Move Spaces to WS-Cand-Site
           Move Spaces to WS-Cand-Disp
           Move "N"    to WS-Cand-Found
           If WS-Cand-AnimalId Not = Spaces
               Move WS-Cand-AnimalId to InAnimalId
               Read InFile Key is InAnimalId
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Perform 320-TakeAnimal
               End-Read
           End-If.

       300-ScanIntakes.
           Move "N" to InFileEOF
           Move Low-Values to InAnimalId
           Start InFile Key is Not Less Than InAnimalId
               Invalid Key
                   Move "Y" to InFileEOF
           End-Start
           Perform Until AtEndOfInFile
               Read InFile Next Record
                   At End
                       Move "Y" to InFileEOF
                   Not At End
                       If InIntakeDate Numeric
                           Move InIntakeDate to WS-Work-Date
                           Compute WS-Work-Int =
                               Function Integer-of-Date(WS-Work-Date)
                           Move Function Trim(Function Upper-Case
                               (InSpecies)) to WS-Cmp-Species
                           Perform 310-TestIntake
                               Varying WS-Lst-Sub From 1 By 1
                               Until WS-Lst-Sub > WS-Lst-Count
                       End-If
               End-Read
           End-Perform.

       310-TestIntake.
           Move WS-Lst-Line(WS-Lst-Sub) to LstRecord
           Move Function Trim(LstSpecies) to WS-Cmp-Lst-Species
           If Lst-Open
              And WS-Info-Lost-Int(WS-Lst-Sub) > 0
              And WS-Work-Int Not < WS-Info-Lost-Int(WS-Lst-Sub)
              And WS-Work-Int - WS-Info-Lost-Int(WS-Lst-Sub)
                  Not > WS-Window
              And WS-Cmp-Species = WS-Cmp-Lst-Species
              And (LstGender = "U" Or InGender = "U"
                   Or InGender = Space Or InGender = LstGender)
               Move "P"        to WS-Cand-Kind
               Move InAnimalId to WS-Cand-AnimalId
               Move InNames    to WS-Cand-Names
               Perform 320-TakeAnimal
               Perform 400-RaiseMatch
           End-If.

       320-TakeAnimal.
           Move "Y"          to WS-Cand-Found
           Move InSpecies    to WS-Cand-Species
           Move InGender     to WS-Cand-Gender
           Move InIntakeDate to WS-Cand-Intake
           Move InSite       to WS-Cand-Site
           Move InDispCode   to WS-Cand-Disp.

      *      A possible match is not raised for an animal already
      *      matched to the report in any way; a chip match is raised
      *      even after a possible one, since it settles the question.
       400-RaiseMatch.
           Move "N" to WS-Already
           If WS-Raised-Count > 0
               Set WS-Raised-Idx to 1
               Search WS-Raised-Entry
                   At End
                       Continue
                   When WS-Raised-No(WS-Raised-Idx) = LstNo
                    And WS-Raised-AnimalId(WS-Raised-Idx)
                        = WS-Cand-AnimalId
                    And (WS-Cand-Kind = "P"
                         Or (WS-Raised-Kind(WS-Raised-Idx) = "C"
                             And WS-Raised-Names(WS-Raised-Idx)
                                 = WS-Cand-Names))
                       Move "Y" to WS-Already
               End-Search
           End-If
           If Not Match-Already-Raised And WS-New-Count < 1000
               Perform 410-RecordMatch
           End-If.

       410-RecordMatch.
           Move Spaces to LmtRecord
           Move LstNo            to LmtNo
           Move WS-Cand-Kind     to LmtKind
           Move WS-Cand-AnimalId to LmtAnimalId
           Move WS-Cand-Names    to LmtNames
           Move WS-Today         to LmtDate
           Write LmtRecord
           Perform 120-KeepRaised
           Move "Y" to WS-Info-Hit(WS-Lst-Sub)
           Add 1 to WS-New-Count
           Move WS-Lst-Sub       to WS-New-LstSub(WS-New-Count)
           Move WS-Cand-Kind     to WS-New-Kind(WS-New-Count)
           Move WS-Cand-AnimalId to WS-New-AnimalId(WS-New-Count)
           Move WS-Cand-Names    to WS-New-Names(WS-New-Count)
           Move WS-Cand-Species  to WS-New-Species(WS-New-Count)
           Move WS-Cand-Gender   to WS-New-Gender(WS-New-Count)
           Move WS-Cand-Intake   to WS-New-Intake(WS-New-Count)
           Move WS-Cand-Site     to WS-New-Site(WS-New-Count)
           Move WS-Cand-Disp     to WS-New-Disp(WS-New-Count)
           Move WS-Cand-Found    to WS-New-Found(WS-New-Count)
           If WS-Cand-Kind = "C"
               Move "CHIP MATCH" to WS-Kind-Text
           Else
               Move "POSSIBLE MATCH" to WS-Kind-Text
           End-If
           Move "W" to WS-Alert-Sev
           Move Spaces to WS-Alert-Text
           If WS-Cand-AnimalId = Spaces
               String "LOST REPORT " LstNo ": "
                      Function Trim(WS-Kind-Text)
                      " -- IMPORTED " Function Trim(WS-Cand-Names)
                   Delimited by Size Into WS-Alert-Text
           Else
               String "LOST REPORT " LstNo ": "
                      Function Trim(WS-Kind-Text)
                      " -- ANIMAL " WS-Cand-AnimalId
                   Delimited by Size Into WS-Alert-Text
           End-If
           Perform 880-WriteAlertRecord.

       500-ExpireReport.
           Move WS-Lst-Line(WS-Lst-Sub) to LstRecord
           If Lst-Open
              And LstDate Numeric
              And WS-Info-Hit(WS-Lst-Sub) = "N"
               Move LstDate to WS-Work-Date
               Compute WS-Work-Int =
                   Function Integer-of-Date(WS-Work-Date)
               If WS-Today-Int - WS-Work-Int Not < WS-Expiry
                   Move "X"      to LstStatus
                   Move WS-Today to LstClosedDate
                   Move LstRecord to WS-Lst-Line(WS-Lst-Sub)
                   Add 1 to WS-Exp-Count
                   Move WS-Lst-Sub to WS-Exp-LstSub(WS-Exp-Count)
                   Perform 510-WriteNotice
               End-If
           End-If.

       510-WriteNotice.
           Open Extend LntFile
           If WS-Lnt-Status = "35"
               Open Output LntFile
           End-If
           Move Spaces to LntRecord
           Move WS-Today    to LntWritten
           Move LstNo       to LntNo
           Move LstDate     to LntReported
           Move LstNames    to LntNames
           Move LstSpecies  to LntSpecies
           Move LstLostDate to LntLostDate
           Move LstContact  to LntContact
           Move LstPhone    to LntPhone
           Move LstAddress  to LntAddress
           Move LstCity     to LntCity
           Move LstPostCode to LntPostCode
           Write LntRecord
           Close LntFile.

       600-WriteWorklist.
           Move Spaces to RptRecord
           Move "LAB3 LOST-ANIMAL CALLBACK WORKLIST" to RptRecord
           Write RptRecord
           Move WS-Window to WS-NumEd
           Move WS-Expiry to WS-NumEd2
           Move Spaces to RptRecord
           String "AS OF: " WS-Today
                  "   MATCH WINDOW: " Function Trim(WS-NumEd)
                  " DAYS   REPORTS LAPSE AFTER: "
                  Function Trim(WS-NumEd2) " DAYS"
               Delimited by Size Into RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Write RptRecord
           Move "CALLBACKS -- MATCHES FOUND TONIGHT" to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move "REPORT / CALLER"                 to RptRecord(1:15)
           Move "LOST: DATE, SPECIES, NAMES, AREA" to RptRecord(20:32)
           Write RptRecord
           Move Spaces to RptRecord
           Move "FOUND: ANIMAL, SPECIES, NAMES, INTAKE, SITE, STATUS"
               to RptRecord(3:51)
           Write RptRecord
           Move Spaces to RptRecord
           Move All "-" to RptRecord(1:79)
           Write RptRecord
           If WS-New-Count = 0
               Move Spaces to RptRecord
               Move "  NO NEW MATCHES" to RptRecord
               Write RptRecord
           End-If
           Perform 610-WriteOneMatch
               Varying WS-New-Sub From 1 By 1
               Until WS-New-Sub > WS-New-Count
           Move WS-New-Count to WS-CountEd
           Move Spaces to RptRecord
           String "  MATCHES: " Function Trim(WS-CountEd)
               Delimited by Size Into RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Write RptRecord
           Move "REPORTS CLOSED TONIGHT -- NOTICE TO THE REPORTER"
               to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move "REPORT"   to RptRecord(1:6)
           Move "TAKEN"    to RptRecord(9:5)
           Move "LOST"     to RptRecord(19:4)
           Move "SPECIES"  to RptRecord(29:7)
           Move "CALLER"   to RptRecord(46:6)
           Move "PHONE"    to RptRecord(68:5)
           Write RptRecord
           Move Spaces to RptRecord
           Move All "-" to RptRecord(1:6)
           Move All "-" to RptRecord(9:8)
           Move All "-" to RptRecord(19:8)
           Move All "-" to RptRecord(29:15)
           Move All "-" to RptRecord(46:20)
           Move All "-" to RptRecord(68:12)
           Write RptRecord
           Perform 630-WriteOneClosed
               Varying WS-Exp-Sub From 1 By 1
               Until WS-Exp-Sub > WS-Exp-Count
           Move WS-Exp-Count to WS-CountEd
           Move Spaces to RptRecord
           String "  CLOSED: " Function Trim(WS-CountEd)
               Delimited by Size Into RptRecord
           Write RptRecord
           Compute WS-Open-Count = WS-Open-Count - WS-Exp-Count
           Move WS-Open-Count to WS-CountEd
           Move Spaces to RptRecord
           Write RptRecord
           String "OPEN LOST REPORTS REMAINING: "
                  Function Trim(WS-CountEd)
               Delimited by Size Into RptRecord
           Write RptRecord.

       610-WriteOneMatch.
           Move WS-Lst-Line(WS-New-LstSub(WS-New-Sub)) to LstRecord
           If WS-New-Kind(WS-New-Sub) = "C"
               Move "CHIP MATCH (DEFINITE)" to WS-Kind-Text
           Else
               Move "POSSIBLE MATCH"        to WS-Kind-Text
           End-If
           Move Spaces to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move "REPORT"     to RptRecord(1:6)
           Move LstNo        to RptRecord(8:6)
           Move WS-Kind-Text to RptRecord(16:22)
           Move "CALL"       to RptRecord(39:4)
           Move LstContact   to RptRecord(44:20)
           Move LstPhone     to RptRecord(65:12)
           Write RptRecord
           Move Spaces to RptRecord
           Move "LOST"       to RptRecord(3:4)
           Move LstLostDate  to RptRecord(9:8)
           Move LstSpecies   to RptRecord(19:15)
           Move LstGender    to RptRecord(35:1)
           Move LstNames     to RptRecord(37:12)
           Move LstArea      to RptRecord(50:20)
           Write RptRecord
           Move Spaces to RptRecord
           Move "FOUND"      to RptRecord(3:5)
           If WS-New-AnimalId(WS-New-Sub) = Spaces
               Move "IMPORTED" to RptRecord(9:8)
           Else
               Move WS-New-AnimalId(WS-New-Sub) to RptRecord(9:7)
           End-If
           Move WS-New-Species(WS-New-Sub) to RptRecord(19:15)
           Move WS-New-Gender(WS-New-Sub)  to RptRecord(35:1)
           Move WS-New-Names(WS-New-Sub)   to RptRecord(37:12)
           Move WS-New-Intake(WS-New-Sub)  to RptRecord(50:8)
           Move WS-New-Site(WS-New-Sub)    to RptRecord(59:10)
           Evaluate True
               When WS-New-Found(WS-New-Sub) = "N"
                   Move "NOT ON FILE" to RptRecord(70:11)
               When WS-New-Disp(WS-New-Sub) = Space
                   Move "ON HAND"     to RptRecord(70:7)
               When Other
                   Move "LEFT -- "    to RptRecord(70:8)
                   Move WS-New-Disp(WS-New-Sub) to RptRecord(78:1)
           End-Evaluate
           Write RptRecord.

       630-WriteOneClosed.
           Move WS-Lst-Line(WS-Exp-LstSub(WS-Exp-Sub)) to LstRecord
           Move Spaces to RptRecord
           Move LstNo       to RptRecord(1:6)
           Move LstDate     to RptRecord(9:8)
           Move LstLostDate to RptRecord(19:8)
           Move LstSpecies  to RptRecord(29:15)
           Move LstContact  to RptRecord(46:20)
           Move LstPhone    to RptRecord(68:12)
           Write RptRecord.

       COPY LSTIO.
       COPY ALRWRT.
       COPY CTLIO.
