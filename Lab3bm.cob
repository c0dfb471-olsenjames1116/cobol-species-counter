      *      James Olsen
      *      This program takes lost-animal reports at the desk, so a caller whose animal has gone missing is on file and
      *      matched against every new intake by the nightly Lab3bn run, instead of on a card someone has to remember to
      *      check with Lab3g or Lab3ab each day.  A)dd takes a report: the caller's name and phone (both required) and
      *      postal address (for the notice if the report lapses), what the animal is -- species (required), gender (M, F,
      *      or U, blank for unknown), its Names if they know them, its microchip number if it has one -- and the day (blank
      *      is today, never later) and area it was lost; the report is numbered on from the highest on lab3-lost.dat,
      *      appended open, and the number given to the caller.  C)lose closes an open report at the desk -- found,
      *      reunited, or withdrawn -- with today's date; L)ist shows every open report with its age, and Q)uit ends the
      *      session.  The session signs on first and every report carries who took it.

       Identification Division.
       Program-ID.  Lab3bm.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select LstFile
            Assign to "lab3-lost.dat"
            Organization is Line Sequential
            File Status is WS-Lst-Status.
           Select OprFile
            Assign to "lab3-operators.dat"
            Organization is Line Sequential
            File Status is WS-Opr-Status.

       Data Division.
       File Section.
       FD   LstFile.
       COPY LSTREC.
       FD   OprFile.
       COPY OPRREC.
       Working-Storage Section.
       COPY OPRWS.
       COPY LSTWS.
       01   WS-Menu-Choice      Pic X(1).
       01   WS-Input-Contact    Pic X(20).
       01   WS-Input-Phone      Pic X(12).
       01   WS-Input-Address    Pic X(30).
       01   WS-Input-City       Pic X(20).
       01   WS-Input-PostCode   Pic X(10).
       01   WS-Input-Species    Pic X(15).
       01   WS-Input-Gender     Pic X(1).
       01   WS-Input-Names      Pic X(12).
       01   WS-Input-Chip       Pic X(15).
       01   WS-Input-Date       Pic X(8).
       01   WS-Input-Area       Pic X(20).
       01   WS-Input-No         Pic X(8).
       01   WS-Close-No         Pic 9(6).
       01   WS-Close-Hit        Pic 9(4).
       01   WS-New-No           Pic 9(6).
       01   WS-Today-Raw        Pic 9(8).
       01   WS-Today            Pic X(8).
       01   WS-Today-Int        Pic 9(8).
       01   WS-Work-Date        Pic 9(8).
       01   WS-Age              Pic 9(5).
       01   WS-AgeEd            Pic ZZZZ9.
       01   WS-List-Count       Pic 9(4).
       01   WS-List-CountEd     Pic ZZZ9.

       Procedure Division.
       000-Main.
           Perform 030-OperatorSignOn
           If Not Signed-On
               Display "Lab3bm: not signed on -- nothing changed."
               Stop Run
           End-If
           Accept WS-Today-Raw From Date YYYYMMDD
           Move WS-Today-Raw to WS-Today
           Compute WS-Today-Int = Function Integer-of-Date(WS-Today-Raw)
           Perform Until WS-Menu-Choice = "Q"
               Display "A)dd a lost report  C)lose a report  L)ist "
                   "open reports  Q)uit -- choice: "
                   With No Advancing
               Accept WS-Menu-Choice
               Move Function Upper-Case(WS-Menu-Choice)
                   to WS-Menu-Choice
               Evaluate WS-Menu-Choice
                   When "A"
                       Perform 100-AddReport
                   When "C"
                       Perform 200-CloseReport
                   When "L"
                       Perform 300-ListOpenReports
                   When "Q"
                       Continue
                   When Other
                       Display "Please enter A, C, L, or Q"
               End-Evaluate
           End-Perform
           Stop Run.

       100-AddReport.
           Display "Caller's name: " With No Advancing
           Accept WS-Input-Contact
           Display "Phone: " With No Advancing
           Accept WS-Input-Phone
           Display "Street address (blank if none): "
               With No Advancing
           Accept WS-Input-Address
           Move Spaces to WS-Input-City
           Move Spaces to WS-Input-PostCode
           If WS-Input-Address Not = Spaces
               Display "City: " With No Advancing
               Accept WS-Input-City
               Display "Postal code: " With No Advancing
               Accept WS-Input-PostCode
           End-If
           Display "Species: " With No Advancing
           Accept WS-Input-Species
           Move Function Upper-Case(WS-Input-Species)
               to WS-Input-Species
           Display "Gender (M, F, U -- blank if unknown): "
               With No Advancing
           Accept WS-Input-Gender
           Move Function Upper-Case(WS-Input-Gender)
               to WS-Input-Gender
           If WS-Input-Gender = Space
               Move "U" to WS-Input-Gender
           End-If
           Display "Names (blank if unknown): " With No Advancing
           Accept WS-Input-Names
           Display "Microchip number (blank if none): "
               With No Advancing
           Accept WS-Input-Chip
           Move Function Upper-Case(WS-Input-Chip) to WS-Input-Chip
           Display "Date lost (YYYYMMDD, blank for today): "
               With No Advancing
           Accept WS-Input-Date
           If WS-Input-Date = Spaces
               Move WS-Today to WS-Input-Date
           End-If
           Display "Area lost: " With No Advancing
           Accept WS-Input-Area
           Evaluate True
               When WS-Input-Contact = Spaces
                Or WS-Input-Phone = Spaces
                   Display "Caller's name and phone are required -- "
                       "the match is phoned through; nothing added."
               When WS-Input-Species = Spaces
                   Display "Species is required -- nothing added."
               When WS-Input-Gender Not = "M" And Not = "F"
                                    And Not = "U"
                   Display "Gender must be M, F, or U -- nothing "
                       "added."
               When WS-Input-Date Not Numeric
                Or WS-Input-Date > WS-Today
                   Display "Date lost must be YYYYMMDD and not after "
                       "today -- nothing added."
               When Other
                   Perform 110-WriteReport
           End-Evaluate.

       110-WriteReport.
           Perform 076-LoadLostReports
           Compute WS-New-No = WS-Lst-Last-No + 1
           Open Extend LstFile
           If WS-Lst-Status = "35"
               Open Output LstFile
           End-If
           Move Spaces to LstRecord
           Move WS-New-No         to LstNo
           Move WS-Today          to LstDate
           Move WS-Op-Id          to LstOperator
           Move WS-Input-Contact  to LstContact
           Move WS-Input-Phone    to LstPhone
           Move WS-Input-Address  to LstAddress
           Move WS-Input-City     to LstCity
           Move WS-Input-PostCode to LstPostCode
           Move WS-Input-Names    to LstNames
           Move WS-Input-Gender   to LstGender
           Move WS-Input-Species  to LstSpecies
           Move WS-Input-Chip     to LstChip
           Move WS-Input-Date     to LstLostDate
           Move WS-Input-Area     to LstArea
           Move "O"               to LstStatus
           Write LstRecord
           Close LstFile
           Display "Lost report " WS-New-No " taken for "
               Function Trim(WS-Input-Contact)
               " -- give the caller the number; the new intakes are "
               "checked against it every night.".

       200-CloseReport.
           Display "Report number: " With No Advancing
           Accept WS-Input-No
           Move 0 to WS-Close-No
           If WS-Input-No Not = Spaces
               Move Function Numval(WS-Input-No) to WS-Close-No
           End-If
           Perform 076-LoadLostReports
           Move 0 to WS-Close-Hit
           Perform 210-FindReport
               Varying WS-Lst-Sub From 1 By 1
               Until WS-Lst-Sub > WS-Lst-Count
           Evaluate True
               When WS-Close-No = 0 Or WS-Close-Hit = 0
                   Display "No open lost report "
                       Function Trim(WS-Input-No)
                       " -- nothing closed."
               When Lost-Table-Full
                   Display "lab3-lost.dat has more than 3000 rows -- "
                       "not rewritten; see a supervisor."
               When Other
                   Move WS-Lst-Line(WS-Close-Hit) to LstRecord
                   Move "C"      to LstStatus
                   Move WS-Today to LstClosedDate
                   Move LstRecord to WS-Lst-Line(WS-Close-Hit)
                   Perform 077-RewriteLostReports
                   Display "Lost report " WS-Close-No " ("
                       Function Trim(LstSpecies) " reported by "
                       Function Trim(LstContact) ") closed."
           End-Evaluate.

       210-FindReport.
           Move WS-Lst-Line(WS-Lst-Sub) to LstRecord
           If LstNo Numeric
              And LstNo = WS-Close-No
              And Lst-Open
               Move WS-Lst-Sub to WS-Close-Hit
           End-If.

       300-ListOpenReports.
           Perform 076-LoadLostReports
           Move 0 to WS-List-Count
           Display "Open lost reports:"
           Perform 310-ListOneReport
               Varying WS-Lst-Sub From 1 By 1
               Until WS-Lst-Sub > WS-Lst-Count
           Move WS-List-Count to WS-List-CountEd
           Display Function Trim(WS-List-CountEd)
               " open report(s).".

       310-ListOneReport.
           Move WS-Lst-Line(WS-Lst-Sub) to LstRecord
           If Lst-Open
               Add 1 to WS-List-Count
               Move 0 to WS-Age
               If LstDate Numeric
                   Move LstDate to WS-Work-Date
                   Compute WS-Age = WS-Today-Int
                       - Function Integer-of-Date(WS-Work-Date)
               End-If
               Move WS-Age to WS-AgeEd
               Display "  " LstNo "  lost " LstLostDate "  "
                   LstSpecies " " LstGender "  " LstNames "  "
                   Function Trim(LstContact) " " Function Trim(LstPhone)
                   "  open " Function Trim(WS-AgeEd) " day(s)"
           End-If.

       COPY LSTIO.
       COPY OPRSGN.
