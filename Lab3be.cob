      *      James Olsen
      *      This program maintains the sponsorship program's two files the way Lab3y maintains the adopter master, so the
      *      volunteer no longer matches donor cards against the census by hand.  A)dd keys a new sponsor onto
      *      lab3-sponsors.dat with the mailing address the notices and statements go to (a duplicate SpoId is refused);
      *      S)ponsor links a sponsor to an animal on lab3-sponsorships.dat by its permanent number, with the start date
      *      (blank is today) and the monthly amount pledged -- the sponsor must be on file, the animal must be on lab3-in.dat
      *      and still on hand, and a sponsor already running a sponsorship of the animal is refused; E)nd stops a running
      *      sponsorship, the end date (blank is today) kept on the row rather than the row deleted; L)ist shows a sponsor's
      *      sponsorships on the console, and Q)uit ends the session.  The session signs on first and every sponsorship row
      *      carries who keyed it.  Lab3l and Lab3x write a notice for each sponsor when a sponsored animal leaves, and Lab3bf
      *      prints the monthly statements.

       Identification Division.
       Program-ID.  Lab3be.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select SpoFile
            Assign to "lab3-sponsors.dat"
            Organization is Line Sequential
            File Status is WS-Spo-Status.
           Select SpsFile
            Assign to "lab3-sponsorships.dat"
            Organization is Line Sequential
            File Status is WS-Sps-Status.
           Select InFile
            Assign to "lab3-in.dat"
            Organization is Indexed
            Access Mode is Dynamic
            Record Key is InAnimalId
            File Status is WS-InFile-Status.
           Select OprFile
            Assign to "lab3-operators.dat"
            Organization is Line Sequential
            File Status is WS-Opr-Status.

       Data Division.
       File Section.
       FD   SpoFile.
       COPY SPOREC.
       FD   SpsFile.
       COPY SPSREC.
       FD   InFile.
       COPY INIDXREC.
       FD   OprFile.
       COPY OPRREC.
       Working-Storage Section.
       COPY OPRWS.
       01   WS-Spo-Status       Pic XX.
       01   WS-Sps-Status       Pic XX.
       01   WS-InFile-Status    Pic XX.
       01   WS-Spo-EOF          Pic X Value "N".
            88  WS-Spo-AtEnd        Value "Y".
       01   WS-Sps-EOF          Pic X Value "N".
            88  WS-Sps-AtEnd        Value "Y".
       01   WS-Menu-Choice      Pic X(1).
       01   WS-Input-Id         Pic X(6).
       01   WS-Input-Name       Pic X(20).
       01   WS-Input-Address    Pic X(30).
       01   WS-Input-City       Pic X(20).
       01   WS-Input-PostCode   Pic X(10).
       01   WS-Input-Phone      Pic X(12).
       01   WS-Input-AnimalId   Pic X(7).
       01   WS-Input-Date       Pic X(8).
       01   WS-Input-Amount     Pic X(10).
       01   WS-Amount           Pic 9(5)V99.
       01   WS-AmountEd         Pic ZZ,ZZ9.99.
       01   WS-Spo-Found        Pic X(1) Value "N".
            88  Sponsor-On-File     Value "Y".
       01   WS-Spo-Name         Pic X(20).
       01   WS-Animal-Found     Pic X(1) Value "N".
            88  Animal-On-File      Value "Y".
       01   WS-Animal-OnHand    Pic X(1) Value "N".
            88  Animal-Is-OnHand    Value "Y".
       01   WS-Running-Hit      Pic 9(4).
       01   WS-Today-Raw        Pic 9(8).
       01   WS-Today            Pic X(8).
       01   WS-List-Count       Pic 9(4).
       01   WS-List-CountEd     Pic ZZZ9.
      *      lab3-sponsorships.dat is rewritten whole when a row is
      *      ended; a file past the table is refused, not truncated.
       01   WS-Sps-Over         Pic X(1) Value "N".
            88  Sponsorship-Table-Full Value "Y".
       01   WS-Sps-Table.
           05  WS-Sps-Count        Pic 9(4) Value 0.
           05  WS-Sps-Entry        Occurs 1 to 3000 Times
                                    Depending On WS-Sps-Count.
               10  WS-Sps-Line         Pic X(54).
       01   WS-Sps-Sub          Pic 9(4).

       Procedure Division.
       000-Main.
           Perform 030-OperatorSignOn
           If Not Signed-On
               Display "Lab3be: not signed on -- nothing changed."
               Stop Run
           End-If
           Accept WS-Today-Raw From Date YYYYMMDD
           Move WS-Today-Raw to WS-Today
           Perform Until WS-Menu-Choice = "Q"
               Display "A)dd sponsor  S)ponsor an animal  E)nd a "
                   "sponsorship  L)ist  Q)uit -- choice: "
                   With No Advancing
               Accept WS-Menu-Choice
               Move Function Upper-Case(WS-Menu-Choice)
                   to WS-Menu-Choice
               Evaluate WS-Menu-Choice
                   When "A"
                       Perform 100-AddSponsor
                   When "S"
                       Perform 200-AddSponsorship
                   When "E"
                       Perform 300-EndSponsorship
                   When "L"
                       Perform 400-ListSponsorships
                   When "Q"
                       Continue
                   When Other
                       Display "Please enter A, S, E, L, or Q"
               End-Evaluate
           End-Perform
           Stop Run.

       100-AddSponsor.
           Display "Sponsor id (6 characters): " With No Advancing
           Accept WS-Input-Id
           Move Function Upper-Case(WS-Input-Id) to WS-Input-Id
           If WS-Input-Id = Spaces
               Display "Sponsor id is required -- nothing added."
           Else
               Perform 110-CheckSponsorOnFile
               If Sponsor-On-File
                   Display "Sponsor id "
                       Function Trim(WS-Input-Id)
                       " is already on file -- nothing added."
               Else
                   Display "Sponsor name: " With No Advancing
                   Accept WS-Input-Name
                   Display "Street address: " With No Advancing
                   Accept WS-Input-Address
                   Display "City: " With No Advancing
                   Accept WS-Input-City
                   Display "Postal code: " With No Advancing
                   Accept WS-Input-PostCode
                   Display "Phone: " With No Advancing
                   Accept WS-Input-Phone
                   If WS-Input-Name = Spaces
                    Or WS-Input-Address = Spaces
                       Display "Name and address are required -- "
                           "the notices are posted; nothing added."
                   Else
                       Perform 120-WriteSponsor
                   End-If
               End-If
           End-If.

       110-CheckSponsorOnFile.
           Move "N" to WS-Spo-Found
           Move Spaces to WS-Spo-Name
           Open Input SpoFile
           If WS-Spo-Status = "35"
               Continue
           Else
               Move "N" to WS-Spo-EOF
               Perform Until WS-Spo-AtEnd
                   Read SpoFile
                       At End
                           Move "Y" to WS-Spo-EOF
                       Not At End
                           If SpoId = WS-Input-Id
                               Move "Y" to WS-Spo-Found
                               Move SpoName to WS-Spo-Name
                           End-If
                   End-Read
               End-Perform
               Close SpoFile
           End-If.

       120-WriteSponsor.
           Open Extend SpoFile
           If WS-Spo-Status = "35"
               Open Output SpoFile
           End-If
           Move Spaces to SpoRecord
           Move WS-Input-Id       to SpoId
           Move WS-Input-Name     to SpoName
           Move WS-Input-Address  to SpoAddress
           Move WS-Input-City     to SpoCity
           Move WS-Input-PostCode to SpoPostCode
           Move WS-Input-Phone    to SpoPhone
           Write SpoRecord
           Close SpoFile
           Display "Added sponsor " Function Trim(WS-Input-Id) " ("
               Function Trim(WS-Input-Name) ").".

       200-AddSponsorship.
           Display "Sponsor id: " With No Advancing
           Accept WS-Input-Id
           Move Function Upper-Case(WS-Input-Id) to WS-Input-Id
           Perform 110-CheckSponsorOnFile
           If Not Sponsor-On-File
               Display "Sponsor id " Function Trim(WS-Input-Id)
                   " is not on lab3-sponsors.dat -- add the sponsor "
                   "first; nothing entered."
           Else
               Display "Animal number: " With No Advancing
               Accept WS-Input-AnimalId
               Move Function Upper-Case(WS-Input-AnimalId)
                   to WS-Input-AnimalId
               Perform 210-ShowAnimal
               Perform 220-LoadSponsorships
               Evaluate True
                   When Not Animal-On-File
                       Display "No lab3-in.dat record for animal "
                           Function Trim(WS-Input-AnimalId)
                           " -- nothing entered."
                   When Not Animal-Is-OnHand
                       Display "Animal "
                           Function Trim(WS-Input-AnimalId)
                           " is no longer on hand -- nothing entered."
                   When WS-Running-Hit > 0
                       Display Function Trim(WS-Spo-Name)
                           " already sponsors animal "
                           Function Trim(WS-Input-AnimalId)
                           " -- nothing entered."
                   When Other
                       Perform 230-PromptSponsorship
               End-Evaluate
           End-If.

       210-ShowAnimal.
           Move "N" to WS-Animal-Found
           Move "N" to WS-Animal-OnHand
           Open Input InFile
           If WS-InFile-Status = "35"
               Display "lab3-in.dat not found -- run Lab3j first."
           Else
               Move WS-Input-AnimalId to InAnimalId
               Read InFile Key is InAnimalId
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move "Y" to WS-Animal-Found
                       If In-OnHand
                           Move "Y" to WS-Animal-OnHand
                       End-If
                       Display "Animal " InAnimalId " is "
                           Function Trim(InNames) " ("
                           Function Trim(InSpecies) ")."
               End-Read
               Close InFile
           End-If.

      *      Loads every row and notes the running one for the sponsor
      *      and animal keyed, if there is one.
       220-LoadSponsorships.
           Move 0 to WS-Sps-Count
           Move 0 to WS-Running-Hit
           Move "N" to WS-Sps-Over
           Open Input SpsFile
           If WS-Sps-Status = "35"
               Continue
           Else
               Move "N" to WS-Sps-EOF
               Perform Until WS-Sps-AtEnd
                   Read SpsFile
                       At End
                           Move "Y" to WS-Sps-EOF
                       Not At End
                           If WS-Sps-Count = 3000
                               Move "Y" to WS-Sps-Over
                           Else
                               Add 1 to WS-Sps-Count
                               Move SpsRecord
                                   to WS-Sps-Line(WS-Sps-Count)
                               If SpsSponsor = WS-Input-Id
                                  And SpsAnimalId = WS-Input-AnimalId
                                  And Sps-Running
                                   Move WS-Sps-Count to WS-Running-Hit
                               End-If
                           End-If
                   End-Read
               End-Perform
               Close SpsFile
           End-If.

       230-PromptSponsorship.
           Display "Start date (YYYYMMDD, blank for today): "
               With No Advancing
           Accept WS-Input-Date
           If WS-Input-Date = Spaces
               Move WS-Today to WS-Input-Date
           End-If
           Display "Monthly amount: " With No Advancing
           Accept WS-Input-Amount
           Move 0 to WS-Amount
           If WS-Input-Amount Not = Spaces
               Move Function Numval(WS-Input-Amount) to WS-Amount
           End-If
           Evaluate True
               When WS-Input-Date Not Numeric
                   Display "Start date must be YYYYMMDD -- nothing "
                       "entered."
               When WS-Amount = 0
                   Display "Amount must be a positive figure -- "
                       "nothing entered."
               When Other
                   Open Extend SpsFile
                   If WS-Sps-Status = "35"
                       Open Output SpsFile
                   End-If
                   Move Spaces to SpsRecord
                   Move WS-Input-Id       to SpsSponsor
                   Move WS-Input-AnimalId to SpsAnimalId
                   Move WS-Input-Date     to SpsStartDate
                   Move WS-Amount         to SpsAmount
                   Move WS-Op-Id          to SpsOperator
                   Write SpsRecord
                   Close SpsFile
                   Move WS-Amount to WS-AmountEd
                   Display Function Trim(WS-Spo-Name)
                       " now sponsors animal "
                       Function Trim(WS-Input-AnimalId) " at "
                       Function Trim(WS-AmountEd) " a month from "
                       WS-Input-Date "."
           End-Evaluate.

       300-EndSponsorship.
           Display "Sponsor id: " With No Advancing
           Accept WS-Input-Id
           Move Function Upper-Case(WS-Input-Id) to WS-Input-Id
           Display "Animal number: " With No Advancing
           Accept WS-Input-AnimalId
           Move Function Upper-Case(WS-Input-AnimalId)
               to WS-Input-AnimalId
           Perform 220-LoadSponsorships
           Evaluate True
               When WS-Running-Hit = 0
                   Display "No running sponsorship of animal "
                       Function Trim(WS-Input-AnimalId) " by sponsor "
                       Function Trim(WS-Input-Id) " -- nothing ended."
               When Sponsorship-Table-Full
                   Display "lab3-sponsorships.dat has more than 3000 "
                       "rows -- not rewritten; see a supervisor."
               When Other
                   Display "End date (YYYYMMDD, blank for today): "
                       With No Advancing
                   Accept WS-Input-Date
                   If WS-Input-Date = Spaces
                       Move WS-Today to WS-Input-Date
                   End-If
                   Move WS-Sps-Line(WS-Running-Hit) to SpsRecord
                   If WS-Input-Date Not Numeric
                    Or WS-Input-Date < SpsStartDate
                       Display "End date must be YYYYMMDD and not "
                           "before the start date " SpsStartDate
                           " -- nothing ended."
                   Else
                       Move WS-Input-Date to SpsEndDate
                       Move SpsRecord to WS-Sps-Line(WS-Running-Hit)
                       Perform 310-RewriteSponsorships
                       Display "Sponsorship of animal "
                           Function Trim(WS-Input-AnimalId)
                           " by sponsor " Function Trim(WS-Input-Id)
                           " ended " WS-Input-Date "."
                   End-If
           End-Evaluate.

       310-RewriteSponsorships.
           Open Output SpsFile
           Perform Varying WS-Sps-Sub From 1 By 1
                   Until WS-Sps-Sub > WS-Sps-Count
               Move WS-Sps-Line(WS-Sps-Sub) to SpsRecord
               Write SpsRecord
           End-Perform
           Close SpsFile.

       400-ListSponsorships.
           Display "Sponsor id: " With No Advancing
           Accept WS-Input-Id
           Move Function Upper-Case(WS-Input-Id) to WS-Input-Id
           Perform 110-CheckSponsorOnFile
           If Not Sponsor-On-File
               Display "Sponsor id " Function Trim(WS-Input-Id)
                   " is not on lab3-sponsors.dat."
           Else
               Move Spaces to WS-Input-AnimalId
               Perform 220-LoadSponsorships
               Move 0 to WS-List-Count
               Display "Sponsorships for " Function Trim(WS-Spo-Name)
                   ":"
               Perform 410-ListOneRow
                   Varying WS-Sps-Sub From 1 By 1
                   Until WS-Sps-Sub > WS-Sps-Count
               Move WS-List-Count to WS-List-CountEd
               Display Function Trim(WS-List-CountEd)
                   " sponsorship(s) on file."
           End-If.

       410-ListOneRow.
           Move WS-Sps-Line(WS-Sps-Sub) to SpsRecord
           If SpsSponsor = WS-Input-Id
               Add 1 to WS-List-Count
               Move SpsAmount to WS-AmountEd
               If Sps-Running
                   Display "  " SpsAnimalId "  from " SpsStartDate
                       "  " WS-AmountEd "  running"
               Else
                   Display "  " SpsAnimalId "  from " SpsStartDate
                       "  " WS-AmountEd "  ended " SpsEndDate
               End-If
           End-If.

       COPY OPRSGN.
