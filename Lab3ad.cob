      *      overdue -- which is the list the duty officer walks each morning.  While a hold is active, Lab3l refuses to
      *      adopt, release, or transfer the animal; a D death still applies, because a dead animal on a legal hold is an
      *      evidence problem for the court, not a census problem for us.
      *      An A/R/T disposition Lab3l meets while a hold is active now waits on the lab3-disp-pending.dat queue instead of
      *      being rejected, and the next Lab3l run after the release applies it.  R)elease says which queued dispositions
      *      the release frees (or that another hold on the animal still blocks them), and P)ending prints
      *      LAB3-PENDING-RPT.TXT -- every disposition still waiting, with the hold blocking it and that hold's release
      *      date -- for the desk's daily pass.

       Identification Division.
       Program-ID.  Lab3ad.
            Assign to "lab3-operators.dat"
            Organization is Line Sequential
            File Status is WS-Opr-Status.
           Select PndFile
            Assign to "lab3-disp-pending.dat"
            Organization is Line Sequential
            File Status is WS-Pnd-Status.
           Select PndRptFile
            Assign to "LAB3-PENDING-RPT.TXT"
            Organization is Line Sequential.

       Data Division.
       File Section.
       COPY RPTREC.
       FD   OprFile.
       COPY OPRREC.
       FD   PndFile.
       COPY PNDREC.
       FD   PndRptFile.
       COPY RPTREC REPLACING ==RptRecord== BY ==PndRptRecord==.
       Working-Storage Section.
       COPY OPRWS.
       01   WS-Hld-Status       Pic XX.
       01   WS-Hld-Sub          Pic 9(4).
       01   WS-Hld-Over         Pic X(1) Value "N".
            88  Hold-Table-Full     Value "Y".
       01   WS-Pnd-Status       Pic XX.
       01   WS-Pnd-EOF          Pic X Value "N".
            88  WS-Pnd-AtEnd        Value "Y".
       01   WS-Pnd-Count        Pic 9(4) Value 0.
       01   WS-Pnd-CountEd      Pic ZZZ9.
       01   WS-Block-Sub        Pic 9(4).
       01   WS-Block-Names      Pic X(12).
       01   WS-Other-Hold       Pic X(1).
            88  Other-Hold-Active   Value "Y".

       Procedure Division.
       000-Main.
               Function Integer-of-Date(WS-Today-Raw)
           Perform Until WS-Menu-Choice = "Q"
               Display "E)nter hold  R)elease hold  W)orklist  "
                   "P)ending  Q)uit -- choice: " With No Advancing
               Accept WS-Menu-Choice
               Move Function Upper-Case(WS-Menu-Choice)
                   to WS-Menu-Choice
                       Perform 200-ReleaseOneHold
                   When "W"
                       Perform 300-WriteWorklist
                   When "P"
                       Perform 400-WritePendingList
                   When "Q"
                       Continue
                   When Other
                       Display "Please enter E, R, W, P, or Q"
               End-Evaluate
           End-Perform
           Stop Run.
                Or Hold-Released-Now
           If Hold-Released-Now
               Perform 510-RewriteHoldTable
               Perform 220-NotePendingQueue
           Else
               Display "No active hold on file for animal "
                   Function Trim(WS-Entry-AnimalId) "."
                   WS-Today " by " Function Trim(WS-Op-Id) "."
           End-If.

      *      The queued dispositions themselves are applied by the
      *      next Lab3l run; this only tells the operator what the
      *      release has freed.
       220-NotePendingQueue.
           Move "N" to WS-Other-Hold
           Perform Varying WS-Hld-Sub From 1 By 1
                   Until WS-Hld-Sub > WS-HldTab-Count
               If WS-HldTab-Id(WS-Hld-Sub) = WS-Entry-AnimalId
                  And WS-HldTab-Status(WS-Hld-Sub) = "A"
                   Move "Y" to WS-Other-Hold
               End-If
           End-Perform
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
                           If PndAnimalId = WS-Entry-AnimalId
                               If Other-Hold-Active
                                   Display "Queued " PndCode
                                       " disposition dated "
                                       PndDspDate " stays queued -- "
                                       "another hold on the animal "
                                       "is still active."
                               Else
                                   Display "Queued " PndCode
                                       " disposition dated "
                                       PndDspDate " will apply on "
                                       "the next Lab3l run."
                               End-If
                           End-If
                   End-Read
               End-Perform
               Close PndFile
           End-If.

       300-WriteWorklist.
           Move 0 to WS-Due-Count
           Open Input HldFile
               Into RptRecord
           Write RptRecord.

      *      The hold table is only read here, so a ledger bigger
      *      than the table just means a blocking hold past the table
      *      shows as not found.
       400-WritePendingList.
           Move 0 to WS-Pnd-Count
           Open Input PndFile
           If WS-Pnd-Status = "35"
               Display "lab3-disp-pending.dat not found -- no "
                   "dispositions are waiting on a hold."
           Else
               Perform 500-LoadHoldTable
               Open Output PndRptFile
               Perform 410-WritePendingHeader
               Move "N" to WS-Pnd-EOF
               Perform Until WS-Pnd-AtEnd
                   Read PndFile
                       At End
                           Move "Y" to WS-Pnd-EOF
                       Not At End
                           Perform 420-ListOnePending
                   End-Read
               End-Perform
               Close PndFile
               Move Spaces to PndRptRecord
               Write PndRptRecord
               Move WS-Pnd-Count to WS-Pnd-CountEd
               Move Spaces to PndRptRecord
               String "DISPOSITIONS PENDING: " Delimited by Size
                      Function Trim(WS-Pnd-CountEd) Delimited by Size
                   Into PndRptRecord
               Write PndRptRecord
               Close PndRptFile
               Display "Lab3ad: " Function Trim(WS-Pnd-CountEd)
                   " disposition(s) pending -- see "
                   "LAB3-PENDING-RPT.TXT."
           End-If.

       410-WritePendingHeader.
           Move Spaces to PndRptRecord
           Move "LAB3 DISPOSITIONS PENDING ON A HOLD" to PndRptRecord
           Write PndRptRecord
           Move Spaces to PndRptRecord
           String "AS OF: " WS-Today
               Delimited by Size Into PndRptRecord
           Write PndRptRecord
           Move Spaces to PndRptRecord
           Write PndRptRecord
           Move Spaces to PndRptRecord
           Move "ANIMAL"   to PndRptRecord(1:6)
           Move "NAMES"    to PndRptRecord(10:5)
           Move "DSP"      to PndRptRecord(24:3)
           Move "DATED"    to PndRptRecord(28:5)
           Move "QUEUED"   to PndRptRecord(38:6)
           Move "HOLD"     to PndRptRecord(48:4)
           Move "RELEASE"  to PndRptRecord(53:7)
           Move "NOTE"     to PndRptRecord(63:4)
           Write PndRptRecord
           Move Spaces to PndRptRecord
           Move All "-" to PndRptRecord(1:7)
           Move All "-" to PndRptRecord(10:12)
           Move All "-" to PndRptRecord(24:3)
           Move All "-" to PndRptRecord(28:8)
           Move All "-" to PndRptRecord(38:8)
           Move All "-" to PndRptRecord(48:4)
           Move All "-" to PndRptRecord(53:8)
           Move All "-" to PndRptRecord(63:18)
           Write PndRptRecord.

      *      The blocking hold is the first active one on the animal;
      *      with none left the hold has been released and the next
      *      Lab3l run applies the disposition.
       420-ListOnePending.
           Add 1 to WS-Pnd-Count
           Move 0 to WS-Block-Sub
           Move Spaces to WS-Block-Names
           Perform Varying WS-Hld-Sub From 1 By 1
                   Until WS-Hld-Sub > WS-HldTab-Count
               If WS-HldTab-Id(WS-Hld-Sub) = PndAnimalId
                   Move WS-HldTab-Names(WS-Hld-Sub) to WS-Block-Names
                   If WS-HldTab-Status(WS-Hld-Sub) = "A"
                      And WS-Block-Sub = 0
                       Move WS-Hld-Sub to WS-Block-Sub
                   End-If
               End-If
           End-Perform
           Move Spaces to PndRptRecord
           Move PndAnimalId    to PndRptRecord(1:7)
           Move WS-Block-Names to PndRptRecord(10:12)
           Move PndCode        to PndRptRecord(25:1)
           Move PndDspDate     to PndRptRecord(28:8)
           Move PndQueued      to PndRptRecord(38:8)
           If WS-Block-Sub = 0
               Move "RELEASED-NEXT RUN" to PndRptRecord(63:18)
           Else
               Move WS-HldTab-Type(WS-Block-Sub)
                   to PndRptRecord(49:1)
               Move WS-HldTab-Release(WS-Block-Sub)
                   to PndRptRecord(53:8)
               If WS-HldTab-Release(WS-Block-Sub) < WS-Today
                   Move "HOLD PAST RELEASE" to PndRptRecord(63:18)
               End-If
           End-If
           Write PndRptRecord.

       500-LoadHoldTable.
           Move 0 to WS-HldTab-Count
           Move "N" to WS-Hld-Over
