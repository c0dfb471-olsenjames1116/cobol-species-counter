      *      James Olsen
      *      This program is the supervisor's monthly operator activity and correction-rate report.  The keying programs now
      *      journal every change they apply to lab3-audit.dat under the signed-on operator -- INTAKE from Lab3w admissions
      *      and Lab3k adds, CHANGE and DELETE from Lab3k, DISP from Lab3l, MOVE from Lab3an, VISIT from Lab3r -- and log
      *      every transaction they refuse to lab3-rejlog.dat, and this program pulls the two together.  For each operator
      *      it counts what they keyed in the report month by kind, then how much of it went wrong: how many of their
      *      transactions were rejected, how many of their entries another operator corrected within CORRDAYS days (default
      *      7) -- a CHANGE or DELETE by someone else against an animal they admitted or changed, or a second MOVE or DISP by
      *      someone else against an animal they moved or disposed -- and how many were reversed by a Lab3ah selective
      *      backout (the BACKOUT entry whose images are the entry's own, swapped).  The error rate is rejected plus
      *      corrected plus reversed over everything they submitted.  A FIXED column counts the corrections the operator
      *      made to other people's work, which is how a desk quietly re-keying its neighbours shows up.  An operator whose
      *      month is more than SPIKEPCT percent (default 200) of their previous month's activity, and at least SPIKEMIN
      *      entries (default 25), raises a W alert on the lab3-alerts.dat ledger, once per operator and month however often
      *      the report is rerun.  Corrections are looked for past the month end, so a late-month entry fixed early the next
      *      month still counts against the month it was keyed in.  The month comes from a MONTH=yyyymm card in
      *      lab3-control.dat when one is there and is prompted for otherwise; blank means last month.  The report names
      *      people, so it is for supervisors only.  Output goes to LAB3-OPERATOR-RPT.TXT and the console summary line.

       Identification Division.
       Program-ID.  Lab3bb.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select AudFile
            Assign to "lab3-audit.dat"
            Organization is Line Sequential
            File Status is WS-Aud-Status.
           Select RjlFile
            Assign to "lab3-rejlog.dat"
            Organization is Line Sequential
            File Status is WS-Rjl-Status.
           Select OprFile
            Assign to "lab3-operators.dat"
            Organization is Line Sequential
            File Status is WS-Opr-Status.
           Select CtlFile
            Assign to "lab3-control.dat"
            Organization is Line Sequential
            File Status is WS-Ctl-Status.
           Select AlrFile
            Assign to "lab3-alerts.dat"
            Organization is Line Sequential
            File Status is WS-Alr-Status.
           Select OperatorRptFile
            Assign to "LAB3-OPERATOR-RPT.TXT"
            Organization is Line Sequential.

       Data Division.
       File Section.
       FD   AudFile.
       COPY AUDREC.
       FD   RjlFile.
       COPY RJLREC.
       FD   OprFile.
       COPY OPRREC.
       FD   CtlFile.
       COPY CTLREC.
       FD   AlrFile.
       COPY ALRREC.
       FD   OperatorRptFile.
       COPY RPTREC.
       Working-Storage Section.
       COPY OPRWS.
       COPY AUDWS.
       COPY RJLWS.
       COPY CTLWS.
       COPY MONWS.
       COPY ALRWS.
       01   AudFileEOF          Pic X Value "N".
            88  AtEndOfAudFile      Value "Y".
       01   RjlFileEOF          Pic X Value "N".
            88  AtEndOfRjlFile      Value "Y".
       01   WS-Alr-EOF          Pic X Value "N".
            88  WS-Alr-AtEnd        Value "Y".
       01   WS-Corr-Days        Pic 9(3) Value 7.
       01   WS-Spike-Pct        Pic 9(3) Value 200.
       01   WS-Spike-Min        Pic 9(3) Value 25.
       01   WS-Prior-Month.
           05  WS-Prior-Year       Pic 9(4).
           05  WS-Prior-Mon        Pic 9(2).
       01   WS-Month-Start      Pic X(8).
      *      Kinds 1-6: INTAKE, CHANGE, DELETE, DISP, MOVE, VISIT.
       01   WS-Kind             Pic 9(1).
       01   WS-Kind-Sub         Pic 9(1).
       01   WS-Entry-Key        Pic X(7).
       01   WS-Entry-Stamp      Pic X(14).
       01   WS-Entry-Int        Pic 9(8).
       01   WS-Op-Look          Pic X(8).
       01   WS-Op-Hit           Pic 9(3).
       01   WS-Fixer-Flag       Pic X(1).
            88  Fixer-Credited      Value "Y".
       01   WS-Operator-Table.
           05  WS-Oper-Count       Pic 9(3) Value 0.
           05  WS-Oper-Entry       Occurs 1 to 200 Times
                                    Depending On WS-Oper-Count
                                    Indexed by WS-Oper-Idx.
               10  WS-Oper-Id          Pic X(8).
               10  WS-Oper-Name        Pic X(20).
               10  WS-Oper-Kind        Occurs 6 Times Pic 9(5).
               10  WS-Oper-Total       Pic 9(6).
               10  WS-Oper-Rejected    Pic 9(5).
               10  WS-Oper-Corrected   Pic 9(5).
               10  WS-Oper-Reversed    Pic 9(5).
               10  WS-Oper-Fixed       Pic 9(5).
               10  WS-Oper-Prior       Pic 9(6).
       01   WS-Oper-Sub         Pic 9(3).
       01   WS-Oper-Over        Pic X(1) Value "N".
            88  Operator-Table-Full Value "Y".
      *      The month's entries, kept for the follow-on pass that
      *      finds their corrections and backouts.
       01   WS-Entry-Table.
           05  WS-Ent-Count        Pic 9(5) Value 0.
           05  WS-Ent-Entry        Occurs 1 to 5000 Times
                                    Depending On WS-Ent-Count.
               10  WS-Ent-Oper         Pic 9(3).
               10  WS-Ent-Kind         Pic 9(1).
               10  WS-Ent-Key          Pic X(7).
               10  WS-Ent-Stamp        Pic X(14).
               10  WS-Ent-Int          Pic 9(8).
               10  WS-Ent-Before       Pic X(90).
               10  WS-Ent-After        Pic X(90).
               10  WS-Ent-Fix-Flag     Pic X(1).
                   88  Ent-Corrected       Value "Y".
               10  WS-Ent-Rev-Flag     Pic X(1).
                   88  Ent-Reversed        Value "Y".
       01   WS-Ent-Sub          Pic 9(5).
       01   WS-Ent-Over         Pic X(1) Value "N".
            88  Entry-Table-Full    Value "Y".
       01   WS-Seen-Table.
           05  WS-Seen-Count       Pic 9(4) Value 0.
           05  WS-Seen-Entry       Occurs 1 to 1000 Times
                                    Depending On WS-Seen-Count
                                    Indexed by WS-Seen-Idx.
               10  WS-Seen-Text        Pic X(60).
       01   WS-Seen-Found       Pic X(1).
            88  Alert-Already-Raised Value "Y".
      *      The operator and month an alert is about -- its text up
      *      to " KEYED" -- so the counts moving on a rerun do not
      *      raise the same spike again.
       01   WS-Alert-Key        Pic X(60).
       01   WS-Spike-Limit      Pic 9(8).
       01   WS-Submitted        Pic 9(6).
       01   WS-Wrong            Pic 9(6).
       01   WS-Err-Pct          Pic 9(3).
       01   WS-Grand-Table.
           05  WS-Grand-Kind       Occurs 6 Times Pic 9(6).
           05  WS-Grand-Total      Pic 9(6).
           05  WS-Grand-Rejected   Pic 9(6).
           05  WS-Grand-Corrected  Pic 9(6).
           05  WS-Grand-Reversed   Pic 9(6).
           05  WS-Grand-Fixed      Pic 9(6).
       01   WS-Cnt5Ed           Pic ZZZZ9.
       01   WS-Cnt6Ed           Pic ZZZZZ9.
       01   WS-Cnt4Ed           Pic ZZZ9.
       01   WS-PctEd            Pic ZZ9.
       01   WS-Col              Pic 9(2).
       01   WS-Raised-Count     Pic 9(4) Value 0.
       01   WS-Raised-CountEd   Pic ZZZ9.
       01   WS-Oper-CountEd     Pic ZZ9.

       Procedure Division.
       000-Main.
           Perform 030-OperatorSignOn
           If Not Signed-On
               Display "Lab3bb: not signed on -- nothing reported."
               Stop Run
           End-If
           If Not Op-Supervisor
               Display "Lab3bb: the operator activity report is for "
                   "supervisors only -- nothing reported."
               Stop Run
           End-If
           Perform 070-SetReportMonth
           If Not Month-Set
               Display "Lab3bb: no valid report month -- nothing "
                   "reported."
               Stop Run
           End-If
           If Ctl-CorrDays-Present
               Move WS-Ctl-CorrDays to WS-Corr-Days
           End-If
           If Ctl-SpikePct-Present
               Move WS-Ctl-SpikePct to WS-Spike-Pct
           End-If
           If Ctl-SpikeMin-Present
               Move WS-Ctl-SpikeMin to WS-Spike-Min
           End-If
           Move WS-Rpt-Month to WS-Prior-Month
           If WS-Prior-Mon = 1
               Subtract 1 from WS-Prior-Year
               Move 12 to WS-Prior-Mon
           Else
               Subtract 1 from WS-Prior-Mon
           End-If
           Move Spaces to WS-Month-Start
           String WS-Rpt-Month "01"
               Delimited by Size Into WS-Month-Start
           Move "LAB3BB" to WS-Alert-Program
           Perform 100-LoadOperators
           Perform 200-ScanJournal
           Perform 300-MatchFollowOns
           Perform 400-CountRejects
           Perform 500-WriteReport
           Perform 600-CheckSpikes
           Move WS-Oper-Count   to WS-Oper-CountEd
           Move WS-Raised-Count to WS-Raised-CountEd
           Display "Lab3bb: " Function Trim(WS-Oper-CountEd)
               " operator(s) reported for " WS-Rpt-Month ", "
               Function Trim(WS-Raised-CountEd)
               " activity alert(s) raised -- see "
               "LAB3-OPERATOR-RPT.TXT."
           Stop Run.

      *      Every operator on the master gets a line, in master
      *      order, even with nothing keyed; an id found only in the
      *      journal (a batch run under a shell account) is added
      *      behind them.
       100-LoadOperators.
           Move 0 to WS-Oper-Count
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
                           Move Function Upper-Case(OprId)
                               to WS-Op-Look
                           Perform 220-FindOperator
                           If WS-Op-Hit > 0
                               Move OprName
                                   to WS-Oper-Name(WS-Op-Hit)
                           End-If
                   End-Read
               End-Perform
               Close OprFile
           End-If.

       200-ScanJournal.
           Open Input AudFile
           If WS-Aud-Status = "35"
               Display "lab3-audit.dat not found -- nothing has been "
                   "journaled yet."
           Else
               Move "N" to AudFileEOF
               Perform Until AtEndOfAudFile
                   Read AudFile
                       At End
                           Move "Y" to AudFileEOF
                       Not At End
                           Perform 210-KindOfEntry
                           If WS-Kind > 0
                               Perform 205-CountOneEntry
                           End-If
                   End-Read
               End-Perform
               Close AudFile
           End-If.

       205-CountOneEntry.
           Evaluate True
               When AudDate(1:6) = WS-Rpt-Month
                   Move Function Upper-Case(AudOperator)
                       to WS-Op-Look
                   Perform 220-FindOperator
                   If WS-Op-Hit > 0
                       Add 1 to WS-Oper-Kind(WS-Op-Hit, WS-Kind)
                       Add 1 to WS-Oper-Total(WS-Op-Hit)
                       Perform 230-KeepEntry
                   End-If
               When AudDate(1:6) = WS-Prior-Month
                   Move Function Upper-Case(AudOperator)
                       to WS-Op-Look
                   Perform 220-FindOperator
                   If WS-Op-Hit > 0
                       Add 1 to WS-Oper-Prior(WS-Op-Hit)
                   End-If
               When Other
                   Continue
           End-Evaluate.

      *      Species-master maintenance (Lab3i, Lab3al), the rebuild,
      *      backouts, and the period-close entries are not desk
      *      keying and are kind 0.
       210-KindOfEntry.
           Evaluate AudAction
               When "INTAKE"
                   Move 1 to WS-Kind
               When "CHANGE"
                   Move 2 to WS-Kind
               When "DELETE"
                   Move 3 to WS-Kind
               When "DISP"
                   Move 4 to WS-Kind
               When "MOVE"
                   Move 5 to WS-Kind
               When "VISIT"
                   Move 6 to WS-Kind
               When Other
                   Move 0 to WS-Kind
           End-Evaluate
           If AudAfter(1:7) Not = Spaces
               Move AudAfter(1:7) to WS-Entry-Key
           Else
               Move AudBefore(1:7) to WS-Entry-Key
           End-If
           Move Spaces to WS-Entry-Stamp
           String AudDate AudTime
               Delimited by Size Into WS-Entry-Stamp.

       220-FindOperator.
           Move 0 to WS-Op-Hit
           If WS-Op-Look = Spaces
               Move "UNKNOWN" to WS-Op-Look
           End-If
           If WS-Oper-Count > 0
               Set WS-Oper-Idx to 1
               Search WS-Oper-Entry
                   At End
                       Continue
                   When WS-Oper-Id(WS-Oper-Idx) = WS-Op-Look
                       Set WS-Op-Hit to WS-Oper-Idx
               End-Search
           End-If
           If WS-Op-Hit = 0
               If WS-Oper-Count < 200
                   Add 1 to WS-Oper-Count
                   Move WS-Oper-Count to WS-Op-Hit
                   Initialize WS-Oper-Entry(WS-Op-Hit)
                   Move WS-Op-Look to WS-Oper-Id(WS-Op-Hit)
                   Move "(not on operator master)"
                       to WS-Oper-Name(WS-Op-Hit)
               Else
                   Move "Y" to WS-Oper-Over
               End-If
           End-If.

       230-KeepEntry.
           If WS-Ent-Count < 5000
               Add 1 to WS-Ent-Count
               Move WS-Op-Hit      to WS-Ent-Oper(WS-Ent-Count)
               Move WS-Kind        to WS-Ent-Kind(WS-Ent-Count)
               Move WS-Entry-Key   to WS-Ent-Key(WS-Ent-Count)
               Move WS-Entry-Stamp to WS-Ent-Stamp(WS-Ent-Count)
               Compute WS-Ent-Int(WS-Ent-Count) =
                   Function Integer-of-Date(Function Numval(AudDate))
               Move AudBefore      to WS-Ent-Before(WS-Ent-Count)
               Move AudAfter       to WS-Ent-After(WS-Ent-Count)
               Move "N" to WS-Ent-Fix-Flag(WS-Ent-Count)
               Move "N" to WS-Ent-Rev-Flag(WS-Ent-Count)
           Else
               Move "Y" to WS-Ent-Over
           End-If.

      *      Second pass, from the first of the month on: a BACKOUT
      *      reverses the month entry whose images it carries swapped;
      *      a later change by a different operator to the same
      *      animal inside the window corrects it.
       300-MatchFollowOns.
           If WS-Ent-Count > 0
               Open Input AudFile
               Move "N" to AudFileEOF
               Perform Until AtEndOfAudFile
                   Read AudFile
                       At End
                           Move "Y" to AudFileEOF
                       Not At End
                           If AudDate Not < WS-Month-Start
                               Perform 305-MatchOneFollowOn
                           End-If
                   End-Read
               End-Perform
               Close AudFile
           End-If.

       305-MatchOneFollowOn.
           If AudAction = "BACKOUT"
               Perform 310-CheckBackout
                   Varying WS-Ent-Sub From 1 By 1
                   Until WS-Ent-Sub > WS-Ent-Count
           Else
               Perform 210-KindOfEntry
               If WS-Kind > 0
                   Move "N" to WS-Fixer-Flag
                   Compute WS-Entry-Int =
                       Function Integer-of-Date
                           (Function Numval(AudDate))
                   Move Function Upper-Case(AudOperator)
                       to WS-Op-Look
                   If WS-Op-Look = Spaces
                       Move "UNKNOWN" to WS-Op-Look
                   End-If
                   Perform 320-CheckCorrection
                       Varying WS-Ent-Sub From 1 By 1
                       Until WS-Ent-Sub > WS-Ent-Count
               End-If
           End-If.

       310-CheckBackout.
           If Not Ent-Reversed(WS-Ent-Sub)
              And WS-Ent-After(WS-Ent-Sub) = AudBefore
              And WS-Ent-Before(WS-Ent-Sub) = AudAfter
               Move "Y" to WS-Ent-Rev-Flag(WS-Ent-Sub)
               Add 1 to WS-Oper-Reversed(WS-Ent-Oper(WS-Ent-Sub))
               Move WS-Ent-Count to WS-Ent-Sub
           End-If.

       320-CheckCorrection.
           If Not Ent-Corrected(WS-Ent-Sub)
              And WS-Ent-Key(WS-Ent-Sub) = WS-Entry-Key
              And WS-Entry-Stamp > WS-Ent-Stamp(WS-Ent-Sub)
              And WS-Entry-Int - WS-Ent-Int(WS-Ent-Sub)
                   Not > WS-Corr-Days
              And WS-Oper-Id(WS-Ent-Oper(WS-Ent-Sub))
                   Not = WS-Op-Look
               Evaluate True
                   When (WS-Kind = 2 Or WS-Kind = 3)
                    And WS-Ent-Kind(WS-Ent-Sub) < 3
                       Perform 330-MarkCorrected
                   When (WS-Kind = 4 Or WS-Kind = 5)
                    And WS-Ent-Kind(WS-Ent-Sub) = WS-Kind
                       Perform 330-MarkCorrected
                   When Other
                       Continue
               End-Evaluate
           End-If.

      *      The fixer is credited once per correcting entry, and
      *      only for one keyed inside the report month.
       330-MarkCorrected.
           Move "Y" to WS-Ent-Fix-Flag(WS-Ent-Sub)
           Add 1 to WS-Oper-Corrected(WS-Ent-Oper(WS-Ent-Sub))
           If Not Fixer-Credited
              And AudDate(1:6) = WS-Rpt-Month
               Move "Y" to WS-Fixer-Flag
               Perform 220-FindOperator
               If WS-Op-Hit > 0
                   Add 1 to WS-Oper-Fixed(WS-Op-Hit)
               End-If
           End-If.

       400-CountRejects.
           Open Input RjlFile
           If WS-Rjl-Status = "35"
               Continue
           Else
               Move "N" to RjlFileEOF
               Perform Until AtEndOfRjlFile
                   Read RjlFile
                       At End
                           Move "Y" to RjlFileEOF
                       Not At End
                           If RjlDate(1:6) = WS-Rpt-Month
                               Move Function Upper-Case(RjlOperator)
                                   to WS-Op-Look
                               Perform 220-FindOperator
                               If WS-Op-Hit > 0
                                   Add 1
                                     to WS-Oper-Rejected(WS-Op-Hit)
                               End-If
                           End-If
                   End-Read
               End-Perform
               Close RjlFile
           End-If.

       500-WriteReport.
           Initialize WS-Grand-Table
           Open Output OperatorRptFile
           Move Spaces to RptRecord
           Move "LAB3 OPERATOR ACTIVITY AND CORRECTION REPORT"
               to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           String "MONTH: " WS-Rpt-Month
                  "   RUN DATE: " WS-Today-Disp
               Delimited by Size Into RptRecord
           Write RptRecord
           Move WS-Corr-Days to WS-PctEd
           Move Spaces to RptRecord
           String "CORRECTED = CHANGED BY ANOTHER OPERATOR WITHIN "
                  Function Trim(WS-PctEd) " DAYS"
               Delimited by Size Into RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move "OPERATOR" to RptRecord(1:8)
           Move "INTK"     to RptRecord(11:4)
           Move "CHG"      to RptRecord(18:3)
           Move "DEL"      to RptRecord(24:3)
           Move "DISP"     to RptRecord(29:4)
           Move "MOVE"     to RptRecord(35:4)
           Move "VIST"     to RptRecord(41:4)
           Move "TOTAL"    to RptRecord(47:5)
           Move "REJ"      to RptRecord(55:3)
           Move "CORR"     to RptRecord(59:4)
           Move "REV"      to RptRecord(65:3)
           Move "FIXD"     to RptRecord(69:4)
           Move "ERR%"     to RptRecord(75:4)
           Write RptRecord
           Move Spaces to RptRecord
           Move All "-" to RptRecord(1:8)
           Move All "-" to RptRecord(10:35)
           Move All "-" to RptRecord(46:6)
           Move All "-" to RptRecord(53:20)
           Move All "-" to RptRecord(75:4)
           Write RptRecord
           Perform 510-ReportOneOperator
               Varying WS-Oper-Sub From 1 By 1
               Until WS-Oper-Sub > WS-Oper-Count
           Perform 530-ReportGrandTotals
           Close OperatorRptFile.

       510-ReportOneOperator.
           Move Spaces to RptRecord
           Move WS-Oper-Id(WS-Oper-Sub) to RptRecord(1:8)
           Perform 520-PutOneKind
               Varying WS-Kind-Sub From 1 By 1
               Until WS-Kind-Sub > 6
           Move WS-Oper-Total(WS-Oper-Sub)     to WS-Cnt6Ed
           Move WS-Cnt6Ed to RptRecord(46:6)
           Move WS-Oper-Rejected(WS-Oper-Sub)  to WS-Cnt4Ed
           Move WS-Cnt4Ed to RptRecord(54:4)
           Move WS-Oper-Corrected(WS-Oper-Sub) to WS-Cnt4Ed
           Move WS-Cnt4Ed to RptRecord(59:4)
           Move WS-Oper-Reversed(WS-Oper-Sub)  to WS-Cnt4Ed
           Move WS-Cnt4Ed to RptRecord(64:4)
           Move WS-Oper-Fixed(WS-Oper-Sub)     to WS-Cnt4Ed
           Move WS-Cnt4Ed to RptRecord(69:4)
           Compute WS-Submitted = WS-Oper-Total(WS-Oper-Sub)
               + WS-Oper-Rejected(WS-Oper-Sub)
           Compute WS-Wrong = WS-Oper-Rejected(WS-Oper-Sub)
               + WS-Oper-Corrected(WS-Oper-Sub)
               + WS-Oper-Reversed(WS-Oper-Sub)
           If WS-Submitted > 0
               Compute WS-Err-Pct Rounded =
                   WS-Wrong * 100 / WS-Submitted
               Move WS-Err-Pct to WS-PctEd
               Move WS-PctEd to RptRecord(75:3)
               Move "%" to RptRecord(78:1)
           End-If
           Write RptRecord
           Add WS-Oper-Total(WS-Oper-Sub)     to WS-Grand-Total
           Add WS-Oper-Rejected(WS-Oper-Sub)  to WS-Grand-Rejected
           Add WS-Oper-Corrected(WS-Oper-Sub) to WS-Grand-Corrected
           Add WS-Oper-Reversed(WS-Oper-Sub)  to WS-Grand-Reversed
           Add WS-Oper-Fixed(WS-Oper-Sub)     to WS-Grand-Fixed.

       520-PutOneKind.
           Compute WS-Col = (WS-Kind-Sub - 1) * 6 + 10
           Move WS-Oper-Kind(WS-Oper-Sub, WS-Kind-Sub) to WS-Cnt5Ed
           Move WS-Cnt5Ed to RptRecord(WS-Col:5)
           Add WS-Oper-Kind(WS-Oper-Sub, WS-Kind-Sub)
               to WS-Grand-Kind(WS-Kind-Sub).

       530-ReportGrandTotals.
           Move Spaces to RptRecord
           Move All "-" to RptRecord(1:78)
           Write RptRecord
           Move Spaces to RptRecord
           Move "ALL" to RptRecord(1:8)
           Perform Varying WS-Kind-Sub From 1 By 1
                   Until WS-Kind-Sub > 6
               Compute WS-Col = (WS-Kind-Sub - 1) * 6 + 10
               Move WS-Grand-Kind(WS-Kind-Sub) to WS-Cnt5Ed
               Move WS-Cnt5Ed to RptRecord(WS-Col:5)
           End-Perform
           Move WS-Grand-Total     to WS-Cnt6Ed
           Move WS-Cnt6Ed to RptRecord(46:6)
           Move WS-Grand-Rejected  to WS-Cnt4Ed
           Move WS-Cnt4Ed to RptRecord(54:4)
           Move WS-Grand-Corrected to WS-Cnt4Ed
           Move WS-Cnt4Ed to RptRecord(59:4)
           Move WS-Grand-Reversed  to WS-Cnt4Ed
           Move WS-Cnt4Ed to RptRecord(64:4)
           Move WS-Grand-Fixed     to WS-Cnt4Ed
           Move WS-Cnt4Ed to RptRecord(69:4)
           Write RptRecord
           Move Spaces to RptRecord
           Write RptRecord
           Move "ERR% = (REJ + CORR + REV) / (TOTAL + REJ).  FIXD = "
               to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move "corrections this operator made to someone else's work."
               to RptRecord
           Write RptRecord
           If Entry-Table-Full
               Move Spaces to RptRecord
               Move "*** more than 5000 entries this month -- "
                   to RptRecord
               Move "later ones not checked for corrections ***"
                   to RptRecord(42:38)
               Write RptRecord
           End-If
           If Operator-Table-Full
               Move Spaces to RptRecord
               Move "*** more than 200 operator ids -- the rest are "
                   to RptRecord
               Move "not shown ***" to RptRecord(48:13)
               Write RptRecord
           End-If.

      *      An operator with nothing last month is new or back from
      *      leave, not spiking, and is not alerted on.
       600-CheckSpikes.
           Perform 610-LoadRaisedAlerts
           Perform 620-CheckOneOperator
               Varying WS-Oper-Sub From 1 By 1
               Until WS-Oper-Sub > WS-Oper-Count.

       610-LoadRaisedAlerts.
           Move 0 to WS-Seen-Count
           Open Input AlrFile
           If WS-Alr-Status = "35"
               Continue
           Else
               Move "N" to WS-Alr-EOF
               Perform Until WS-Alr-AtEnd
                   Read AlrFile
                       At End
                           Move "Y" to WS-Alr-EOF
                       Not At End
                           If AlrProgram = WS-Alert-Program
                              And WS-Seen-Count < 1000
                               Add 1 to WS-Seen-Count
                               Move Spaces
                                   to WS-Seen-Text(WS-Seen-Count)
                               Unstring AlrText Delimited by " KEYED"
                                   Into WS-Seen-Text(WS-Seen-Count)
                               End-Unstring
                           End-If
                   End-Read
               End-Perform
               Close AlrFile
           End-If.

       620-CheckOneOperator.
           Compute WS-Spike-Limit =
               WS-Oper-Prior(WS-Oper-Sub) * WS-Spike-Pct / 100
           If WS-Oper-Prior(WS-Oper-Sub) > 0
              And WS-Oper-Total(WS-Oper-Sub) > WS-Spike-Limit
              And WS-Oper-Total(WS-Oper-Sub) Not < WS-Spike-Min
               Move WS-Oper-Total(WS-Oper-Sub) to WS-Cnt6Ed
               Move WS-Oper-Prior(WS-Oper-Sub) to WS-Cnt5Ed
               Move "W" to WS-Alert-Sev
               Move Spaces to WS-Alert-Text
               String "OPERATOR " Function Trim(WS-Oper-Id(WS-Oper-Sub))
                      " " WS-Rpt-Month " KEYED "
                      Function Trim(WS-Cnt6Ed) " VS "
                      Function Trim(WS-Cnt5Ed) " LAST MONTH"
                   Delimited by Size Into WS-Alert-Text
               Move Spaces to WS-Alert-Key
               String "OPERATOR " Function Trim(WS-Oper-Id(WS-Oper-Sub))
                      " " WS-Rpt-Month
                   Delimited by Size Into WS-Alert-Key
               Perform 630-RaiseOnce
           End-If.

       630-RaiseOnce.
           Move "N" to WS-Seen-Found
           If WS-Seen-Count > 0
               Set WS-Seen-Idx to 1
               Search WS-Seen-Entry
                   At End
                       Continue
                   When WS-Seen-Text(WS-Seen-Idx) = WS-Alert-Key
                       Move "Y" to WS-Seen-Found
               End-Search
           End-If
           If Not Alert-Already-Raised
               Perform 880-WriteAlertRecord
               Add 1 to WS-Raised-Count
               If WS-Seen-Count < 1000
                   Add 1 to WS-Seen-Count
                   Move WS-Alert-Key to WS-Seen-Text(WS-Seen-Count)
               End-If
           End-If.

       COPY OPRSGN.
       COPY CTLIO.
       COPY MONSET.
       COPY ALRWRT.
