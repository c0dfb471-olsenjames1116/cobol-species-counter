      *      Shared procedure text for the month-end period lock.  Once
      *      Lab3ba has closed a month, its census and its intake and
      *      outcome totals are frozen in lab3-periods.dat and the
      *      board has been given them, so a transaction dated in that
      *      month -- or any month before it -- is not applied on the
      *      desk's say-so alone.  035-LoadClosedPeriods finds the
      *      close line at startup (a missing file closes nothing).
      *      036-CheckClosedPeriod flips Period-Closed for a
      *      WS-Per-Check-Date on or before the close line (a date that
      *      is not YYYYMMDD is left to the caller's own edits) and,
      *      when it does, 037-RequestPeriodOverride asks for a
      *      supervisor on the spot: a signed-on supervisor answers
      *      Y/N, anyone else has a supervisor key their own id, which
      *      must be an S on lab3-operators.dat.  A granted override is
      *      written to the lab3-audit.dat journal as a PEROVRD entry
      *      naming the close line, the transaction date, and the
      *      supervisor, with the transaction image as the after image,
      *      so the drift on Lab3ba's report can be traced to the
      *      transaction that caused it.  Needs OPRWS/OPRREC,
      *      AUDWS/AUDREC/AUDWRT, PERREC, and WS-Aud-Program set at
      *      startup.  COPY PERCHK into the Procedure Division.
       035-LoadClosedPeriods.
           Move Spaces to WS-Per-Last-Closed
           Open Input PerFile
           If WS-Per-Status = "35"
               Continue
           Else
               Move "N" to WS-Per-EOF
               Perform Until WS-Per-AtEnd
                   Read PerFile
                       At End
                           Move "Y" to WS-Per-EOF
                       Not At End
                           If PerMonth Is Numeric
                              And PerMonth > WS-Per-Last-Closed
                               Move PerMonth to WS-Per-Last-Closed
                           End-If
                   End-Read
               End-Perform
               Close PerFile
           End-If.

       036-CheckClosedPeriod.
           Move "N" to WS-Per-Flag
           Move "N" to WS-Per-Override
           If WS-Per-Last-Closed Not = Spaces
              And WS-Per-Check-Date Is Numeric
              And WS-Per-Check-Date(1:6) Not > WS-Per-Last-Closed
               Move "Y" to WS-Per-Flag
               Perform 037-RequestPeriodOverride
           End-If.

       037-RequestPeriodOverride.
           Move "N" to WS-Per-Override
           Move Spaces to WS-Per-Sup-Id
           Display "Transaction dated " WS-Per-Check-Date
               " falls in a closed period (closed through "
               WS-Per-Last-Closed ")."
           If Op-Supervisor
               Display "Override the closed period? (Y/N): "
                   With No Advancing
               Accept WS-Per-Answer
               If WS-Per-Answer = "Y" Or WS-Per-Answer = "y"
                   Move WS-Op-Id to WS-Per-Sup-Id
                   Move "Y" to WS-Per-Override
               End-If
           Else
               Display "Supervisor id to override (blank to refuse): "
                   With No Advancing
               Accept WS-Per-Sup-Entry
               Move Function Upper-Case(WS-Per-Sup-Entry)
                   to WS-Per-Sup-Entry
               If WS-Per-Sup-Entry Not = Spaces
                   Perform 038-LookUpSupervisor
                   If Supervisor-Found
                       Move "Y" to WS-Per-Override
                   Else
                       Display Function Trim(WS-Per-Sup-Entry)
                           " is not a supervisor on "
                           "lab3-operators.dat -- not overridden."
                   End-If
               End-If
           End-If
           If Override-Granted And Not Per-Log-Deferred
               Perform 039-LogPeriodOverride
           End-If.

       038-LookUpSupervisor.
           Move "N" to WS-Per-Sup-Flag
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
                           If Function Upper-Case(OprId)
                                   = WS-Per-Sup-Entry
                              And Opr-Supervisor
                               Move "Y" to WS-Per-Sup-Flag
                               Move OprId to WS-Per-Sup-Id
                           End-If
                   End-Read
               End-Perform
               Close OprFile
           End-If.

       039-LogPeriodOverride.
           Add 1 to WS-Per-Override-Count
           Perform 840-OpenAuditJournal
           Move WS-Op-Id to WS-Aud-Operator
           Move "PEROVRD" to WS-Aud-Action
           Move Spaces to WS-Aud-Before
           String "CLOSED THROUGH " WS-Per-Last-Closed
                  " TXN DATED " WS-Per-Check-Date
                  " OVERRIDE BY " WS-Per-Sup-Id
               Delimited by Size Into WS-Aud-Before
           Move WS-Per-Txn-Image to WS-Aud-After
           Perform 850-WriteAuditRecord
           Perform 860-CloseAuditJournal
           Display "Override by " Function Trim(WS-Per-Sup-Id)
               " journaled.".
