      *      move from), and a transaction carrying an expected from-site is cross-checked against where the record says the
      *      animal is.  A transaction that cannot be applied goes to lab3-move-rejects.dat with a reason and the operator
      *      who ran the batch, the usual repair-and-resubmit pattern.  Like every interactive writer of this file, the run
      *      signs on first and refuses to start while the rebuild holds the lab3-inlock.dat busy flag.  An applied move
      *      clears InEnclosure -- the enclosure belonged to the site the animal left -- so it shows on the Lab3aw exceptions
      *      list until a Lab3av assignment places it at the new site.  A move whose MovDate falls on or before the latest month
      *      Lab3ba has closed rejects CLOSEDPER unless a supervisor overrides it at the terminal; every override is journaled
      *      to lab3-audit.dat as a PEROVRD entry.  Every applied move is journaled to lab3-audit.dat as a MOVE entry with the
      *      record's before and after images under the signed-on operator, and every reject is also appended to the cumulative
      *      lab3-rejlog.dat for Lab3bb's operator activity report.

       Identification Division.
       Program-ID.  Lab3an.
            Assign to "lab3-operators.dat"
            Organization is Line Sequential
            File Status is WS-Opr-Status.
           Select PerFile
            Assign to "lab3-periods.dat"
            Organization is Line Sequential
            File Status is WS-Per-Status.
           Select AudFile
            Assign to "lab3-audit.dat"
            Organization is Line Sequential
            File Status is WS-Aud-Status.
           Select RjlFile
            Assign to "lab3-rejlog.dat"
            Organization is Line Sequential
            File Status is WS-Rjl-Status.
           Select LckFile
            Assign to "lab3-inlock.dat"
            Organization is Line Sequential
       COPY SITEREC.
       FD   OprFile.
       COPY OPRREC.
       FD   PerFile.
       COPY PERREC.
       FD   AudFile.
       COPY AUDREC.
       FD   RjlFile.
       COPY RJLREC.
       FD   LckFile.
       COPY LCKREC.
       FD   MovRejFile.
           05  MovRejOperator  Pic X(8).
       Working-Storage Section.
       COPY OPRWS.
       COPY AUDWS.
       COPY PERWS.
       COPY RJLWS.
       COPY LCKWS.
       01   WS-Mov-Status       Pic XX.
       01   WS-InFile-Status    Pic XX.
               Display "Lab3an: not signed on -- nothing applied."
               Stop Run
           End-If
           Move "LAB3AN" to WS-Aud-Program
           Move "LAB3AN" to WS-Rjl-Program
           Move WS-Op-Id to WS-Rjl-Operator
           Perform 035-LoadClosedPeriods
           Perform 040-CheckInFileLock
           If InFile-Locked
               Display "lab3-in.dat is held by "
                               Move "WRONGSITE" to WS-Mov-Reason
                               Perform 110-WriteMovReject
                           When Other
                               Perform 105-CheckClosedDate
                               If Period-Closed
                                  And Not Override-Granted
                                   Move "CLOSEDPER" to WS-Mov-Reason
                                   Perform 110-WriteMovReject
                               Else
                                   Move InRecord to WS-Aud-Before
                                   Move WS-Mov-To to InSite
                                   Move Spaces to InEnclosure
                                   Rewrite InRecord
                                   Add 1 to WS-AppliedCount
                                   Perform 107-JournalMove
                               End-If
                       End-Evaluate
               End-Read
           End-If.

      *      Only a move that would otherwise be applied is checked,
      *      so a supervisor is never asked to override a card that
      *      was going to reject anyway.
       105-CheckClosedDate.
           Move MovDate   to WS-Per-Check-Date
           Move MovRecord to WS-Per-Txn-Image
           Perform 036-CheckClosedPeriod.

       107-JournalMove.
           Move InRecord to WS-Aud-After
           Move "MOVE" to WS-Aud-Action
           Perform 840-OpenAuditJournal
           Move WS-Op-Id to WS-Aud-Operator
           Perform 850-WriteAuditRecord
           Perform 860-CloseAuditJournal.

       110-WriteMovReject.
           Add 1 to WS-RejCount
           Move Spaces to MovRejRecord
           Move WS-Mov-Reason to MovRejReason
           Move MovRecord     to MovRejRawLine
           Move WS-Op-Id      to MovRejOperator
           Write MovRejRecord
           Move "MOVE"        to WS-Rjl-Kind
           Move WS-Mov-Reason to WS-Rjl-Reason
           Move MovAnimalId   to WS-Rjl-AnimalId
           Perform 870-LogReject.

       900-DisplayTotals.
           Move WS-AppliedCount to WS-AppliedCountStr
               Function Trim(WS-RejCountStr) " transaction(s).".

       COPY OPRSGN.
       COPY PERCHK.
       COPY AUDWRT.
       COPY RJLWRT.
       COPY LCKCHK.
