      *      written to
      *      lab3-txn-rejects.dat with a reason so the front desk can correct and resubmit it, the same way the classification
      *      runs hand bad input back through lab3-rejects.dat.  Deleted keys are also recorded on the tombstone file so
      *      Lab3j's rebuild doesn't resurrect them from the raw extract the next morning.  A change or delete against an animal
      *      whose intake date falls in a month Lab3ba has closed rejects CLOSEDPER unless a supervisor overrides it at the
      *      terminal; every override is journaled to lab3-audit.dat as a PEROVRD entry.  Every applied add, change, and delete
      *      is journaled to lab3-audit.dat (INTAKE / CHANGE / DELETE, with the record's before and after images) under the
      *      signed-on operator, and every reject is also appended to the cumulative lab3-rejlog.dat, so Lab3ah can back a bad
      *      one out and Lab3bb can report whose work it was.

       Identification Division.
       Program-ID.  Lab3k.
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
       COPY SEQREC.
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
       FD   TxnRejFile.
           05  TxnRejOperator  Pic X(8).
       Working-Storage Section.
       COPY OPRWS.
       COPY AUDWS.
       COPY PERWS.
       COPY RJLWS.
       COPY LCKWS.
       COPY SPECIES.
       COPY VALWS.
               Display "Lab3k: not signed on -- nothing applied."
               Stop Run
           End-If
           Move "LAB3K" to WS-Aud-Program
           Move "LAB3K" to WS-Rjl-Program
           Move WS-Op-Id to WS-Rjl-Operator
           Perform 035-LoadClosedPeriods
           Perform 040-CheckInFileLock
           If InFile-Locked
               Display "lab3-in.dat is held by "
                   Perform 140-WriteTxnReject
               Not Invalid Key
                   Add 1 to WS-AddCount
                   Move Spaces   to WS-Aud-Before
                   Move InRecord to WS-Aud-After
                   Move "INTAKE" to WS-Aud-Action
                   Perform 147-JournalChange
           End-Write.

       120-ApplyChange.
                   Move "NOTFND" to WS-Txn-Reason
                   Perform 140-WriteTxnReject
               Not Invalid Key
                   Perform 145-CheckClosedIntake
                   If Period-Closed And Not Override-Granted
                       Move "CLOSEDPER" to WS-Txn-Reason
                       Perform 140-WriteTxnReject
                   Else
                       Move InRecord   to WS-Aud-Before
                       Move TxnGender  to InGender
                       Move TxnSpecies to InSpecies
                       Rewrite InRecord
                       Add 1 to WS-ChgCount
                       Move InRecord   to WS-Aud-After
                       Move "CHANGE"   to WS-Aud-Action
                       Perform 147-JournalChange
                   End-If
           End-Read.

      *      The delete reads the record back first -- the tombstone
                   Move "NOTFND" to WS-Txn-Reason
                   Perform 140-WriteTxnReject
               Not Invalid Key
                   Perform 145-CheckClosedIntake
                   If Period-Closed And Not Override-Granted
                       Move "CLOSEDPER" to WS-Txn-Reason
                       Perform 140-WriteTxnReject
                   Else
                       Move InRecord to WS-Aud-Before
                       Delete InFile
                       Add 1 to WS-DelCount
                       Perform 135-WriteTombstone
                       Move Spaces   to WS-Aud-After
                       Move "DELETE" to WS-Aud-Action
                       Perform 147-JournalChange
                   End-If
           End-Read.

       135-WriteTombstone.
           Move WS-Txn-Reason to TxnRejReason
           Move TxnRecord     to TxnRejRawLine
           Move WS-Op-Id      to TxnRejOperator
           Write TxnRejRecord
           Evaluate True
               When Txn-Add
                   Move "INTAKE" to WS-Rjl-Kind
               When Txn-Change
                   Move "CHANGE" to WS-Rjl-Kind
               When Txn-Delete
                   Move "DELETE" to WS-Rjl-Kind
               When Other
                   Move "UNKNOWN" to WS-Rjl-Kind
           End-Evaluate
           Move WS-Txn-Reason to WS-Rjl-Reason
           Move TxnAnimalId   to WS-Rjl-AnimalId
           Perform 870-LogReject.

      *      A change or delete rewrites history for the month the
      *      animal came in -- its class in that month's intake and
      *      every census since -- so it is the intake date that
      *      must fall after the close line.  An add is stamped with
      *      today's date and can never land in a closed month.
       145-CheckClosedIntake.
           Move InIntakeDate to WS-Per-Check-Date
           Move TxnRecord    to WS-Per-Txn-Image
           Perform 036-CheckClosedPeriod.

      *      Every applied transaction is journaled with the record's
      *      before and after images, the same shape Lab3j's rebuild
      *      journals, so Lab3ah can back one out and Lab3bb can
      *      count it against the operator who keyed it.
       147-JournalChange.
           Perform 840-OpenAuditJournal
           Move WS-Op-Id to WS-Aud-Operator
           Perform 850-WriteAuditRecord
           Perform 860-CloseAuditJournal.

       900-DisplayTotals.
           Move WS-AddCount to WS-AddCountStr
       COPY VALCHK.
       COPY SEQIO.
       COPY OPRSGN.
       COPY PERCHK.
       COPY AUDWRT.
       COPY RJLWRT.
       COPY LCKCHK.
