      *      looking identical to the ones actually in a cage.  A transaction that cannot be applied -- an unknown animal or
      *      home, a placement for an animal already fostered or already departed, a return for an animal not in foster --
      *      goes to lab3-foster-rejects.dat with a reason, the usual repair-and-resubmit pattern.  Run with no transaction
      *      file on hand it simply prints the current placements.  Output goes to LAB3-FOSTER-RPT.TXT.  A placement also
      *      clears the animal's InEnclosure -- the cage is free for the next animal, and one coming back from foster is
      *      placed again through Lab3av.  A placement or return whose FtxDate falls on or before the latest month Lab3ba has
      *      closed rejects CLOSEDPER unless a supervisor overrides it at the terminal; every override is journaled to
      *      lab3-audit.dat as a PEROVRD entry.

       Identification Division.
       Program-ID.  Lab3ac.
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
           Select LckFile
            Assign to "lab3-inlock.dat"
            Organization is Line Sequential
       COPY RPTREC.
       FD   OprFile.
       COPY OPRREC.
       FD   PerFile.
       COPY PERREC.
       FD   AudFile.
       COPY AUDREC.
       FD   LckFile.
       COPY LCKREC.
       Working-Storage Section.
       COPY OPRWS.
       COPY AUDWS.
       COPY PERWS.
       COPY LCKWS.
       01   WS-Ftx-Status       Pic XX.
       01   WS-InFile-Status    Pic XX.
               Display "Lab3ac: not signed on -- nothing applied."
               Stop Run
           End-If
           Move "LAB3AC" to WS-Aud-Program
           Perform 035-LoadClosedPeriods
           Perform 040-CheckInFileLock
           If InFile-Locked
               Display "lab3-in.dat is held by "
                   Perform 125-ApplyReturn
           End-Evaluate.

      *      Checked only once a placement or return has passed
      *      every other edit, so a supervisor is asked about real
      *      postings only.
       115-CheckClosedDate.
           Move FtxDate   to WS-Per-Check-Date
           Move FtxRecord to WS-Per-Txn-Image
           Perform 036-CheckClosedPeriod.

       120-ApplyPlacement.
           Move FtxAnimalId to InAnimalId
           Read InFile Key is InAnimalId
                           Move "INFOSTER" to WS-Ftx-Reason
                           Perform 130-WriteFtxReject
                       When Other
                           Perform 115-CheckClosedDate
                           If Period-Closed And Not Override-Granted
                               Move "CLOSEDPER" to WS-Ftx-Reason
                               Perform 130-WriteFtxReject
                           Else
                               Move FtxHome to InFosterHome
                               Move FtxDate to InFosterDate
                               Move Spaces to InEnclosure
                               Rewrite InRecord
                               Add 1 to WS-PlaceCount
                           End-If
                   End-Evaluate
           End-Read.

                       Move "NOTHOME" to WS-Ftx-Reason
                       Perform 130-WriteFtxReject
                   Else
                       Perform 115-CheckClosedDate
                       If Period-Closed And Not Override-Granted
                           Move "CLOSEDPER" to WS-Ftx-Reason
                           Perform 130-WriteFtxReject
                       Else
                           Move Spaces to InFosterHome
                           Move Spaces to InFosterDate
                           Rewrite InRecord
                           Add 1 to WS-ReturnCount
                       End-If
                   End-If
           End-Read.

               " animal(s) in foster -- see LAB3-FOSTER-RPT.TXT.".

       COPY OPRSGN.
       COPY PERCHK.
       COPY AUDWRT.
       COPY LCKCHK.
