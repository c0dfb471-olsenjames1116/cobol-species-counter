      *      James Olsen
      *      This program applies the day's enclosure assignment transactions from lab3-enc-txns.dat against the indexed
      *      lab3-in.dat, the way Lab3an applies site moves -- InSite says which building an animal is in, and InEnclosure,
      *      stamped here, says which cage, kennel, or flight within it, so nobody has to walk the site to find an animal for
      *      a visitor or a vet.  An A transaction places an animal that has no enclosure; an M moves one from its current
      *      enclosure to another at the same site.  The enclosure must be on the lab3-enclosures.dat master for the site the
      *      record says the animal is at, it must be suitable for the animal's class (classified as of today against the
      *      species master), and it must be under its holding limit counting the animals already in it.  The animal must be
      *      on hand and in the shelter -- an animal out in foster has no cage here.  A transaction that cannot be applied
      *      goes to lab3-enc-rejects.dat with a reason and the operator who ran the batch, the usual repair-and-resubmit
      *      pattern.  Like every interactive writer of this file, the run signs on first and refuses to start while the
      *      rebuild holds the lab3-inlock.dat busy flag.

       Identification Division.
       Program-ID.  Lab3av.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select EtxFile
            Assign to "lab3-enc-txns.dat"
            Organization is Line Sequential
            File Status is WS-Etx-Status.
           Select InFile
            Assign to "lab3-in.dat"
            Organization is Indexed
            Access Mode is Dynamic
            Record Key is InAnimalId
            File Status is WS-InFile-Status.
           Select EncFile
            Assign to "lab3-enclosures.dat"
            Organization is Line Sequential
            File Status is WS-Enc-Status.
           Select SpeciesMaster
            Assign to "SPECIES-MASTER.DAT"
            Organization is Line Sequential.
           Select EtxRejFile
            Assign to "lab3-enc-rejects.dat"
            Organization is Line Sequential.
           Select OprFile
            Assign to "lab3-operators.dat"
            Organization is Line Sequential
            File Status is WS-Opr-Status.
           Select LckFile
            Assign to "lab3-inlock.dat"
            Organization is Line Sequential
            File Status is WS-Lck-Status.

       Data Division.
       File Section.
       FD   EtxFile.
       COPY ETXREC.
       FD   InFile.
       COPY INIDXREC.
       FD   EncFile.
       COPY ENCREC.
       FD   SpeciesMaster.
       COPY SPMASTFD.
       FD   OprFile.
       COPY OPRREC.
       FD   LckFile.
       COPY LCKREC.
       FD   EtxRejFile.
       01   EtxRejRecord.
           05  EtxRejLineNum   Pic 9(6).
           05  Filler          Pic X(2)  Value Spaces.
           05  EtxRejReason    Pic X(10).
           05  Filler          Pic X(2)  Value Spaces.
           05  EtxRejRawLine   Pic X(22).
           05  Filler          Pic X(2)  Value Spaces.
           05  EtxRejOperator  Pic X(8).
       Working-Storage Section.
       COPY OPRWS.
       COPY LCKWS.
       COPY ENCWS.
       COPY SPECIES.
       COPY SPTABLE.
       01   WS-Etx-Status       Pic XX.
       01   WS-InFile-Status    Pic XX.
       01   EtxFileEOF          Pic X Value "N".
            88  AtEndOfEtxFile      Value "Y".
       01   InFileEOF           Pic X Value "N".
            88  AtEndOfInFile       Value "Y".
       01   WS-EtxLineNum       Pic 9(6) Value 0.
       01   WS-AssignCount      Pic 9(6) Value 0.
       01   WS-AssignCountStr   Pic ZZZZZ9.
       01   WS-MoveCount        Pic 9(6) Value 0.
       01   WS-MoveCountStr     Pic ZZZZZ9.
       01   WS-RejCount         Pic 9(6) Value 0.
       01   WS-RejCountStr      Pic ZZZZZ9.
       01   WS-Etx-Reason       Pic X(10).
       01   WS-Etx-Encl         Pic X(6).
       01   WS-New-Sub          Pic 9(3).
       01   WS-Class-Hits       Pic 9(2).

       Procedure Division.
       000-Main.
           Perform 030-OperatorSignOn
           If Not Signed-On
               Display "Lab3av: not signed on -- nothing applied."
               Stop Run
           End-If
           Perform 040-CheckInFileLock
           If InFile-Locked
               Display "lab3-in.dat is held by "
                   Function Trim(WS-Lock-Holder) " since "
                   WS-Lock-Date " " WS-Lock-Time " -- try again "
                   "after the rebuild; nothing applied."
               Stop Run
           End-If
           Open Input EtxFile
           If WS-Etx-Status = "35"
               Display "lab3-enc-txns.dat not found -- nothing to "
                   "apply."
           Else
               Open I-O InFile
               If WS-InFile-Status = "35"
                   Display "lab3-in.dat not found -- run Lab3j first."
                   Close EtxFile
               Else
                   Perform 050-LoadSpeciesTable
                   Perform 098-LoadEnclosures
                   If WS-Encl-Count = 0
                       Display "lab3-enclosures.dat not found or "
                           "empty -- every transaction will reject "
                           "BADENCL until the master is there."
                   End-If
                   Perform 150-CountOccupancy
                   Open Output EtxRejFile
                   Perform Until AtEndOfEtxFile
                       Read EtxFile
                           At End
                               Move "Y" to EtxFileEOF
                           Not At End
                               Add 1 to WS-EtxLineNum
                               Perform 100-ApplyTxn
                       End-Read
                   End-Perform
                   Close EtxFile
                   Close InFile
                   Close EtxRejFile
                   Perform 900-DisplayTotals
               End-If
           End-If
           Stop Run.

       100-ApplyTxn.
           Move Function Trim(Function Upper-Case(EtxEnclosure))
               to WS-Etx-Encl
           If Not Etx-Assign And Not Etx-Move
               Move "BADACTION" to WS-Etx-Reason
               Perform 130-WriteEtxReject
           Else
               Move EtxAnimalId to InAnimalId
               Read InFile Key is InAnimalId
                   Invalid Key
                       Move "NOTFND" to WS-Etx-Reason
                       Perform 130-WriteEtxReject
                   Not Invalid Key
                       Evaluate True
                           When Not In-OnHand
                               Move "NOTONHAND" to WS-Etx-Reason
                               Perform 130-WriteEtxReject
                           When Not In-Shelter
                               Move "INFOSTER" to WS-Etx-Reason
                               Perform 130-WriteEtxReject
                           When Etx-Assign And Not In-No-Enclosure
                               Move "ASSIGNED" to WS-Etx-Reason
                               Perform 130-WriteEtxReject
                           When Etx-Move And In-No-Enclosure
                               Move "NOENCL" to WS-Etx-Reason
                               Perform 130-WriteEtxReject
                           When Etx-Move And InEnclosure = WS-Etx-Encl
                               Move "SAMEENCL" to WS-Etx-Reason
                               Perform 130-WriteEtxReject
                           When Other
                               Perform 110-CheckTarget
                       End-Evaluate
               End-Read
           End-If.

      *      The enclosure is looked up at the site the record says
      *      the animal is at -- a transaction naming a cage in
      *      another building is a site move that has not been keyed.
       110-CheckTarget.
           Move Function Trim(Function Upper-Case(InSite))
               to WS-Encl-Site-Key
           Move WS-Etx-Encl to WS-Encl-Id-Key
           Perform 099-FindEnclosure
           If WS-Etx-Encl = Spaces Or Not Enclosure-On-File
               Move "BADENCL" to WS-Etx-Reason
               Perform 130-WriteEtxReject
           Else
               Set WS-New-Sub to WS-Enc-Idx
               Move Function Trim(Function Upper-Case(InSpecies))
                   to Species
               Perform 055-ClassifySpecies
               Move 0 to WS-Class-Hits
               Inspect WS-Encl-Classes(WS-New-Sub)
                   Tallying WS-Class-Hits For All WS-Class-Code
               Evaluate True
                   When WS-Class-Hits = 0
                       Move "UNSUITED" to WS-Etx-Reason
                       Perform 130-WriteEtxReject
                   When WS-Encl-Occupied(WS-New-Sub)
                           Not < WS-Encl-Limit(WS-New-Sub)
                       Move "FULL" to WS-Etx-Reason
                       Perform 130-WriteEtxReject
                   When Other
                       Perform 120-StampEnclosure
               End-Evaluate
           End-If.

       120-StampEnclosure.
           If Etx-Move
               Move InEnclosure to WS-Encl-Id-Key
               Perform 099-FindEnclosure
               If Enclosure-On-File
                  And WS-Encl-Occupied(WS-Enc-Idx) > 0
                   Subtract 1 from WS-Encl-Occupied(WS-Enc-Idx)
               End-If
               Add 1 to WS-MoveCount
           Else
               Add 1 to WS-AssignCount
           End-If
           Move WS-Etx-Encl to InEnclosure
           Rewrite InRecord
           Add 1 to WS-Encl-Occupied(WS-New-Sub).

       130-WriteEtxReject.
           Add 1 to WS-RejCount
           Move Spaces to EtxRejRecord
           Move WS-EtxLineNum to EtxRejLineNum
           Move WS-Etx-Reason to EtxRejReason
           Move EtxRecord     to EtxRejRawLine
           Move WS-Op-Id      to EtxRejOperator
           Write EtxRejRecord.

      *      The holding limit counts who is in each enclosure before
      *      the batch starts; 120 keeps the counts current as the
      *      transactions move animals in and out.
       150-CountOccupancy.
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
                       If In-OnHand
                          And In-Shelter
                          And Not In-No-Enclosure
                           Move Function Trim(Function
                               Upper-Case(InSite))
                               to WS-Encl-Site-Key
                           Move InEnclosure to WS-Encl-Id-Key
                           Perform 099-FindEnclosure
                           If Enclosure-On-File
                               Add 1 to
                                   WS-Encl-Occupied(WS-Enc-Idx)
                           End-If
                       End-If
               End-Read
           End-Perform.

       900-DisplayTotals.
           Move WS-AssignCount to WS-AssignCountStr
           Move WS-MoveCount   to WS-MoveCountStr
           Move WS-RejCount    to WS-RejCountStr
           Display "Lab3av: applied "
               Function Trim(WS-AssignCountStr) " assignment(s) and "
               Function Trim(WS-MoveCountStr) " move(s), rejected "
               Function Trim(WS-RejCountStr) " transaction(s).".

       COPY OPRSGN.
       COPY LCKCHK.
       COPY SPLOAD.
       COPY ENCLOAD.
