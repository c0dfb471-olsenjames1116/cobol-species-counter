      *      accepted row's chip now goes onto the lab3-chips.dat cross-reference mapped by the stored Names -- a raw line has
      *      not met the permanent numbering yet, so the animal-number side stays Spaces until someone looks the animal up --
      *      and a chip already on file is called out on the console, since that usually means one of our own coming back.
      *      Partners may also send a fifth column with the cause-of-admission code and a sixth with the found location.  Every
      *      accepted row is logged on lab3-circumstances.dat as a transfer in (source T), mapped by Names the way the chip
      *      rows are, so Lab3ap's monthly cause-of-admission analysis counts partner intakes alongside the counter's.  A cause
      *      code that is not on the lab3-causes.dat table rejects the row as BADCAUSE; a blank one is logged as UNKN.
      *      A partner transfer of a regulated species (SpMastProt) has to land under one of our rehab permits, so each such
      *      row is checked against the lab3-permits.dat permit master the way Lab3w checks the counter: a row whose covering
      *      permit has lapsed rejects as PRMLAPSED, one that would put the permit over its holding limit -- counting the
      *      on-hand animals in lab3-in.dat plus the rows already accepted from this drop -- rejects as PRMLIMIT, and a
      *      regulated species no permit covers rejects as NOPERMIT, since there is nobody at the counter to make that call.
      *      Every rejected row is also appended to the cumulative lab3-rejlog.dat under the USER the import ran as, for
      *      Lab3bb's operator activity report.

       Identification Division.
       Program-ID.  Lab3q.
           Select ImpRejFile
            Assign to "lab3-import-rejects.dat"
            Organization is Line Sequential.
           Select RjlFile
            Assign to "lab3-rejlog.dat"
            Organization is Line Sequential
            File Status is WS-Rjl-Status.
           Select AckFile
            Assign to "lab3-partner-ack.csv"
            Organization is Line Sequential.
            Assign to "lab3-chips.dat"
            Organization is Line Sequential
            File Status is WS-Chp-Status.
           Select CauFile
            Assign to "lab3-causes.dat"
            Organization is Line Sequential
            File Status is WS-Cau-Status.
           Select CirFile
            Assign to "lab3-circumstances.dat"
            Organization is Line Sequential
            File Status is WS-Cir-Status.
           Select InFile
            Assign to "lab3-in.dat"
            Organization is Indexed
            Access Mode is Dynamic
            Record Key is InAnimalId
            File Status is WS-InFile-Status.
           Select SpeciesMaster
            Assign to "SPECIES-MASTER.DAT"
            Organization is Line Sequential.
           Select PrmFile
            Assign to "lab3-permits.dat"
            Organization is Line Sequential
            File Status is WS-Prm-Status.

       Data Division.
       File Section.
           05  ImpRejReason    Pic X(10).
           05  Filler          Pic X(2)  Value Spaces.
           05  ImpRejRawLine   Pic X(120).
       FD   RjlFile.
       COPY RJLREC.
       FD   AckFile.
       01   AckLine         Pic X(140).
       FD   ChpFile.
       COPY CHPREC.
       FD   CauFile.
       COPY CAUREC.
       FD   CirFile.
       COPY CIRREC.
       FD   InFile.
       COPY INIDXREC.
       FD   SpeciesMaster.
       COPY SPMASTFD.
       FD   PrmFile.
       COPY PRMREC.
       Working-Storage Section.
       COPY CAUWS.
       COPY SPECIES.
       COPY SPTABLE.
       COPY PRMWS.
       COPY RJLWS.
       01   WS-InFile-Status    Pic XX.
       01   WS-Imp-Permit       Pic 9(3).
       01   WS-Cir-Status       Pic XX.
       01   WS-Csv-Status       Pic XX.
       01   WS-Raw-Status       Pic XX.
       01   CsvFileEOF          Pic X Value "N".
       01   WS-Fld-2            Pic X(40).
       01   WS-Fld-3            Pic X(40).
       01   WS-Fld-4            Pic X(40).
       01   WS-Fld-5            Pic X(40).
       01   WS-Fld-6            Pic X(40).
       01   WS-Imp-Name         Pic X(40).
       01   WS-Imp-Species      Pic X(40).
       01   WS-Imp-Sex          Pic X(40).
       01   WS-Imp-Chip         Pic X(15).
       01   WS-Imp-Cause        Pic X(4).
       01   WS-Imp-Location     Pic X(20).
       01   WS-Imp-Gender       Pic X(1).
       01   WS-Imp-Reason       Pic X(10).
       01   WS-Imp-Valid        Pic X(1).
       000-Main.
           Accept WS-Imp-Date-Raw From Date YYYYMMDD
           Move WS-Imp-Date-Raw to WS-Imp-Date
           Move "LAB3Q" to WS-Rjl-Program
           Move Spaces to WS-Rjl-Operator
           Accept WS-Rjl-Operator From Environment "USER"
               On Exception
                   Move "UNKNOWN" to WS-Rjl-Operator
           End-Accept
           If WS-Rjl-Operator = Spaces
               Move "UNKNOWN" to WS-Rjl-Operator
           End-If
           Perform 090-LoadCauseTable
           If WS-Cause-Count = 0
               Display "lab3-causes.dat not found or empty -- partner "
                   "cause codes are taken as sent."
           End-If
           Perform 091-LoadPermits
           If WS-Permit-Count = 0
               Display "lab3-permits.dat not found or empty -- "
                   "regulated species are imported unchecked."
           Else
               Perform 050-LoadSpeciesTable
               Open Input InFile
               If WS-InFile-Status = "35"
                   Display "lab3-in.dat not found -- permit holding "
                       "counts start from this drop alone."
               Else
                   Perform 093-CountPermitHolds
                   Close InFile
               End-If
           End-If
           Open Input PartnerCsv
           If WS-Csv-Status = "35"
               Display "lab3-partner.csv not found -- nothing to "
           Move Spaces to WS-Fld-2
           Move Spaces to WS-Fld-3
           Move Spaces to WS-Fld-4
           Move Spaces to WS-Fld-5
           Move Spaces to WS-Fld-6
           Move 1 to WS-Fld-Num
           Move 0 to WS-Fld-Len
           Move "N" to WS-InQuotes-Flag
                       Add 1 to WS-Fld-Num
                       Move 0 to WS-Fld-Len
                   When Other
                       If WS-Fld-Num < 7 And WS-Fld-Len < 40
                           Add 1 to WS-Fld-Len
                           Evaluate WS-Fld-Num
                               When 1
                               When 4
                                   Move CsvLine(WS-Csv-Sub:1)
                                     to WS-Fld-4(WS-Fld-Len:1)
                               When 5
                                   Move CsvLine(WS-Csv-Sub:1)
                                     to WS-Fld-5(WS-Fld-Len:1)
                               When 6
                                   Move CsvLine(WS-Csv-Sub:1)
                                     to WS-Fld-6(WS-Fld-Len:1)
                           End-Evaluate
                       End-If
               End-Evaluate
           Move Function Upper-Case(Function Trim(WS-Fld-3))
               to WS-Imp-Sex
           Move Function Trim(WS-Fld-4) to WS-Imp-Chip
           Move Function Upper-Case(Function Trim(WS-Fld-5))
               to WS-Imp-Cause
           Move Function Upper-Case(Function Trim(WS-Fld-6))
               to WS-Imp-Location
           If WS-Imp-Cause = Spaces
               Move "UNKN" to WS-Imp-Cause
           End-If
           Evaluate True
               When WS-Imp-Name = Spaces
                   Move "N" to WS-Imp-Valid
                   Move "N" to WS-Imp-Valid
                   Move "BADSEX" to WS-Imp-Reason
           End-Evaluate
           If Import-Row-Valid And WS-Cause-Count > 0
               Move WS-Imp-Cause to WS-Cause-Lookup
               Perform 095-FindCause
               If Not Cause-On-Table
                   Move "N" to WS-Imp-Valid
                   Move "BADCAUSE" to WS-Imp-Reason
               End-If
           End-If
           Move 0 to WS-Imp-Permit
           If Import-Row-Valid And WS-Permit-Count > 0
               Perform 125-CheckPermit
           End-If
           Move "N" to WS-Imp-Trunc
           If Import-Row-Valid
              And Function Length(Function Trim(WS-Imp-Name)) > 12
                   " longer than 12 -- imported truncated."
           End-If.

      *      Species is classified as of today; only a regulated one
      *      needs a permit.
       125-CheckPermit.
           Move Function Trim(Function Upper-Case(WS-Imp-Species))
               to Species
           Perform 055-ClassifySpecies
           If Not Unprotected-Species
               Perform 092-FindPermit
               Evaluate True
                   When WS-Prm-Hit > 0
                       If WS-Permit-Limit(WS-Prm-Hit) > 0
                          And WS-Permit-Held(WS-Prm-Hit)
                              Not < WS-Permit-Limit(WS-Prm-Hit)
                           Move "N" to WS-Imp-Valid
                           Move "PRMLIMIT" to WS-Imp-Reason
                       Else
                           Move WS-Prm-Hit to WS-Imp-Permit
                       End-If
                   When WS-Prm-Lapsed > 0
                       Move "N" to WS-Imp-Valid
                       Move "PRMLAPSED" to WS-Imp-Reason
                   When Other
                       Move "N" to WS-Imp-Valid
                       Move "NOPERMIT" to WS-Imp-Reason
               End-Evaluate
           End-If.

       130-WriteRawRecord.
           Move Spaces to InString
           Move WS-Imp-Name(1:12)    to InString(1:12)
           Move WS-Imp-Species(1:15) to InString(14:15)
           Write InString
           Add 1 to WS-ImportCount
           If WS-Imp-Permit > 0
               Add 1 to WS-Permit-Held(WS-Imp-Permit)
           End-If
           If WS-Imp-Chip Not = Spaces
               Perform 135-RecordChip
           End-If
           Perform 137-RecordCircumstance.

      *      The chip rides the cross-reference by the stored Names
      *      only -- the raw line gets its permanent number at the
               Close ChpFile
           End-If.

      *      Everything through a partner is a transfer in.  The row
      *      maps by Names like the chip row does, and the site stays
      *      blank -- the raw line has not been placed anywhere yet.
       137-RecordCircumstance.
           Open Extend CirFile
           If WS-Cir-Status = "35"
               Open Output CirFile
           End-If
           Move Spaces to CirRecord
           Move WS-Imp-Name(1:12)     to CirNames
           Move WS-Imp-Species(1:15)  to CirSpecies
           Move WS-Imp-Date           to CirDate
           Move "T"                   to CirSource
           Move WS-Imp-Cause          to CirCause
           Move WS-Imp-Location       to CirLocation
           Move "LAB3Q"               to CirProgram
           Write CirRecord
           Close CirFile.

       140-WriteImportReject.
           Add 1 to WS-RejCount
           Move Spaces to ImpRejRecord
           Move WS-CsvLineNum to ImpRejLineNum
           Move WS-Imp-Reason to ImpRejReason
           Move CsvLine       to ImpRejRawLine
           Write ImpRejRecord
           Move "INTAKE"      to WS-Rjl-Kind
           Move WS-Imp-Reason to WS-Rjl-Reason
           Move Spaces        to WS-Rjl-AnimalId
           Perform 870-LogReject.

      *      One acknowledgment row per input row, in the partner's
      *      own column order, so they can load the answer the way we
               " name(s) truncated), rejected "
               Function Trim(WS-RejCountStr)
               " row(s) -- acknowledgments in lab3-partner-ack.csv.".
       COPY CAULOAD.
       COPY SPLOAD.
       COPY PRMLOAD.
       COPY PRMFIND.
       COPY RJLWRT.
