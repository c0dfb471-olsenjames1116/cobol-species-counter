      *      James Olsen
      *      This program prints the wildlife release report the agency asks for: every R release Lab3l applied in the month,
      *      read from the lab3-releases.dat log and run through a SORT so the releases come out grouped by species and then by
      *      release site, each line showing the animal, its intake and release dates, the days it spent in care, and the
      *      operator who released it, with a count and average days in care for each species-at-site group.  Each release
      *      is checked against the species' listed habitats on lab3-sphabitat.dat: a site whose habitat is not one of them is
      *      flagged OUT-HABITAT, and a species with no habitats listed at all is flagged NO-LIST so someone adds them.
      *      Federally regulated species (SpMastProt F in the species master entry in force on the release date) sort to the
      *      end and start on their own page, headed for the permit report, which is filed from that page alone -- the page is
      *      printed even when it is empty, because "none this month" is an answer the permit office wants in writing.  The
      *      month comes from a MONTH=yyyymm card in lab3-control.dat or the console, blank meaning last month.  Output goes
      *      to LAB3-REL-RPT.TXT and the console summary line.

       Identification Division.
       Program-ID.  Lab3aq.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select RelFile
            Assign to "lab3-releases.dat"
            Organization is Line Sequential
            File Status is WS-Rel-Status.
           Select HabFile
            Assign to "lab3-sphabitat.dat"
            Organization is Line Sequential
            File Status is WS-Hab-Status.
           Select SpeciesMaster
            Assign to "SPECIES-MASTER.DAT"
            Organization is Line Sequential.
           Select CtlFile
            Assign to "lab3-control.dat"
            Organization is Line Sequential
            File Status is WS-Ctl-Status.
           Select RelRptFile
            Assign to "LAB3-REL-RPT.TXT"
            Organization is Line Sequential.
           Select SortWorkFile
            Assign to "lab3aq-sort.tmp".

       Data Division.
       File Section.
       FD   RelFile.
       COPY RELREC.
       FD   HabFile.
       COPY HABREC.
       FD   SpeciesMaster.
       COPY SPMASTFD.
       FD   CtlFile.
       COPY CTLREC.
       FD   RelRptFile.
       COPY RPTREC.
       SD   SortWorkFile.
       01   SortRecord.
           05  SortFederal     Pic X(1).
           05  SortSpecies     Pic X(15).
           05  SortSiteId      Pic X(6).
           05  SortRelDate     Pic X(8).
           05  SortAnimalId    Pic X(7).
           05  SortNames       Pic X(12).
           05  SortIntakeDate  Pic X(8).
           05  SortCounty      Pic X(15).
           05  SortHabitat     Pic X(8).
           05  SortOperator    Pic X(8).
           05  SortDays        Pic 9(5).
           05  SortDaysKnown   Pic X(1).
           05  SortFlag        Pic X(11).

       Working-Storage Section.
       COPY CTLWS.
       COPY MONWS.
       COPY SPECIES.
       COPY SPTABLE.
       01   WS-Rel-Status       Pic XX.
       01   WS-Rel-EOF          Pic X Value "N".
            88  WS-Rel-AtEnd        Value "Y".
       01   WS-Hab-Status       Pic XX.
       01   WS-Hab-EOF          Pic X Value "N".
            88  WS-Hab-AtEnd        Value "Y".
       01   WS-Hab-Table.
           05  WS-HabTab-Count     Pic 9(4) Value 0.
           05  WS-HabTab-Entry     Occurs 1 to 1000 Times
                                    Depending On WS-HabTab-Count
                                    Indexed by WS-Hab-Idx.
               10  WS-HabTab-Species   Pic X(15).
               10  WS-HabTab-Habitat   Pic X(8).
       01   WS-Hab-Listed       Pic X(1).
            88  Species-Has-List    Value "Y".
       01   WS-Hab-Match        Pic X(1).
            88  Habitat-Listed      Value "Y".
       01   WS-Lookup-Habitat   Pic X(8).
       01   WS-Date-Num         Pic 9(8).
       01   WS-Intake-Int       Pic 9(8).
       01   WS-Release-Int      Pic 9(8).
       01   SortFileEOF         Pic X Value "N".
            88  AtEndOfSortFile     Value "Y".
       01   WS-First-Group      Pic X Value "Y".
            88  First-Group         Value "Y".
       01   WS-Fed-Started      Pic X Value "N".
            88  Federal-Page-Started Value "Y".
       01   WS-Group-Species    Pic X(15).
       01   WS-Group-SiteId     Pic X(6).
       01   WS-Group-Count      Pic 9(5) Value 0.
       01   WS-Group-Known      Pic 9(5) Value 0.
       01   WS-Group-Days       Pic 9(7) Value 0.
       01   WS-Group-Avg        Pic 9(5).
       01   WS-Group-CountEd    Pic ZZZZ9.
       01   WS-Group-AvgEd      Pic ZZZZ9.
       01   WS-DaysEd           Pic ZZZZ9.
       01   WS-Rel-Count        Pic 9(6) Value 0.
       01   WS-Fed-Count        Pic 9(6) Value 0.
       01   WS-Flag-Count       Pic 9(6) Value 0.
       01   WS-Rel-CountEd      Pic ZZZZZ9.
       01   WS-Fed-CountEd      Pic ZZZZZ9.
       01   WS-Flag-CountEd     Pic ZZZZZ9.

       Procedure Division.
       000-Main.
           Perform 070-SetReportMonth
           If Not Month-Set
               Display "Lab3aq: no valid report month -- nothing "
                   "reported."
               Stop Run
           End-If
           Perform 050-LoadSpeciesTable
           Perform 080-LoadHabitatTable
           Sort SortWorkFile
               On Ascending Key SortFederal SortSpecies SortSiteId
                                SortRelDate SortAnimalId
               Input Procedure 100-SelectReleases
               Output Procedure 200-WriteReleaseReport
           Move WS-Rel-Count  to WS-Rel-CountEd
           Move WS-Fed-Count  to WS-Fed-CountEd
           Move WS-Flag-Count to WS-Flag-CountEd
           Display "Lab3aq: " Function Trim(WS-Rel-CountEd)
               " release(s) for " WS-Rpt-Month ", "
               Function Trim(WS-Fed-CountEd) " federal, "
               Function Trim(WS-Flag-CountEd)
               " habitat flag(s) -- see LAB3-REL-RPT.TXT."
           Stop Run.

       080-LoadHabitatTable.
           Move 0 to WS-HabTab-Count
           Open Input HabFile
           If WS-Hab-Status = "35"
               Display "lab3-sphabitat.dat not found -- every release "
                   "will be flagged NO-LIST."
           Else
               Move "N" to WS-Hab-EOF
               Perform Until WS-Hab-AtEnd
                   Read HabFile
                       At End
                           Move "Y" to WS-Hab-EOF
                       Not At End
                           If HabSpecies Not = Spaces
                              And WS-HabTab-Count < 1000
                               Add 1 to WS-HabTab-Count
                               Set WS-Hab-Idx to WS-HabTab-Count
                               Move Function Trim(Function
                                   Upper-Case(HabSpecies))
                                   to WS-HabTab-Species(WS-Hab-Idx)
                               Move Function Upper-Case(HabHabitat)
                                   to WS-HabTab-Habitat(WS-Hab-Idx)
                           End-If
                   End-Read
               End-Perform
               Close HabFile
           End-If.

      *      Every habitat row for the species is looked at: one that
      *      matches the site's habitat clears the release, and a
      *      species with no rows at all cannot be checked.
       090-CheckHabitat.
           Move "N" to WS-Hab-Listed
           Move "N" to WS-Hab-Match
           Move Function Upper-Case(RelHabitat) to WS-Lookup-Habitat
           Perform Varying WS-Hab-Idx From 1 By 1
                   Until WS-Hab-Idx > WS-HabTab-Count
               If WS-HabTab-Species(WS-Hab-Idx) = Species
                   Move "Y" to WS-Hab-Listed
                   If WS-HabTab-Habitat(WS-Hab-Idx)
                       = WS-Lookup-Habitat
                       Move "Y" to WS-Hab-Match
                   End-If
               End-If
           End-Perform.

       100-SelectReleases.
           Open Input RelFile
           If WS-Rel-Status = "35"
               Display "lab3-releases.dat not found -- no releases "
                   "recorded yet."
           Else
               Perform Until WS-Rel-AtEnd
                   Read RelFile
                       At End
                           Move "Y" to WS-Rel-EOF
                       Not At End
                           If RelDate(1:6) = WS-Rpt-Month
                               Perform 110-ReleaseOneRelease
                           End-If
                   End-Read
               End-Perform
               Close RelFile
           End-If.

       110-ReleaseOneRelease.
           Move Function Trim(Function Upper-Case(RelSpecies))
               to Species
           Move RelDate to WS-AsOf-Date
           Perform 055-ClassifySpecies
           Move Spaces to SortRecord
           If WS-Prot-Code = "F"
               Move "Y" to SortFederal
           Else
               Move "N" to SortFederal
           End-If
           Move Species        to SortSpecies
           Move RelSiteId      to SortSiteId
           Move RelDate        to SortRelDate
           Move RelAnimalId    to SortAnimalId
           Move RelNames       to SortNames
           Move RelIntakeDate  to SortIntakeDate
           Move RelCounty      to SortCounty
           Move RelHabitat     to SortHabitat
           Move RelOperator    to SortOperator
           Move 0 to SortDays
           Move "N" to SortDaysKnown
           If RelIntakeDate Numeric And RelDate Numeric
               Move RelIntakeDate to WS-Date-Num
               Compute WS-Intake-Int =
                   Function Integer-of-Date(WS-Date-Num)
               Move RelDate to WS-Date-Num
               Compute WS-Release-Int =
                   Function Integer-of-Date(WS-Date-Num)
               If WS-Release-Int >= WS-Intake-Int
                   Compute SortDays = WS-Release-Int - WS-Intake-Int
                   Move "Y" to SortDaysKnown
               End-If
           End-If
           Perform 090-CheckHabitat
           Evaluate True
               When Not Species-Has-List
                   Move "NO-LIST" to SortFlag
               When Not Habitat-Listed
                   Move "OUT-HABITAT" to SortFlag
               When Other
                   Move Spaces to SortFlag
           End-Evaluate
           Release SortRecord.

       200-WriteReleaseReport.
           Open Output RelRptFile
           Perform 210-WriteReportHeader
           Move "N" to SortFileEOF
           Move "Y" to WS-First-Group
           Perform Until AtEndOfSortFile
               Return SortWorkFile
                   At End
                       Move "Y" to SortFileEOF
                   Not At End
                       Perform 220-WriteOneRelease
               End-Return
           End-Perform
           If Not First-Group
               Perform 240-WriteGroupSubtotal
           End-If
           If Not Federal-Page-Started
               Perform 250-StartFederalPage
               Move "  (NO FEDERALLY REGULATED RELEASES THIS MONTH)"
                   to RptRecord
               Write RptRecord
           End-If
           Perform 260-WriteReportTotals
           Close RelRptFile.

       210-WriteReportHeader.
           Move Spaces to RptRecord
           Move "LAB3 WILDLIFE RELEASE REPORT" to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           String "MONTH: " WS-Rpt-Year "/" WS-Rpt-Mon
                  "   RUN DATE: " WS-Today-Disp
               Delimited by Size Into RptRecord
           Write RptRecord.

       220-WriteOneRelease.
           If Not First-Group
              And (SortSpecies Not = WS-Group-Species
                Or SortSiteId Not = WS-Group-SiteId
                Or (SortFederal = "Y" And Not Federal-Page-Started))
               Perform 240-WriteGroupSubtotal
           End-If
           If SortFederal = "Y" And Not Federal-Page-Started
               Perform 250-StartFederalPage
           End-If
           If First-Group
              Or SortSpecies Not = WS-Group-Species
              Or SortSiteId Not = WS-Group-SiteId
               Perform 230-WriteGroupHeader
           End-If
           Add 1 to WS-Group-Count
           Add 1 to WS-Rel-Count
           If SortFederal = "Y"
               Add 1 to WS-Fed-Count
           End-If
           If SortFlag Not = Spaces
               Add 1 to WS-Flag-Count
           End-If
           Move Spaces to RptRecord
           Move SortAnimalId   to RptRecord(1:7)
           Move SortNames      to RptRecord(10:12)
           Move SortIntakeDate to RptRecord(24:8)
           Move SortRelDate    to RptRecord(34:8)
           If SortDaysKnown = "Y"
               Add 1 to WS-Group-Known
               Add SortDays to WS-Group-Days
               Move SortDays to WS-DaysEd
               Move WS-DaysEd to RptRecord(44:5)
           Else
               Move "    ?" to RptRecord(44:5)
           End-If
           Move SortOperator   to RptRecord(51:8)
           Move SortFlag       to RptRecord(61:11)
           Write RptRecord.

       230-WriteGroupHeader.
           Move SortSpecies to WS-Group-Species
           Move SortSiteId  to WS-Group-SiteId
           Move "N" to WS-First-Group
           Move 0 to WS-Group-Count
           Move 0 to WS-Group-Known
           Move 0 to WS-Group-Days
           Move Spaces to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           String Function Trim(SortSpecies) Delimited by Size
                  " RELEASED AT " Delimited by Size
                  SortSiteId Delimited by Size
                  " (" Delimited by Size
                  Function Trim(SortCounty) Delimited by Size
                  " COUNTY, " Delimited by Size
                  Function Trim(SortHabitat) Delimited by Size
                  ")" Delimited by Size
               Into RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move "ANIMAL   NAMES         INTAKE    RELEASED   DAYS"
               to RptRecord(1:48)
           Move "OPERATOR  FLAG" to RptRecord(51:14)
           Write RptRecord
           Move Spaces to RptRecord
           Move "-------  ------------  --------  --------  -----"
               to RptRecord
           Move "--------  -----------" to RptRecord(51:21)
           Write RptRecord.

       240-WriteGroupSubtotal.
           Move WS-Group-Count to WS-Group-CountEd
           Move Spaces to RptRecord
           If WS-Group-Known > 0
               Compute WS-Group-Avg Rounded =
                   WS-Group-Days / WS-Group-Known
               Move WS-Group-Avg to WS-Group-AvgEd
               String "  " Delimited by Size
                      Function Trim(WS-Group-CountEd) Delimited by Size
                      " RELEASE(S), AVERAGE " Delimited by Size
                      Function Trim(WS-Group-AvgEd) Delimited by Size
                      " DAY(S) IN CARE" Delimited by Size
                   Into RptRecord
           Else
               String "  " Delimited by Size
                      Function Trim(WS-Group-CountEd) Delimited by Size
                      " RELEASE(S), DAYS IN CARE UNKNOWN"
                          Delimited by Size
                   Into RptRecord
           End-If
           Write RptRecord.

      *      The permit report is filed from this page alone, so it
      *      starts on a fresh page with its own heading.
       250-StartFederalPage.
           Move "Y" to WS-Fed-Started
           Move "Y" to WS-First-Group
           Move Spaces to RptRecord
           Write RptRecord After Advancing Page
           Move "LAB3 WILDLIFE RELEASE REPORT -- FEDERALLY REGULATED "
               to RptRecord
           Move "SPECIES" to RptRecord(53:7)
           Write RptRecord
           Move Spaces to RptRecord
           String "MONTH: " WS-Rpt-Year "/" WS-Rpt-Mon
                  "   RUN DATE: " WS-Today-Disp
                  "   FOR THE PERMIT REPORT"
               Delimited by Size Into RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Write RptRecord.

       260-WriteReportTotals.
           Move WS-Rel-Count  to WS-Rel-CountEd
           Move WS-Fed-Count  to WS-Fed-CountEd
           Move WS-Flag-Count to WS-Flag-CountEd
           Move Spaces to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           String "RELEASES: " Delimited by Size
                  Function Trim(WS-Rel-CountEd) Delimited by Size
                  "   FEDERAL: " Delimited by Size
                  Function Trim(WS-Fed-CountEd) Delimited by Size
                  "   HABITAT FLAGS: " Delimited by Size
                  Function Trim(WS-Flag-CountEd) Delimited by Size
               Into RptRecord
           Write RptRecord.

       COPY SPLOAD.
       COPY CTLIO.
       COPY MONSET.
