      *      Shared procedure text: find the permit covering one
      *      species, and count what each permit is holding now.  A
      *      permit naming the species itself wins over one covering
      *      its whole class -- a lapsed species permit is not rescued
      *      by a class permit -- and among several in force the first
      *      with room under its limit is taken.  Needs PRMLOAD and
      *      SPLOAD; 093 reads InFile from the top.  COPY PRMFIND into
      *      the Procedure Division.
       092-FindPermit.
           Move 0 to WS-Prm-Hit
           Move 0 to WS-Prm-Lapsed
           Perform Varying WS-Cov-Sub From 1 By 1
                   Until WS-Cov-Sub > WS-Cover-Count
               If WS-Cover-Scope(WS-Cov-Sub) = "S"
                  And WS-Cover-Value(WS-Cov-Sub) = Species
                   Perform 096-TakeCoveringPermit
               End-If
           End-Perform
           If WS-Prm-Hit = 0 And WS-Prm-Lapsed = 0
               Perform Varying WS-Cov-Sub From 1 By 1
                       Until WS-Cov-Sub > WS-Cover-Count
                   If WS-Cover-Scope(WS-Cov-Sub) = "C"
                      And WS-Cover-Value(WS-Cov-Sub)(1:1)
                          = WS-Class-Code
                       Perform 096-TakeCoveringPermit
                   End-If
               End-Perform
           End-If.

      *      Only regulated species count against a permit -- a class
      *      permit for birds does not hold a pelican.
       093-CountPermitHolds.
           Perform Varying WS-Prm-Sub From 1 By 1
                   Until WS-Prm-Sub > WS-Permit-Count
               Move 0 to WS-Permit-Held(WS-Prm-Sub)
           End-Perform
           Move Low-Values to InAnimalId
           Move "N" to WS-Prm-Scan-EOF
           Start InFile Key is Not Less Than InAnimalId
               Invalid Key
                   Move "Y" to WS-Prm-Scan-EOF
           End-Start
           Perform Until WS-Prm-Scan-AtEnd
               Read InFile Next Record
                   At End
                       Move "Y" to WS-Prm-Scan-EOF
                   Not At End
                       If In-OnHand
                           Move Function Trim(Function
                               Upper-Case(InSpecies)) to Species
                           Perform 055-ClassifySpecies
                           If Not Unprotected-Species
                               Perform 092-FindPermit
                               If WS-Prm-Hit > 0
                                   Add 1 to WS-Permit-Held(WS-Prm-Hit)
                               Else
                                   If WS-Prm-Lapsed > 0
                                       Add 1 to WS-Permit-Held
                                           (WS-Prm-Lapsed)
                                   End-If
                               End-If
                           End-If
                       End-If
               End-Read
           End-Perform.

       096-TakeCoveringPermit.
           Move WS-Cover-Permit(WS-Cov-Sub) to WS-Prm-Sub
           If WS-Permit-Expiry(WS-Prm-Sub) Not < WS-Prm-Today
               Evaluate True
                   When WS-Prm-Hit = 0
                       Move WS-Prm-Sub to WS-Prm-Hit
                   When WS-Permit-Limit(WS-Prm-Hit) > 0
                    And WS-Permit-Held(WS-Prm-Hit)
                        Not < WS-Permit-Limit(WS-Prm-Hit)
                    And (WS-Permit-Limit(WS-Prm-Sub) = 0
                     Or WS-Permit-Held(WS-Prm-Sub)
                        < WS-Permit-Limit(WS-Prm-Sub))
                       Move WS-Prm-Sub to WS-Prm-Hit
                   When Other
                       Continue
               End-Evaluate
           Else
               If WS-Prm-Lapsed = 0
                   Move WS-Prm-Sub to WS-Prm-Lapsed
               End-If
           End-If.
