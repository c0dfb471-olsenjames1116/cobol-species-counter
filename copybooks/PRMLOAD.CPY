      *      Shared procedure text: load the permit master from
      *      lab3-permits.dat.  Permit numbers and covered species are
      *      normalized to trimmed upper-case on the way in, the way
      *      SPLOAD normalizes the species master; a permit's rows
      *      after its first only add to what it covers.  PRMFIND
      *      does the lookups against the loaded tables.  COPY
      *      PRMLOAD into the Procedure Division.
       091-LoadPermits.
           Accept WS-Prm-Today-Raw From Date YYYYMMDD
           Move WS-Prm-Today-Raw to WS-Prm-Today
           Move 0 to WS-Permit-Count
           Move 0 to WS-Cover-Count
           Open Input PrmFile
           If WS-Prm-Status = "35"
               Continue
           Else
               Move "N" to WS-Prm-EOF
               Perform Until WS-Prm-AtEnd
                   Read PrmFile
                       At End
                           Move "Y" to WS-Prm-EOF
                       Not At End
                           If PrmNumber Not = Spaces
                              And PrmCover Not = Spaces
                               Perform 094-AddPermitRow
                           End-If
                   End-Read
               End-Perform
               Close PrmFile
           End-If.

       094-AddPermitRow.
           Move 0 to WS-Prm-Sub
           Perform Varying WS-Prm-Idx From 1 By 1
                   Until WS-Prm-Idx > WS-Permit-Count
                      Or WS-Prm-Sub > 0
               If WS-Permit-Number(WS-Prm-Idx)
                   = Function Trim(Function Upper-Case(PrmNumber))
                   Set WS-Prm-Sub to WS-Prm-Idx
               End-If
           End-Perform
           If WS-Prm-Sub = 0 And WS-Permit-Count < 100
               Add 1 to WS-Permit-Count
               Move WS-Permit-Count to WS-Prm-Sub
               Move Function Trim(Function Upper-Case(PrmNumber))
                   to WS-Permit-Number(WS-Prm-Sub)
               Move Function Upper-Case(PrmAgency)
                   to WS-Permit-Agency(WS-Prm-Sub)
               If PrmLimit Numeric
                   Move PrmLimit to WS-Permit-Limit(WS-Prm-Sub)
               Else
                   Move 0 to WS-Permit-Limit(WS-Prm-Sub)
               End-If
               If PrmExpiry = Spaces
                   Move "99999999" to WS-Permit-Expiry(WS-Prm-Sub)
               Else
                   Move PrmExpiry to WS-Permit-Expiry(WS-Prm-Sub)
               End-If
               Move 0 to WS-Permit-Held(WS-Prm-Sub)
           End-If
           If WS-Prm-Sub > 0 And WS-Cover-Count < 300
               Add 1 to WS-Cover-Count
               Move WS-Prm-Sub to WS-Cover-Permit(WS-Cover-Count)
               Move Function Upper-Case(PrmScope)
                   to WS-Cover-Scope(WS-Cover-Count)
               Move Function Trim(Function Upper-Case(PrmCover))
                   to WS-Cover-Value(WS-Cover-Count)
           End-If.
