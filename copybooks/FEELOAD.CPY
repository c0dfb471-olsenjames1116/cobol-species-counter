      *      Shared procedure text: load the adoption fee schedule and
      *      find the fee an adoption is held to.  Needs FEEWS, an FD
      *      for FeeFile with COPY FEEREC, and SPTABLE for the class
      *      code 055-ClassifySpecies leaves in WS-Class-Code.  A
      *      missing lab3-fees.dat loads nothing, and every fee is
      *      then not in force -- the caller says so rather than
      *      holding anyone to a fee of zero.  COPY FEELOAD into the
      *      Procedure Division.
       086-LoadFeeSchedule.
           Move 0 to WS-Fee-Count
           Open Input FeeFile
           If WS-Fee-Status = "35"
               Continue
           Else
               Move "N" to WS-Fee-EOF
               Perform Until WS-Fee-AtEnd
                   Read FeeFile
                       At End
                           Move "Y" to WS-Fee-EOF
                       Not At End
                           If FeeClass Not = Spaces
                              And FeeAmount Numeric
                              And WS-Fee-Count < 200
                               Add 1 to WS-Fee-Count
                               Set WS-Fee-Idx to WS-Fee-Count
                               Move Function Upper-Case(FeeClass)
                                   to WS-Fee-Class(WS-Fee-Idx)
                               Move FeeAmount
                                   to WS-Fee-Amt(WS-Fee-Idx)
                               Move FeeEffFrom
                                   to WS-Fee-EffFrom(WS-Fee-Idx)
                               If FeeEffFrom = Spaces
                                   Move "00010101"
                                       to WS-Fee-EffFrom(WS-Fee-Idx)
                               End-If
                               Move FeeEffTo
                                   to WS-Fee-EffTo(WS-Fee-Idx)
                               If FeeEffTo = Spaces
                                   Move "99999999"
                                       to WS-Fee-EffTo(WS-Fee-Idx)
                               End-If
                           End-If
                   End-Read
               End-Perform
               Close FeeFile
           End-If.

       087-FindFee.
           Move "N" to WS-Fee-Found
           Move 0 to WS-Fee-Expected
           Move WS-Class-Code to WS-Fee-Lookup
           Perform 088-SearchFee
           If Not Fee-In-Force
               Move "*" to WS-Fee-Lookup
               Perform 088-SearchFee
           End-If.

       088-SearchFee.
           If WS-Fee-Count > 0 And WS-Fee-Lookup Not = Space
               Set WS-Fee-Idx to 1
               Search WS-Fee-Entry
                   At End
                       Continue
                   When WS-Fee-Class(WS-Fee-Idx) = WS-Fee-Lookup
                    And WS-Fee-Date Not < WS-Fee-EffFrom(WS-Fee-Idx)
                    And WS-Fee-Date Not > WS-Fee-EffTo(WS-Fee-Idx)
                       Move "Y" to WS-Fee-Found
                       Move WS-Fee-Amt(WS-Fee-Idx) to WS-Fee-Expected
               End-Search
           End-If.
