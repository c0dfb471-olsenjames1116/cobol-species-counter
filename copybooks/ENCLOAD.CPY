      *      Shared procedure text: load the enclosure master from
      *      lab3-enclosures.dat -- a missing file loads no
      *      enclosures -- and look one site/enclosure pair up in it.
      *      Site and enclosure are normalized to trimmed upper-case
      *      on the way in, the same as the callers normalize InSite
      *      and what the transactions carry.  COPY ENCLOAD into the
      *      Procedure Division.
       098-LoadEnclosures.
           Move 0 to WS-Encl-Count
           Open Input EncFile
           If WS-Enc-Status = "35"
               Continue
           Else
               Move "N" to WS-Enc-EOF
               Perform Until WS-Enc-AtEnd
                   Read EncFile
                       At End
                           Move "Y" to WS-Enc-EOF
                       Not At End
                           If EncSite Not = Spaces
                              And EncId Not = Spaces
                              And WS-Encl-Count < 500
                               Add 1 to WS-Encl-Count
                               Set WS-Enc-Idx to WS-Encl-Count
                               Move Function Trim(Function
                                   Upper-Case(EncSite))
                                   to WS-Encl-Site(WS-Enc-Idx)
                               Move Function Trim(Function
                                   Upper-Case(EncId))
                                   to WS-Encl-Id(WS-Enc-Idx)
                               Move EncType
                                   to WS-Encl-Type(WS-Enc-Idx)
                               Move Function Upper-Case(EncClasses)
                                   to WS-Encl-Classes(WS-Enc-Idx)
                               If EncLimit Numeric
                                   Move EncLimit
                                       to WS-Encl-Limit(WS-Enc-Idx)
                               Else
                                   Move 0
                                       to WS-Encl-Limit(WS-Enc-Idx)
                               End-If
                               Move 0 to WS-Encl-Occupied(WS-Enc-Idx)
                           End-If
                   End-Read
               End-Perform
               Close EncFile
           End-If.

       099-FindEnclosure.
           Move "N" to WS-Encl-Found
           If WS-Encl-Count > 0
               Set WS-Enc-Idx to 1
               Search WS-Encl-Entry
                   At End
                       Continue
                   When WS-Encl-Site(WS-Enc-Idx) = WS-Encl-Site-Key
                    And WS-Encl-Id(WS-Enc-Idx) = WS-Encl-Id-Key
                       Move "Y" to WS-Encl-Found
               End-Search
           End-If.
