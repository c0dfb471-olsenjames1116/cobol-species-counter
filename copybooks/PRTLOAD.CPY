      *      Shared procedure text: load the preventive-care protocol
      *      table from lab3-protocol.dat.  Class and reason codes are
      *      normalized to trimmed upper-case on the way in, the same
      *      as Lab3r stores the reason it keys; a row with a
      *      non-numeric day count is skipped rather than scheduled
      *      for day zero.  COPY PRTLOAD into the Procedure Division.
       097-LoadProtocolTable.
           Move 0 to WS-Protocol-Count
           Open Input PrtFile
           If WS-Prt-Status = "35"
               Continue
           Else
               Move "N" to WS-Prt-EOF
               Perform Until WS-Prt-AtEnd
                   Read PrtFile
                       At End
                           Move "Y" to WS-Prt-EOF
                       Not At End
                           If PrtClass Not = Space
                              And PrtReason Not = Spaces
                              And PrtDays Numeric
                              And WS-Protocol-Count < 100
                               Add 1 to WS-Protocol-Count
                               Set WS-Prt-Idx to WS-Protocol-Count
                               Move Function Upper-Case(PrtClass)
                                   to WS-Protocol-Class(WS-Prt-Idx)
                               Move Function Trim(Function
                                   Upper-Case(PrtReason))
                                   to WS-Protocol-Reason(WS-Prt-Idx)
                               Move PrtDays
                                   to WS-Protocol-Days(WS-Prt-Idx)
                               Move PrtDesc
                                   to WS-Protocol-Desc(WS-Prt-Idx)
                           End-If
                   End-Read
               End-Perform
               Close PrtFile
           End-If.
