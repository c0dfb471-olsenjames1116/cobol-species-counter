      *      Shared procedure text: load the cause-of-admission code
      *      table from lab3-causes.dat -- a missing file just means
      *      no codes yet -- and look one code up in it.  Codes are
      *      normalized to trimmed upper-case on the way in, the same
      *      as the callers normalize what the desk keys.  COPY
      *      CAULOAD into the Procedure Division.
       090-LoadCauseTable.
           Move 0 to WS-Cause-Count
           Open Input CauFile
           If WS-Cau-Status = "35"
               Continue
           Else
               Move "N" to WS-Cau-EOF
               Perform Until WS-Cau-AtEnd
                   Read CauFile
                       At End
                           Move "Y" to WS-Cau-EOF
                       Not At End
                           If CauCode Not = Spaces
                              And WS-Cause-Count < 100
                               Add 1 to WS-Cause-Count
                               Set WS-Cau-Idx to WS-Cause-Count
                               Move Function Trim(Function
                                   Upper-Case(CauCode))
                                   to WS-Cause-Code(WS-Cau-Idx)
                               Move CauDesc
                                   to WS-Cause-Desc(WS-Cau-Idx)
                           End-If
                   End-Read
               End-Perform
               Close CauFile
           End-If.

       095-FindCause.
           Move "N" to WS-Cause-Found
           If WS-Cause-Count > 0
               Set WS-Cau-Idx to 1
               Search WS-Cause-Entry
                   At End
                       Continue
                   When WS-Cause-Code(WS-Cau-Idx) = WS-Cause-Lookup
                       Move "Y" to WS-Cause-Found
               End-Search
           End-If.
