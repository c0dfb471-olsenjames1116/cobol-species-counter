                           to WS-Ctl-Window
                       Move "Y" to WS-Ctl-Window-Flag
                   End-If
               When "MONTH"
                   If WS-Ctl-Value Not = Spaces
                       Move WS-Ctl-Value(1:6) to WS-Ctl-Month
                       Move "Y" to WS-Ctl-Month-Flag
                   End-If
               When "SURVWIN"
                   If WS-Ctl-Value Not = Spaces
                       Move Function Numval(WS-Ctl-Value)
                           to WS-Ctl-SurvWin
                       Move "Y" to WS-Ctl-SurvWin-Flag
                   End-If
               When "SURVBASE"
                   If WS-Ctl-Value Not = Spaces
                       Move Function Numval(WS-Ctl-Value)
                           to WS-Ctl-SurvBase
                       Move "Y" to WS-Ctl-SurvBase-Flag
                   End-If
               When "SURVPCT"
                   If WS-Ctl-Value Not = Spaces
                       Move Function Numval(WS-Ctl-Value)
                           to WS-Ctl-SurvPct
                       Move "Y" to WS-Ctl-SurvPct-Flag
                   End-If
               When "SURVMIN"
                   If WS-Ctl-Value Not = Spaces
                       Move Function Numval(WS-Ctl-Value)
                           to WS-Ctl-SurvMin
                       Move "Y" to WS-Ctl-SurvMin-Flag
                   End-If
               When "CORRDAYS"
                   If WS-Ctl-Value Not = Spaces
                       Move Function Numval(WS-Ctl-Value)
                           to WS-Ctl-CorrDays
                       Move "Y" to WS-Ctl-CorrDays-Flag
                   End-If
               When "SPIKEPCT"
                   If WS-Ctl-Value Not = Spaces
                       Move Function Numval(WS-Ctl-Value)
                           to WS-Ctl-SpikePct
                       Move "Y" to WS-Ctl-SpikePct-Flag
                   End-If
               When "SPIKEMIN"
                   If WS-Ctl-Value Not = Spaces
                       Move Function Numval(WS-Ctl-Value)
                           to WS-Ctl-SpikeMin
                       Move "Y" to WS-Ctl-SpikeMin-Flag
                   End-If
               When "WAITSLOTS"
                   If WS-Ctl-Value Not = Spaces
                       Move Function Numval(WS-Ctl-Value)
                           to WS-Ctl-WaitSlots
                       Move "Y" to WS-Ctl-WaitSlots-Flag
                   End-If
               When "ADPRETAIN"
                   If WS-Ctl-Value Not = Spaces
                       Move Function Numval(WS-Ctl-Value)
                           to WS-Ctl-AdpRetain
                       Move "Y" to WS-Ctl-AdpRetain-Flag
                   End-If
               When "BUSDATE"
                   If WS-Ctl-Value(1:8) Numeric
                       Move WS-Ctl-Value(1:8) to WS-Ctl-BusDate
                       Move "Y" to WS-Ctl-BusDate-Flag
                   End-If
               When "CATCHDAYS"
                   If WS-Ctl-Value Not = Spaces
                       Move Function Numval(WS-Ctl-Value)
                           to WS-Ctl-CatchDays
                       Move "Y" to WS-Ctl-CatchDays-Flag
                   End-If
               When "FEESTART"
                   If WS-Ctl-Value(1:8) Numeric
                       Move WS-Ctl-Value(1:8) to WS-Ctl-FeeStart
                       Move "Y" to WS-Ctl-FeeStart-Flag
                   End-If
               When "LOSTWIN"
                   If WS-Ctl-Value Not = Spaces
                       Move Function Numval(WS-Ctl-Value)
                           to WS-Ctl-LostWin
                       Move "Y" to WS-Ctl-LostWin-Flag
                   End-If
               When "LOSTEXP"
                   If WS-Ctl-Value Not = Spaces
                       Move Function Numval(WS-Ctl-Value)
                           to WS-Ctl-LostExp
                       Move "Y" to WS-Ctl-LostExp-Flag
                   End-If
               When "SELCLASS"
                   Move Function Upper-Case(WS-Ctl-Value)
                       to WS-Ctl-SelClass
                   Move "Y" to WS-Ctl-Sel-Flag
               When "SELSPECIES"
                   Move Function Trim(Function Upper-Case
                       (WS-Ctl-Value)) to WS-Ctl-SelSpecies
                   Move "Y" to WS-Ctl-Sel-Flag
               When "SELGENDER"
                   Move Function Upper-Case(WS-Ctl-Value)
                       to WS-Ctl-SelGender
                   Move "Y" to WS-Ctl-Sel-Flag
               When "SELSITE"
                   Move Function Trim(Function Upper-Case
                       (WS-Ctl-Value)) to WS-Ctl-SelSite
                   Move "Y" to WS-Ctl-Sel-Flag
               When "SELDISP"
                   Move Function Upper-Case(WS-Ctl-Value)
                       to WS-Ctl-SelDisp
                   Move "Y" to WS-Ctl-Sel-Flag
               When "SELINFROM"
                   Move WS-Ctl-Value(1:8) to WS-Ctl-SelInFrom
                   Move "Y" to WS-Ctl-Sel-Flag
               When "SELINTO"
                   Move WS-Ctl-Value(1:8) to WS-Ctl-SelInTo
                   Move "Y" to WS-Ctl-Sel-Flag
               When "SELDSPFROM"
                   Move WS-Ctl-Value(1:8) to WS-Ctl-SelDspFrom
                   Move "Y" to WS-Ctl-Sel-Flag
               When "SELDSPTO"
                   Move WS-Ctl-Value(1:8) to WS-Ctl-SelDspTo
                   Move "Y" to WS-Ctl-Sel-Flag
               When "SELFOSTER"
                   Move Function Upper-Case(WS-Ctl-Value(1:1))
                       to WS-Ctl-SelFoster
                   Move "Y" to WS-Ctl-Sel-Flag
               When "SELFOSTDAY"
                   If WS-Ctl-Value Not = Spaces
                       Move Function Numval(WS-Ctl-Value)
                           to WS-Ctl-SelFostDay
                   End-If
                   Move "Y" to WS-Ctl-Sel-Flag
               When "SELPROT"
                   Move Function Upper-Case(WS-Ctl-Value(1:1))
                       to WS-Ctl-SelProt
                   Move "Y" to WS-Ctl-Sel-Flag
               When "SELARCH"
                   If WS-Ctl-Value Not = Spaces
                      And WS-Ctl-SelArch-Count < 10
                       Add 1 to WS-Ctl-SelArch-Count
                       Move WS-Ctl-Value
                           to WS-Ctl-SelArch(WS-Ctl-SelArch-Count)
                   End-If
                   Move "Y" to WS-Ctl-Sel-Flag
               When Other
                   Continue
           End-Evaluate.
