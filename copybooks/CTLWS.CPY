      *                      run of record)
      *        WINDOW=nnn    how many trailing history records the
      *                      Lab3v forecast derives its trend from
      *        MONTH=yyyymm  the calendar month the monthly analysis
      *                      reports cover (Lab3ap)
      *        SURVWIN=nnn   days in the Lab3au surveillance window
      *        SURVBASE=nnn  days of trailing baseline before it
      *        SURVPCT=nnn   percent of the baseline rate a reason
      *                      code must pass to raise a cluster alert
      *        SURVMIN=nnn   fewest window visits that can alert
      *        CORRDAYS=nnn  days after an operator's entry in which
      *                      another operator's change counts as a
      *                      correction of it (Lab3bb)
      *        SPIKEPCT=nnn  percent of last month's activity an
      *                      operator must pass to raise an alert
      *        SPIKEMIN=nnn  fewest entries in a month that can alert
      *        WAITSLOTS=nn  intake appointments a site takes in one
      *                      day from the waitlist (Lab3bd)
      *        ADPRETAIN=nn  years after an adopter's last adoption
      *                      their name and phone are kept (Lab3bg)
      *        BUSDATE=yyyymmdd  the business date a catch-up run is
      *                      processing (run_lab3b_catchup.sh writes
      *                      it): Lab3j stamps new arrivals with it,
      *                      the classification runs date their
      *                      history, CSV, compliance and run-ledger
      *                      records with it, Lab3af balances it, and
      *                      Lab3au, Lab3az and Lab3bd measure their
      *                      windows and due dates from it
      *        CATCHDAYS=nnn how many days back Lab3bj looks for
      *                      nights missing from the run ledger
      *        FEESTART=yyyymmdd  the first adoption date Lab3bl
      *                      holds to a fee receipt (the day the desk
      *                      started keying receipts; the earliest
      *                      receipt on file when the card is absent)
      *        LOSTWIN=nnn   days after an animal was lost in which an
      *                      intake of the same species and gender is
      *                      a possible match (Lab3bn)
      *        LOSTEXP=nnn   days a lost report stays open before
      *                      Lab3bn closes it and notifies the reporter
      *      The Lab3bi ad hoc selection takes its criteria from SEL
      *      cards; any one of them present means the whole selection
      *      comes from the file and the console is not asked:
      *        SELCLASS=ccc  class codes to select, e.g. R or BM
      *        SELSPECIES=x  one species, as named on the master
      *        SELGENDER=gg  genders to select, e.g. F or MF
      *        SELSITE=xxxx  one site (InSite)
      *        SELDISP=ccc   disposition codes; O selects on hand
      *        SELINFROM=yyyymmdd / SELINTO=yyyymmdd
      *                      intake date range (inclusive)
      *        SELDSPFROM=yyyymmdd / SELDSPTO=yyyymmdd
      *                      disposition date range (inclusive)
      *        SELFOSTER=Y/N in foster care now, or not
      *        SELFOSTDAY=n  in foster care at least n days
      *        SELPROT=Y/N/F/S  protected (F or S), unprotected, or
      *                      the one protection status
      *        SELARCH=name  a Lab3u archive dataset to search as
      *                      well as lab3-in.dat (up to 10 cards)
       01   WS-Ctl-Status       Pic XX.
       01   WS-Ctl-EOF          Pic X Value "N".
            88  WS-Ctl-AtEnd        Value "Y".
       01   WS-Ctl-Key          Pic X(10).
       01   WS-Ctl-Value        Pic X(60).
       01   WS-Ctl-Limit        Pic 9(4) Value 0.
       01   WS-Ctl-Limit-Flag   Pic X Value "N".
            88  Ctl-Limit-Present   Value "Y".
       01   WS-Ctl-Window       Pic 9(3) Value 0.
       01   WS-Ctl-Window-Flag  Pic X Value "N".
            88  Ctl-Window-Present  Value "Y".
       01   WS-Ctl-Month        Pic X(6) Value Spaces.
       01   WS-Ctl-Month-Flag   Pic X Value "N".
            88  Ctl-Month-Present   Value "Y".
       01   WS-Ctl-SurvWin      Pic 9(3) Value 0.
       01   WS-Ctl-SurvWin-Flag Pic X Value "N".
            88  Ctl-SurvWin-Present Value "Y".
       01   WS-Ctl-SurvBase     Pic 9(3) Value 0.
       01   WS-Ctl-SurvBase-Flag Pic X Value "N".
            88  Ctl-SurvBase-Present Value "Y".
       01   WS-Ctl-SurvPct      Pic 9(3) Value 0.
       01   WS-Ctl-SurvPct-Flag Pic X Value "N".
            88  Ctl-SurvPct-Present Value "Y".
       01   WS-Ctl-SurvMin      Pic 9(3) Value 0.
       01   WS-Ctl-SurvMin-Flag Pic X Value "N".
            88  Ctl-SurvMin-Present Value "Y".
       01   WS-Ctl-CorrDays     Pic 9(3) Value 0.
       01   WS-Ctl-CorrDays-Flag Pic X Value "N".
            88  Ctl-CorrDays-Present Value "Y".
       01   WS-Ctl-SpikePct     Pic 9(3) Value 0.
       01   WS-Ctl-SpikePct-Flag Pic X Value "N".
            88  Ctl-SpikePct-Present Value "Y".
       01   WS-Ctl-SpikeMin     Pic 9(3) Value 0.
       01   WS-Ctl-SpikeMin-Flag Pic X Value "N".
            88  Ctl-SpikeMin-Present Value "Y".
       01   WS-Ctl-WaitSlots    Pic 9(2) Value 0.
       01   WS-Ctl-WaitSlots-Flag Pic X Value "N".
            88  Ctl-WaitSlots-Present Value "Y".
       01   WS-Ctl-AdpRetain    Pic 9(2) Value 0.
       01   WS-Ctl-AdpRetain-Flag Pic X Value "N".
            88  Ctl-AdpRetain-Present Value "Y".
       01   WS-Ctl-BusDate      Pic X(8) Value Spaces.
       01   WS-Ctl-BusDate-Flag Pic X Value "N".
            88  Ctl-BusDate-Present Value "Y".
       01   WS-Ctl-CatchDays    Pic 9(3) Value 0.
       01   WS-Ctl-CatchDays-Flag Pic X Value "N".
            88  Ctl-CatchDays-Present Value "Y".
       01   WS-Ctl-FeeStart     Pic X(8) Value Spaces.
       01   WS-Ctl-FeeStart-Flag Pic X Value "N".
            88  Ctl-FeeStart-Present Value "Y".
       01   WS-Ctl-LostWin      Pic 9(3) Value 0.
       01   WS-Ctl-LostWin-Flag Pic X Value "N".
            88  Ctl-LostWin-Present Value "Y".
       01   WS-Ctl-LostExp      Pic 9(3) Value 0.
       01   WS-Ctl-LostExp-Flag Pic X Value "N".
            88  Ctl-LostExp-Present Value "Y".
       01   WS-Ctl-Sel-Flag     Pic X Value "N".
            88  Ctl-Sel-Present     Value "Y".
       01   WS-Ctl-Sel-Criteria.
           05  WS-Ctl-SelClass     Pic X(7)  Value Spaces.
           05  WS-Ctl-SelSpecies   Pic X(15) Value Spaces.
           05  WS-Ctl-SelGender    Pic X(3)  Value Spaces.
           05  WS-Ctl-SelSite      Pic X(10) Value Spaces.
           05  WS-Ctl-SelDisp      Pic X(5)  Value Spaces.
           05  WS-Ctl-SelInFrom    Pic X(8)  Value Spaces.
           05  WS-Ctl-SelInTo      Pic X(8)  Value Spaces.
           05  WS-Ctl-SelDspFrom   Pic X(8)  Value Spaces.
           05  WS-Ctl-SelDspTo     Pic X(8)  Value Spaces.
           05  WS-Ctl-SelFoster    Pic X(1)  Value Space.
           05  WS-Ctl-SelFostDay   Pic 9(3)  Value 0.
           05  WS-Ctl-SelProt      Pic X(1)  Value Space.
       01   WS-Ctl-SelArch-Table.
           05  WS-Ctl-SelArch-Count Pic 9(2) Value 0.
           05  WS-Ctl-SelArch      Occurs 10 Times Pic X(40).
