      *      released after the indexed file is closed, so a front-desk write (Lab3w, Lab3k, Lab3l, Lab3n, Lab3t) can no
      *      longer land mid-rebuild and be clobbered when the rebuilt file is written back -- the writers refuse to open the
      *      file while the flag is up.  A lock already held at startup refuses the rebuild with RC 8 instead of running two
      *      rebuilds into each other; a stale lock from an abend is cleared by a supervisor through Lab3ai.  The rebuild now
      *      reads the control cards: under a BUSDATE= card (run_lab3b_catchup.sh catching up a missed night) new arrivals are
      *      stamped with that business date as their intake date instead of today's.

       Identification Division.
       Program-ID.  Lab3j.
            Assign to "INLOCK"
            Organization is Line Sequential
            File Status is WS-Lck-Status.
           Select CtlFile
            Assign to "CTLFILE"
            Organization is Line Sequential
            File Status is WS-Ctl-Status.

       Data Division.
       File Section.
       COPY SEQREC.
       FD   LckFile.
       COPY LCKREC.
       FD   CtlFile.
       COPY CTLREC.
       Working-Storage Section.
       COPY AUDWS.
       COPY LCKWS.
       COPY GENWS.
       COPY ALSWS.
       COPY SEQWS.
       COPY CTLWS.
       01   WS-Stamp-Date-Raw   Pic 9(8).
       01   WS-Stamp-Date       Pic X(8).
       01   InStringLength      Pic 99.
               10  WS-Prior-FosHome    Pic X(6).
               10  WS-Prior-FosDate    Pic X(8).
               10  WS-Prior-Site       Pic X(10).
               10  WS-Prior-Encl       Pic X(6).
               10  WS-Prior-WaitNo     Pic X(6).
               10  WS-Prior-Seen       Pic X(1).
                   88  Prior-Seen-In-Raw   Value "Y".
       01   WS-Prior-Found      Pic X(1) Value "N".
           Perform 041-SetInFileLock
           Accept WS-Stamp-Date-Raw From Date YYYYMMDD
           Move WS-Stamp-Date-Raw to WS-Stamp-Date
           Perform 800-ReadControlFile
           If Ctl-BusDate-Present
               Move WS-Ctl-BusDate to WS-Stamp-Date
           End-If
           Perform 840-OpenAuditJournal
           Perform 060-LoadAliasTable
           Perform 070-LoadTombstoneTable
                               WS-Prior-FosDate(WS-Prior-Idx)
                           Move InSite to
                               WS-Prior-Site(WS-Prior-Idx)
                           Move InEnclosure to
                               WS-Prior-Encl(WS-Prior-Idx)
                           Move InWaitNo to
                               WS-Prior-WaitNo(WS-Prior-Idx)
                           Move "N" to
                               WS-Prior-Seen(WS-Prior-Idx)
                   End-Read
               Move WS-Prior-FosHome(WS-Prior-Sub)  to InFosterHome
               Move WS-Prior-FosDate(WS-Prior-Sub)  to InFosterDate
               Move WS-Prior-Site(WS-Prior-Sub)     to InSite
               Move WS-Prior-Encl(WS-Prior-Sub)     to InEnclosure
               Move WS-Prior-WaitNo(WS-Prior-Sub)   to InWaitNo
               Write InRecord
                   Invalid Key
                       Continue
               Move WS-Prior-FosHome(WS-Prior-Idx)  to InFosterHome
               Move WS-Prior-FosDate(WS-Prior-Idx)  to InFosterDate
               Move WS-Prior-Site(WS-Prior-Idx)     to InSite
               Move WS-Prior-Encl(WS-Prior-Idx)     to InEnclosure
               Move WS-Prior-WaitNo(WS-Prior-Idx)   to InWaitNo
               Move "Y" to WS-Prior-Seen(WS-Prior-Idx)
               Add 1 to WS-CarryCount
           End-If.
       COPY ALSLOAD.
       COPY SEQIO.
       COPY LCKCHK.
       COPY CTLIO.
