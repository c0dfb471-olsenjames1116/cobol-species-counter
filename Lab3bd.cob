      *      James Olsen
      *      This program is the nightly intake waitlist run.  Lab3w puts a caller on lab3-waitlist.dat when the site they asked
      *      for is already at its lab3-sites.dat capacity for the animal's class; this run works out, from tonight's
      *      lab3-in.dat, how much room each site now has -- the on-hand, in-shelter animals counted the way Lab3e and Lab3w
      *      count them, so the places Lab3l dispositions and Lab3an moves have freed show up here the next morning -- and
      *      proposes intake appointments to the callers waiting for it.  An appointment already proposed and not yet due holds
      *      its place and its day; one whose day has gone by without the animal being admitted is counted as missed and put
      *      back to waiting in its original place, keeping the missed date -- it is listed as missed every night and not
      *      offered another day until the desk has reached the caller and cleared the date with Lab3w's R.  Waiting entries are
      *      taken oldest first, site and class by site and class, and each one that has a free place is offered the first day
      *      from tomorrow, within the next 14, on which the site has fewer than WAITSLOTS= appointments (3 when the card is
      *      absent); the entry goes to S with that date so Lab3w recalls it when the caller comes in with the number.  The
      *      report (WAITRPT) lists the appointments proposed tonight for the desk to phone through, those already booked, the
      *      missed ones, every entry still waiting with its place in the queue for its site and class, and the capacity,
      *      occupancy and demand for each site and class with anyone waiting.  It runs in the nightly stream after the counts;
      *      a BUSDATE= card sets the day it schedules from for a catch-up run.

       Identification Division.
       Program-ID.  Lab3bd.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select InFile
            Assign to "INFILE"
            Organization is Indexed
            Access Mode is Dynamic
            Record Key is InAnimalId
            File Status is WS-InFile-Status.
           Select SpeciesMaster
            Assign to "SPECMAST"
            Organization is Line Sequential.
           Select SiteFile
            Assign to "SITES"
            Organization is Line Sequential
            File Status is WS-Site-Status.
           Select WtlFile
            Assign to "WAITLIST"
            Organization is Line Sequential
            File Status is WS-Wtl-Status.
           Select CtlFile
            Assign to "CTLFILE"
            Organization is Line Sequential
            File Status is WS-Ctl-Status.
           Select WaitRptFile
            Assign to "WAITRPT"
            Organization is Line Sequential.

       Data Division.
       File Section.
       FD   InFile.
       COPY INIDXREC.
       FD   SpeciesMaster.
       COPY SPMASTFD.
       FD   SiteFile.
       COPY SITEREC.
       FD   WtlFile.
       COPY WTLREC.
       FD   CtlFile.
       COPY CTLREC.
       FD   WaitRptFile.
       COPY RPTREC.

       Working-Storage Section.
       COPY SPECIES.
       COPY SPTABLE.
       COPY CTLWS.
       COPY CAPWS.
       COPY WTLWS.
       01   WS-InFile-Status    Pic XX.
       01   WS-Today-Raw        Pic 9(8).
       01   WS-Today            Pic X(8).
       01   WS-Today-Int        Pic 9(8).
       01   WS-Appt-Num         Pic 9(8).
       01   WS-Appt-Int         Pic 9(8).
       01   WS-Day              Pic 9(2).
       01   WS-Day-Hit          Pic 9(2).
       01   WS-Slots            Pic 9(2).
       01   WS-Class-Sub        Pic 9(1).
      *      Per site and class: appointments holding a place, and
      *      entries still waiting for one.
       01   WS-Demand-Table.
           05  WS-Demand-Site      Occurs 20 Times.
               10  WS-Demand-Class     Occurs 7 Times.
                   15  WS-Booked           Pic 9(5).
                   15  WS-Waiting          Pic 9(5).
      *      Appointments on each site's book for today (day 1) and
      *      the 14 days after.
       01   WS-Slot-Table.
           05  WS-Slot-Site        Occurs 20 Times.
               10  WS-Slot-Day         Occurs 15 Times Pic 9(3).
      *      What tonight's run made of each waitlist row, parallel to
      *      WS-Wtl-Table: P proposed tonight, B booked before, M
      *      missed, W still waiting, blank closed.  WS-Act-Pos is the
      *      place in the queue for its site and class.
       01   WS-Act-Table.
           05  WS-Act-Entry        Occurs 2000 Times.
               10  WS-Act-Code         Pic X(1).
               10  WS-Act-Pos          Pic 9(4).
       01   WS-Sect-Code        Pic X(1).
       01   WS-Sect-Count       Pic 9(4).
       01   WS-Free             Pic S9(5).
       01   WS-Proposed-Count   Pic 9(4) Value 0.
       01   WS-Booked-Count     Pic 9(4) Value 0.
       01   WS-Missed-Count     Pic 9(4) Value 0.
       01   WS-Waiting-Count    Pic 9(4) Value 0.
       01   WS-CountEd          Pic ZZZ9.
       01   WS-CountEd2         Pic ZZZ9.
       01   WS-CountEd3         Pic ZZZ9.
       01   WS-CountEd4         Pic ZZZ9.
       01   WS-Num-Ed           Pic ZZZZ9.
       01   WS-Free-Ed          Pic ZZZZ9.
       01   WS-Work-Line        Pic X(80).

       Procedure Division.
       000-Main.
           Accept WS-Today-Raw From Date YYYYMMDD
           Perform 800-ReadControlFile
           If Ctl-BusDate-Present
               Move WS-Ctl-BusDate to WS-Today-Raw
           End-If
           Move WS-Today-Raw to WS-Today
           Move WS-Today-Raw to WS-AsOf-Date
           Compute WS-Today-Int =
               Function Integer-of-Date(WS-Today-Raw)
           If Ctl-WaitSlots-Present And WS-Ctl-WaitSlots > 0
               Move WS-Ctl-WaitSlots to WS-Slots
           Else
               Move 3 to WS-Slots
           End-If
           Perform 081-LoadSiteCapacity
           If WS-Cap-Count = 0
               Display "lab3-sites.dat is missing or empty -- no "
                   "capacity to schedule the waitlist against."
               Stop Run
           End-If
           Perform 080-LoadWaitlist
           If WS-Wtl-Count = 0
               Display "Lab3bd: the intake waitlist is empty."
               Stop Run
           End-If
           Perform 050-LoadSpeciesTable
           Open Input InFile
           If WS-InFile-Status = "35"
               Display "lab3-in.dat not found -- run Lab3j first."
               Stop Run
           End-If
           Perform 082-CountSiteOccupancy
           Close InFile
           Initialize WS-Demand-Table
           Initialize WS-Slot-Table
           Initialize WS-Act-Table
           Perform 100-ReviewBooked
               Varying WS-Wtl-Sub From 1 By 1
               Until WS-Wtl-Sub > WS-Wtl-Count
           Perform 200-ScheduleWaiting
               Varying WS-Wtl-Sub From 1 By 1
               Until WS-Wtl-Sub > WS-Wtl-Count
           Perform 085-RewriteWaitlist
           Perform 500-WriteReport
           Move WS-Proposed-Count to WS-CountEd
           Move WS-Booked-Count   to WS-CountEd2
           Move WS-Missed-Count   to WS-CountEd3
           Move WS-Waiting-Count  to WS-CountEd4
           Display "Lab3bd: " Function Trim(WS-CountEd)
               " appointment(s) proposed, "
               Function Trim(WS-CountEd2) " already booked, "
               Function Trim(WS-CountEd3) " missed, "
               Function Trim(WS-CountEd4) " still waiting."
           If Waitlist-Table-Full
               Move 8 to Return-Code
           End-If
           Stop Run.

      *      First pass: the appointments already proposed.  One still
      *      to come holds its place against the site's free capacity
      *      and its day against the site's slots; one whose day has
      *      passed is missed and goes back to waiting, keeping the
      *      missed WtlApptDate as the marker until Lab3w clears it
      *      once the desk has reached the caller.  A waiting entry
      *      still carrying that marker is listed as missed again.
       100-ReviewBooked.
           Move WS-Wtl-Line(WS-Wtl-Sub) to WtlRecord
           Evaluate True
               When Wtl-Scheduled
                And WtlApptDate Numeric
                And WtlApptDate Not < WS-Today
                   Move "B" to WS-Act-Code(WS-Wtl-Sub)
                   Add 1 to WS-Booked-Count
                   Perform 110-HoldPlace
               When Wtl-Scheduled
                   Move "M" to WS-Act-Code(WS-Wtl-Sub)
                   Add 1 to WS-Missed-Count
                   Move "W" to WtlStatus
                   Move WtlRecord to WS-Wtl-Line(WS-Wtl-Sub)
               When Wtl-Waiting And WtlApptDate Not = Spaces
                   Move "M" to WS-Act-Code(WS-Wtl-Sub)
                   Add 1 to WS-Missed-Count
               When Other
                   Continue
           End-Evaluate.

       110-HoldPlace.
           Perform 150-FindEntrySite
           If WS-Cap-Hit > 0
               Add 1 to WS-Booked(WS-Cap-Hit, WS-Class-Sub)
               Move WtlApptDate to WS-Appt-Num
               Compute WS-Appt-Int =
                   Function Integer-of-Date(WS-Appt-Num)
               If WS-Appt-Int - WS-Today-Int < 15
                   Compute WS-Day = WS-Appt-Int - WS-Today-Int + 1
                   Add 1 to WS-Slot-Day(WS-Cap-Hit, WS-Day)
               End-If
           End-If.

      *      Second pass, oldest entry first: a waiting entry is
      *      offered the site's first open day when its class has a
      *      free place; otherwise it takes the next place in the
      *      queue.  A missed entry keeps its place but is not offered
      *      another day until the desk has reached the caller.
       200-ScheduleWaiting.
           Move WS-Wtl-Line(WS-Wtl-Sub) to WtlRecord
           If Wtl-Waiting
               If WS-Act-Code(WS-Wtl-Sub) Not = "M"
                   Move "W" to WS-Act-Code(WS-Wtl-Sub)
               End-If
               Perform 150-FindEntrySite
               If WS-Cap-Hit = 0
                   Add 1 to WS-Waiting-Count
               Else
                   Compute WS-Free =
                       WS-Cap-Limit(WS-Cap-Hit, WS-Class-Sub)
                       - WS-Cap-Occ(WS-Cap-Hit, WS-Class-Sub)
                       - WS-Booked(WS-Cap-Hit, WS-Class-Sub)
                   Move 0 to WS-Day-Hit
                   If WS-Free > 0 And WS-Act-Code(WS-Wtl-Sub) = "W"
                       Perform 210-FindOpenDay
                           Varying WS-Day From 2 By 1
                           Until WS-Day > 15 Or WS-Day-Hit > 0
                   End-If
                   If WS-Day-Hit > 0
                       Perform 220-ProposeAppointment
                   Else
                       Add 1 to WS-Waiting(WS-Cap-Hit, WS-Class-Sub)
                       Move WS-Waiting(WS-Cap-Hit, WS-Class-Sub)
                           to WS-Act-Pos(WS-Wtl-Sub)
                       If WS-Act-Code(WS-Wtl-Sub) = "W"
                           Add 1 to WS-Waiting-Count
                       End-If
                   End-If
               End-If
           End-If.

       210-FindOpenDay.
           If WS-Slot-Day(WS-Cap-Hit, WS-Day) < WS-Slots
               Move WS-Day to WS-Day-Hit
           End-If.

       220-ProposeAppointment.
           Add 1 to WS-Slot-Day(WS-Cap-Hit, WS-Day-Hit)
           Add 1 to WS-Booked(WS-Cap-Hit, WS-Class-Sub)
           Compute WS-Appt-Int = WS-Today-Int + WS-Day-Hit - 1
           Compute WS-Appt-Num = Function Date-of-Integer(WS-Appt-Int)
           Move "S" to WtlStatus
           Move WS-Appt-Num to WtlApptDate
           Move WtlRecord to WS-Wtl-Line(WS-Wtl-Sub)
           Move "P" to WS-Act-Code(WS-Wtl-Sub)
           Add 1 to WS-Proposed-Count.

      *      The site and class the entry is waiting on.  A site taken
      *      off the master since the call has nothing to schedule
      *      against, and WS-Cap-Hit comes back 0.
       150-FindEntrySite.
           Move Function Trim(Function Upper-Case(WtlSite))
               to WS-Cap-Lookup
           Perform 083-FindCapSite
           Move WtlClass to WS-Class-Code
           Perform 084-CapClassSub
           Move WS-Cap-Class to WS-Class-Sub.

       500-WriteReport.
           Open Output WaitRptFile
           Move Spaces to RptRecord
           Move "LAB3 INTAKE WAITLIST AND APPOINTMENTS" to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move WS-Slots to WS-Num-Ed
           String "AS OF: " WS-Today
                  "   APPOINTMENTS PER SITE PER DAY: "
                  Function Trim(WS-Num-Ed)
               Delimited by Size Into RptRecord
           Write RptRecord
           Move "P" to WS-Sect-Code
           Move "APPOINTMENTS PROPOSED TONIGHT -- CALL TO CONFIRM"
               to WS-Work-Line
           Perform 510-WriteSection
           Move "B" to WS-Sect-Code
           Move "APPOINTMENTS ALREADY BOOKED" to WS-Work-Line
           Perform 510-WriteSection
           Move "M" to WS-Sect-Code
           Move "MISSED APPOINTMENTS -- CALL, THEN CLEAR WITH LAB3W"
               to WS-Work-Line
           Perform 510-WriteSection
           Move "W" to WS-Sect-Code
           Move "STILL WAITING" to WS-Work-Line
           Perform 510-WriteSection
           Perform 550-WriteCapacity
           Close WaitRptFile.

       510-WriteSection.
           Move Spaces to RptRecord
           Write RptRecord
           Move WS-Work-Line to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move "NUMBER"    to RptRecord(1:6)
           If WS-Sect-Code = "W"
               Move "TAKEN"  to RptRecord(8:5)
           Else
               Move "APPT"   to RptRecord(8:4)
           End-If
           Move "SITE"      to RptRecord(17:4)
           Move "SPECIES"   to RptRecord(28:7)
           Move "CALLER"    to RptRecord(44:6)
           Move "PHONE"     to RptRecord(60:5)
           Move "QUEUE"     to RptRecord(73:5)
           Write RptRecord
           Move Spaces to RptRecord
           Move All "-" to RptRecord(1:6)
           Move All "-" to RptRecord(8:8)
           Move All "-" to RptRecord(17:10)
           Move All "-" to RptRecord(28:15)
           Move All "-" to RptRecord(44:15)
           Move All "-" to RptRecord(60:12)
           Move All "-" to RptRecord(73:5)
           Write RptRecord
           Move 0 to WS-Sect-Count
           Perform 520-WriteOneEntry
               Varying WS-Wtl-Sub From 1 By 1
               Until WS-Wtl-Sub > WS-Wtl-Count
           Move WS-Sect-Count to WS-CountEd
           Move Spaces to RptRecord
           String "  ENTRIES: " Function Trim(WS-CountEd)
               Delimited by Size Into RptRecord
           Write RptRecord.

       520-WriteOneEntry.
           If WS-Act-Code(WS-Wtl-Sub) = WS-Sect-Code
               Add 1 to WS-Sect-Count
               Move WS-Wtl-Line(WS-Wtl-Sub) to WtlRecord
               Move Spaces to RptRecord
               Move WtlNo       to RptRecord(1:6)
               If WS-Sect-Code = "W"
                   Move WtlDate     to RptRecord(8:8)
               Else
                   Move WtlApptDate to RptRecord(8:8)
               End-If
               Move WtlSite     to RptRecord(17:10)
               Move WtlSpecies  to RptRecord(28:15)
               Move WtlContact  to RptRecord(44:15)
               Move WtlPhone    to RptRecord(60:12)
               If WS-Act-Pos(WS-Wtl-Sub) > 0
                   Move WS-Act-Pos(WS-Wtl-Sub) to WS-CountEd
                   Move WS-CountEd to RptRecord(74:4)
               End-If
               Write RptRecord
           End-If.

       550-WriteCapacity.
           Move Spaces to RptRecord
           Write RptRecord
           Move "CAPACITY WHERE CALLERS ARE WAITING" to RptRecord
           Write RptRecord
           Move Spaces to RptRecord
           Move "SITE"      to RptRecord(1:4)
           Move "CLASS"     to RptRecord(12:5)
           Move "CAPACITY"  to RptRecord(24:8)
           Move "IN SHELTER" to RptRecord(34:10)
           Move "BOOKED"    to RptRecord(46:6)
           Move "FREE"      to RptRecord(55:4)
           Move "WAITING"   to RptRecord(62:7)
           Write RptRecord
           Move Spaces to RptRecord
           Move All "-" to RptRecord(1:10)
           Move All "-" to RptRecord(12:10)
           Move All "-" to RptRecord(24:8)
           Move All "-" to RptRecord(34:10)
           Move All "-" to RptRecord(46:6)
           Move All "-" to RptRecord(55:5)
           Move All "-" to RptRecord(62:7)
           Write RptRecord
           Perform Varying WS-Cap-Hit From 1 By 1
                   Until WS-Cap-Hit > WS-Cap-Count
               Perform 560-WriteSiteClass
                   Varying WS-Class-Sub From 1 By 1
                   Until WS-Class-Sub > 7
           End-Perform.

       560-WriteSiteClass.
           If WS-Waiting(WS-Cap-Hit, WS-Class-Sub) > 0
              Or WS-Booked(WS-Cap-Hit, WS-Class-Sub) > 0
               Compute WS-Free =
                   WS-Cap-Limit(WS-Cap-Hit, WS-Class-Sub)
                   - WS-Cap-Occ(WS-Cap-Hit, WS-Class-Sub)
                   - WS-Booked(WS-Cap-Hit, WS-Class-Sub)
               If WS-Free < 0
                   Move 0 to WS-Free
               End-If
               Move Spaces to RptRecord
               Move WS-Cap-Site(WS-Cap-Hit) to RptRecord(1:10)
               Move WS-Cap-Class-Name(WS-Class-Sub)
                   to RptRecord(12:10)
               Move WS-Cap-Limit(WS-Cap-Hit, WS-Class-Sub)
                   to WS-Num-Ed
               Move WS-Num-Ed to RptRecord(27:5)
               Move WS-Cap-Occ(WS-Cap-Hit, WS-Class-Sub) to WS-Num-Ed
               Move WS-Num-Ed to RptRecord(39:5)
               Move WS-Booked(WS-Cap-Hit, WS-Class-Sub) to WS-Num-Ed
               Move WS-Num-Ed to RptRecord(47:5)
               Move WS-Free to WS-Free-Ed
               Move WS-Free-Ed to RptRecord(55:5)
               Move WS-Waiting(WS-Cap-Hit, WS-Class-Sub) to WS-Num-Ed
               Move WS-Num-Ed to RptRecord(64:5)
               Write RptRecord
           End-If.

       COPY SPLOAD.
       COPY CTLIO.
       COPY CAPLOAD.
       COPY WTLIO.
