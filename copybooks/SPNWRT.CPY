      *      Shared procedure text: raise a notice on
      *      lab3-sponsor-notices.dat for every sponsor of the animal
      *      in InRecord whose sponsorship was running on WS-Spn-Date.
      *      A notice already on file for the same sponsor, animal,
      *      event and date is not raised again -- a transfer passes
      *      through both Lab3l and Lab3x, and a rerun of either must
      *      not post the sponsor a second letter.  Needs SPNWS and FDs
      *      for SpsFile (SPSREC), SpoFile (SPOREC) and SpnFile
      *      (SPNREC).  COPY SPNWRT into the Procedure Division.
       890-NotifySponsors.
           Move 0 to WS-Spn-Hits
           Open Input SpsFile
           If WS-Sps-Status Not = "35"
               Move "N" to WS-Sps-EOF
               Perform Until WS-Sps-AtEnd
                   Read SpsFile
                       At End
                           Move "Y" to WS-Sps-EOF
                       Not At End
                           If SpsAnimalId = InAnimalId
                              And (Sps-Running
                                   Or SpsEndDate Not < WS-Spn-Date)
                               Perform 891-TakeSponsor
                           End-If
                   End-Read
               End-Perform
               Close SpsFile
           End-If
           If WS-Spn-Hits > 0
               Perform 892-DropNoticesOnFile
               Perform 893-LoadSponsorAddresses
               Open Extend SpnFile
               If WS-Spn-Status = "35"
                   Open Output SpnFile
               End-If
               Perform 894-WriteOneNotice
                   Varying WS-Spn-Sub From 1 By 1
                   Until WS-Spn-Sub > WS-Spn-Hits
               Close SpnFile
           End-If.

       891-TakeSponsor.
           Perform Varying WS-Spn-Sub From 1 By 1
                   Until WS-Spn-Sub > WS-Spn-Hits
                      Or WS-Spn-Hit-Id(WS-Spn-Sub) = SpsSponsor
               Continue
           End-Perform
           If WS-Spn-Sub > WS-Spn-Hits And WS-Spn-Hits < 50
               Add 1 to WS-Spn-Hits
               Move SpsSponsor to WS-Spn-Hit-Id(WS-Spn-Hits)
               Move "Y"    to WS-Spn-Hit-Keep(WS-Spn-Hits)
               Move Spaces to WS-Spn-Hit-Name(WS-Spn-Hits)
               Move Spaces to WS-Spn-Hit-Address(WS-Spn-Hits)
               Move Spaces to WS-Spn-Hit-City(WS-Spn-Hits)
               Move Spaces to WS-Spn-Hit-PostCode(WS-Spn-Hits)
           End-If.

       892-DropNoticesOnFile.
           Open Input SpnFile
           If WS-Spn-Status Not = "35"
               Move "N" to WS-Spn-EOF
               Perform Until WS-Spn-AtEnd
                   Read SpnFile
                       At End
                           Move "Y" to WS-Spn-EOF
                       Not At End
                           If SpnAnimalId = InAnimalId
                              And SpnEvent = WS-Spn-Event
                              And SpnEventDate = WS-Spn-Date
                               Perform Varying WS-Spn-Sub From 1 By 1
                                       Until WS-Spn-Sub > WS-Spn-Hits
                                   If WS-Spn-Hit-Id(WS-Spn-Sub)
                                           = SpnSponsor
                                       Move "N" to
                                           WS-Spn-Hit-Keep(WS-Spn-Sub)
                                   End-If
                               End-Perform
                           End-If
                   End-Read
               End-Perform
               Close SpnFile
           End-If.

       893-LoadSponsorAddresses.
           Open Input SpoFile
           If WS-Spo-Status Not = "35"
               Move "N" to WS-Spo-EOF
               Perform Until WS-Spo-AtEnd
                   Read SpoFile
                       At End
                           Move "Y" to WS-Spo-EOF
                       Not At End
                           Perform Varying WS-Spn-Sub From 1 By 1
                                   Until WS-Spn-Sub > WS-Spn-Hits
                               If WS-Spn-Hit-Id(WS-Spn-Sub) = SpoId
                                   Move SpoName to
                                       WS-Spn-Hit-Name(WS-Spn-Sub)
                                   Move SpoAddress to
                                       WS-Spn-Hit-Address(WS-Spn-Sub)
                                   Move SpoCity to
                                       WS-Spn-Hit-City(WS-Spn-Sub)
                                   Move SpoPostCode to
                                       WS-Spn-Hit-PostCode(WS-Spn-Sub)
                               End-If
                           End-Perform
                   End-Read
               End-Perform
               Close SpoFile
           End-If.

       894-WriteOneNotice.
           If WS-Spn-Hit-Keep(WS-Spn-Sub) = "Y"
               Accept WS-Spn-Today-Raw From Date YYYYMMDD
               Move Spaces to SpnRecord
               Move WS-Spn-Today-Raw to SpnWritten
               Move WS-Spn-Hit-Id(WS-Spn-Sub) to SpnSponsor
               Move InAnimalId    to SpnAnimalId
               Move InNames       to SpnNames
               Move InSpecies     to SpnSpecies
               Move WS-Spn-Event  to SpnEvent
               Move WS-Spn-Date   to SpnEventDate
               Move WS-Spn-Dest   to SpnDest
               Move WS-Spn-Hit-Name(WS-Spn-Sub)     to SpnName
               Move WS-Spn-Hit-Address(WS-Spn-Sub)  to SpnAddress
               Move WS-Spn-Hit-City(WS-Spn-Sub)     to SpnCity
               Move WS-Spn-Hit-PostCode(WS-Spn-Sub) to SpnPostCode
               Move WS-Spn-Program to SpnProgram
               Write SpnRecord
               Add 1 to WS-Spn-Written
           End-If.
