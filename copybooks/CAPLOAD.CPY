      *      Shared procedure text: load the site capacities and count
      *      who is in a cage at each site against them.  Needs CAPWS,
      *      an FD for SiteFile with COPY SITEREC, and for 082 the
      *      indexed InFile open (INIDXREC) plus SPECIES/SPTABLE and
      *      050-LoadSpeciesTable already run.  082 classifies as of
      *      WS-AsOf-Date and leaves InFile at end; a caller that
      *      reads on afterwards positions it again.  A site with no
      *      master row is not counted -- there is no capacity to
      *      hold it against.  COPY CAPLOAD into the Procedure
      *      Division.
       081-LoadSiteCapacity.
           Move 0 to WS-Cap-Count
           Open Input SiteFile
           If WS-Site-Status = "35"
               Continue
           Else
               Move "N" to WS-Site-EOF
               Perform Until WS-Site-AtEnd
                   Read SiteFile
                       At End
                           Move "Y" to WS-Site-EOF
                       Not At End
                           If SiteName Not = Spaces
                              And WS-Cap-Count < 20
                               Add 1 to WS-Cap-Count
                               Set WS-Cap-Idx to WS-Cap-Count
                               Initialize WS-Cap-Entry(WS-Cap-Idx)
                               Move Function Trim(Function
                                   Upper-Case(SiteName))
                                   to WS-Cap-Site(WS-Cap-Idx)
                               Move SiteCapAmphib
                                   to WS-Cap-Limit(WS-Cap-Idx, 1)
                               Move SiteCapBird
                                   to WS-Cap-Limit(WS-Cap-Idx, 2)
                               Move SiteCapMam
                                   to WS-Cap-Limit(WS-Cap-Idx, 3)
                               Move SiteCapRep
                                   to WS-Cap-Limit(WS-Cap-Idx, 4)
                               Move SiteCapFish
                                   to WS-Cap-Limit(WS-Cap-Idx, 5)
                               Move SiteCapInsect
                                   to WS-Cap-Limit(WS-Cap-Idx, 6)
                               Move SiteCapOther
                                   to WS-Cap-Limit(WS-Cap-Idx, 7)
                           End-If
                   End-Read
               End-Perform
               Close SiteFile
           End-If.

       082-CountSiteOccupancy.
           Move Low-Values to InAnimalId
           Start InFile Key is Not Less Than InAnimalId
               Invalid Key
                   Continue
           End-Start
           Move "N" to WS-Cap-Scan-EOF
           Perform Until Cap-Scan-Done
               Read InFile Next Record
                   At End
                       Move "Y" to WS-Cap-Scan-EOF
                   Not At End
                       If In-OnHand And In-Shelter
                           Move Function Trim(Function
                               Upper-Case(InSite)) to WS-Cap-Lookup
                           Perform 083-FindCapSite
                           If WS-Cap-Hit > 0
                               Move InNames  to Names
                               Move InGender to Gender
                               Move Function Trim(Function
                                   Upper-Case(InSpecies)) to Species
                               Perform 055-ClassifySpecies
                               Perform 084-CapClassSub
                               Add 1 to WS-Cap-Occ(WS-Cap-Hit,
                                   WS-Cap-Class)
                           End-If
                       End-If
               End-Read
           End-Perform.

       083-FindCapSite.
           Move 0 to WS-Cap-Hit
           If WS-Cap-Count > 0 And WS-Cap-Lookup Not = Spaces
               Set WS-Cap-Idx to 1
               Search WS-Cap-Entry
                   At End
                       Continue
                   When WS-Cap-Site(WS-Cap-Idx) = WS-Cap-Lookup
                       Set WS-Cap-Hit to WS-Cap-Idx
               End-Search
           End-If.

       084-CapClassSub.
           Evaluate WS-Class-Code
               When "A"
                   Move 1 to WS-Cap-Class
               When "B"
                   Move 2 to WS-Cap-Class
               When "M"
                   Move 3 to WS-Cap-Class
               When "R"
                   Move 4 to WS-Cap-Class
               When "F"
                   Move 5 to WS-Cap-Class
               When "I"
                   Move 6 to WS-Cap-Class
               When Other
                   Move 7 to WS-Cap-Class
           End-Evaluate.
