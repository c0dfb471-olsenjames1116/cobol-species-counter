      *      Shared FD record layout for lab3-relsites.dat, the
      *      release-site register -- the places a rehabilitated
      *      animal goes back out, which the wildlife agency asks
      *      about for every release.  One record per site: RlsId is
      *      the short code an R disposition carries in DspRelSite,
      *      RlsCounty the county the agency reports by, and
      *      RlsHabitat the habitat type (WETLAND, FOREST, GRASS,
      *      COASTAL, FRESHWTR, URBAN ...) Lab3aq checks against the
      *      species' listed habitats on lab3-sphabitat.dat.  A
      *      small hand-maintained file like the site master.  COPY
      *      RLSREC into the File Section FD for RlsFile.
       01   RlsRecord.
           05  RlsId           Pic X(6).
           05  Filler          Pic X(2)  Value Spaces.
           05  RlsName         Pic X(20).
           05  Filler          Pic X(2)  Value Spaces.
           05  RlsCounty       Pic X(15).
           05  Filler          Pic X(2)  Value Spaces.
           05  RlsHabitat      Pic X(8).
