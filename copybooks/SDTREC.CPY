      *      Shared FD record layout for lab3-spdiet.dat, the species
      *      diet list kept alongside SPECIES-MASTER.DAT -- which diet
      *      a species is fed and how many rations of it a day.
      *      SdtDiet is a lab3-diets.dat diet code; SdtRation is the
      *      daily number of rations, each ration being the
      *      component quantities the diet master lists for the code.
      *      Effective-dated the same way the master is (YYYYMMDD,
      *      inclusive; 99999999 is the entry in force, blank dates
      *      mean always), so a diet change end-dates the old row and
      *      adds a new one.  COPY SDTREC into the File Section FD
      *      for SdtFile.
       01   SdtRecord.
           05  SdtSpecies      Pic X(15).
           05  Filler          Pic X(2)  Value Spaces.
           05  SdtDiet         Pic X(4).
           05  Filler          Pic X(2)  Value Spaces.
           05  SdtRation       Pic 9(2)V99.
           05  Filler          Pic X(2)  Value Spaces.
           05  SdtEffFrom      Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  SdtEffTo        Pic X(8).
