      *      Shared FD record layout for lab3-sphabitat.dat, the
      *      species habitat list kept alongside SPECIES-MASTER.DAT --
      *      the habitat types a species may properly be released
      *      into.  One record per species and habitat, so a species
      *      at home in more than one simply has more than one row;
      *      the habitat codes are the ones lab3-relsites.dat uses.
      *      COPY HABREC into the File Section FD for HabFile.
       01   HabRecord.
           05  HabSpecies      Pic X(15).
           05  Filler          Pic X(2)  Value Spaces.
           05  HabHabitat      Pic X(8).
