      *      Shared FD record layout for lab3-adoptable.csv, the
      *      nightly "available now" feed Lab3bh builds for the web
      *      host.  COPY FEEDREC into the File Section FD for
      *      FeedFile.  Every line is comma-delimited, fields trimmed,
      *      no quoting (a comma keyed into Names or species goes out
      *      as a space); the first field says what the line is:
      *        H,yyyymmdd,LAB3 ADOPTABLE ANIMALS
      *              first line -- the date the feed was built
      *        A,animal,names,species,class,gender,site,days
      *              one per animal available tonight: permanent
      *              animal number, Names, species, class name
      *              (AMPHIBIAN BIRD MAMMAL REPTILE FISH INSECT
      *              OTHER), gender M/F/U as keyed, the site it is
      *              at (UNKNOWN when not yet placed), and whole days
      *              in care since intake (blank when the intake date
      *              is unusable)
      *        W,animal,names,species
      *              one per animal that was on the previous feed and
      *              is not on this one -- adopted, on hold, gone to
      *              foster, or otherwise no longer available -- for
      *              the web host to take down
      *        T,available,withdrawn
      *              last line -- the A and W line counts; a feed
      *              without its T line was cut short and should not
      *              be loaded
       01   FeedRecord      Pic X(80).
