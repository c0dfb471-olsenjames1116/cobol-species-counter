      *      Shared FD record layout for lab3-diets.dat, the diet
      *      master -- one record per component of each diet code,
      *      with the quantity of that component in one ration and
      *      the unit the kitchen measures it in.  A diet with three
      *      components has three rows.  COPY DIETREC into the File
      *      Section FD for DietFile.
       01   DietRecord.
           05  DietCode        Pic X(4).
           05  Filler          Pic X(2)  Value Spaces.
           05  DietComp        Pic X(15).
           05  Filler          Pic X(2)  Value Spaces.
           05  DietQty         Pic 9(4)V99.
           05  Filler          Pic X(2)  Value Spaces.
           05  DietUnit        Pic X(6).
           05  Filler          Pic X(2)  Value Spaces.
           05  DietDesc        Pic X(20).
