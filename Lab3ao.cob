      *      old-format rows on disk: lab3-tombstones.dat rows written before TmbAnimalId existed (the Names in the first 12
      *      bytes, so the current layout reads half a name as an animal number and garbage as the Names -- and Lab3j's
      *      suppression quietly stops matching, resurrecting deliberately removed records), and Lab3u archive datasets
      *      written before the number and the foster/site fields (45-byte rows the current layout misparses the
      *      same way).  A row is old when its first seven bytes are neither a number nor blank; such rows are remapped from
      *      the old offsets -- the animal-number side stays Spaces, since these rows predate the numbering and the Names is
      *      what the tombstone suppression and archive searches match on -- and rows already current are copied through
       FD   TmbFile.
       01   TmbCvLine       Pic X(41).
       FD   ArchFile.
       01   ArchCvLine      Pic X(88).
       FD   OprFile.
       COPY OPRREC.
      *      The pre-cutover visit layout, readable only through its
           05  WS-Cv-Count         Pic 9(5) Value 0.
           05  WS-Cv-Entry         Occurs 1 to 10000 Times
                                    Depending On WS-Cv-Count.
               10  WS-Cv-Line          Pic X(88).
       01   WS-Cv-Sub           Pic 9(5).
       01   WS-Cv-New           Pic X(88).
       01   WS-Old-Count        Pic 9(5) Value 0.
       01   WS-Old-CountEd      Pic ZZZZ9.
       01   WS-Cv-CountEd       Pic ZZZZ9.
