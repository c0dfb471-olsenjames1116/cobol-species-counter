      *      Shared FD record layout for lab3-sponsorships.dat -- one
      *      row per sponsor per animal, linking SpsSponsor on
      *      lab3-sponsors.dat to the permanent animal number, with
      *      the date the sponsorship began and the monthly amount
      *      pledged.  SpsEndDate is Spaces while the sponsorship is
      *      running and the last day it covered once the sponsor
      *      stops; rows are ended, never deleted, so the statements
      *      can still show the history.  SpsOperator is who keyed
      *      it.  Maintained by Lab3be.  COPY SPSREC into the File
      *      Section FD for SpsFile.
       01   SpsRecord.
           05  SpsSponsor      Pic X(6).
           05  Filler          Pic X(2)  Value Spaces.
           05  SpsAnimalId     Pic X(7).
           05  Filler          Pic X(2)  Value Spaces.
           05  SpsStartDate    Pic X(8).
           05  Filler          Pic X(2)  Value Spaces.
           05  SpsAmount       Pic 9(5)V99.
           05  Filler          Pic X(2)  Value Spaces.
           05  SpsEndDate      Pic X(8).
               88  Sps-Running     Value Spaces.
           05  Filler          Pic X(2)  Value Spaces.
           05  SpsOperator     Pic X(8).
