      *      DspAdopter is the adopter-master AdpId an A adoption is
      *      linked to -- Lab3l rejects an adoption whose adopter is
      *      not on lab3-adopters.dat; it stays Spaces on everything
      *      but an adoption.  DspRelSite is the lab3-relsites.dat
      *      release site an R release went back out at, and
      *      DspRelOper the operator who released it (Spaces means the
      *      operator applying the transaction); both stay Spaces on
      *      everything but a release.  COPY DSPREC into the File
      *      Section FD for DspFile.
       01   DspRecord.
           05  DspAnimalId     Pic X(7).
           05  DspCode         Pic X(1).
           05  DspDate         Pic X(8).
           05  DspDest         Pic X(10).
           05  DspAdopter      Pic X(6).
           05  DspRelSite      Pic X(6).
           05  DspRelOper      Pic X(8).
