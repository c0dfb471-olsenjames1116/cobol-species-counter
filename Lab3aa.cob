                               ==InFosterHome== BY ==ArchFosterHome==
                               ==In-Shelter== BY ==Arch-InShelter==
                               ==InFosterDate== BY ==ArchFosterDate==
                               ==InSite== BY ==ArchSite==
                               ==InEnclosure== BY ==ArchEnclosure==
                               ==In-No-Enclosure==
                                   BY ==Arch-No-Enclosure==
                               ==InWaitNo== BY ==ArchWaitNo==.
       FD   StayRptFile.
       COPY RPTREC.
       Working-Storage Section.
