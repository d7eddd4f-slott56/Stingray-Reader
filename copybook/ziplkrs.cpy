      *    MACHINE-READABLE LOOKUP RESPONSE (ZIPLKRSP), ONE RECORD PER
      *    LOOKUP REQUEST, FOUND OR NOT, WRITTEN BY ZIPLKBAT AND
      *    ZIPLKHV -- AND BY ZIPSUSP FOR A SUSPENDED REQUEST A LATER
      *    TAPE FINALLY RESOLVES (ZIPSUSRS), SO THE REQUESTING SYSTEM
      *    READS ONE LAYOUT WHETHER THE ANSWER CAME BACK TONIGHT OR
      *    MONTHS LATER.  THE CALLER REFERENCE IS ECHOED FROM THE
      *    REQUEST (ZIPLKIN.CPY) AND IS THE MATCH KEY BACK TO THE
      *    CALLER'S RECORDS; THE REQUEST ADDRESS IS ECHOED TOO.  THE
      *    RESOLVED FIELDS AND FLAGS MIRROR THE ZIPLKUP RESPONSE.  A
      *    NOT-FOUND CARRIES SPACES IN THE COUNTY FIELDS AND 'N' IN
      *    EVERY FLAG.  THE FIPS CODE IS SPACES UNLESS THE FIPS
      *    ASSIGNED FLAG IS 'Y', THE SAME RULE AS THE TAX FEED.
0.0000 01  LOOKUP-RESPONSE-RECORD.
            05   LKRS-CALLER-REFERENCE                     PIC X(20).
            05   LKRS-ZIP-CODE                            PIC X(05).
            05   LKRS-ADD-ON-LOW-NO.
                 10  LKRS-LOW-SECTOR-NO                    PIC X(02).
                 10  LKRS-LOW-SEGMENT-NO                   PIC X(02).
            05   LKRS-STREET-NO                            PIC 9(05).
            05   LKRS-FOUND                                PIC X(01).
                 88  LKRS-WAS-FOUND                        VALUE 'Y'.
                 88  LKRS-NOT-FOUND                        VALUE 'N'.
            05   LKRS-STATE-ABBREV                         PIC X(02).
            05   LKRS-COUNTY-NO                            PIC X(03).
            05   LKRS-COUNTY-NAME                          PIC X(25).
            05   LKRS-FIPS-STATE-CODE                      PIC X(02).
            05   LKRS-FIPS-COUNTY-CODE                     PIC X(03).
            05   LKRS-FIPS-ASSIGNED                        PIC X(01).
                 88  LKRS-FIPS-IS-ASSIGNED                 VALUE 'Y'.
            05   LKRS-SPLIT-APPLIED                        PIC X(01).
                 88  LKRS-SPLIT-WAS-APPLIED                VALUE 'Y'.
            05   LKRS-ZIP-LEVEL                            PIC X(01).
                 88  LKRS-AT-ZIP-LEVEL                     VALUE 'Y'.
            05   LKRS-OVERRIDE-APPLIED                     PIC X(01).
                 88  LKRS-OVERRIDE-WAS-APPLIED             VALUE 'Y'.
            05   LKRS-RESPONDING-JOB                       PIC X(08).
            05   LKRS-RESPONSE-DATE                        PIC X(08).
