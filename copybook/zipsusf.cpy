      *    ADDRESS CORRECTION FEEDBACK (ZIPSUSFB), ONE RECORD PER
      *    SUSPENSE ITEM THE ADDRESS-CORRECTION GROUP MARKED WORKED ON
      *    THE ZIPSUSW SCREEN, WRITTEN ONCE BY ZIPSUSP FOR THE
      *    ORIGINATING SYSTEM TO CORRECT ITS OWN RECORD.  THE CALLER
      *    REFERENCE AND THE ORIGINAL REQUEST ADDRESS ARE ECHOED AS
      *    ON THE RESPONSE FILE (ZIPLKRS.CPY); THE CORRECTED ADDRESS
      *    IS WHAT THE CLERK KEYED, AND THE COUNTY, FIPS CODE AND
      *    FLAGS ARE WHAT IT RESOLVED TO LIVE WHEN IT WAS WORKED.
      *    THE FIPS CODE IS SPACES UNLESS THE FIPS ASSIGNED FLAG IS
      *    'Y', THE SAME RULE AS THE RESPONSE FILE.
0.0000 01  CORRECTION-FEEDBACK-RECORD.
            05   SUSF-CALLER-REFERENCE                     PIC X(20).
            05   SUSF-ZIP-CODE                            PIC X(05).
            05   SUSF-ADD-ON-LOW-NO                        PIC X(04).
            05   SUSF-STREET-NO                            PIC 9(05).
            05   SUSF-FIRST-SEEN-DATE                      PIC X(08).
            05   SUSF-CORR-ZIP-CODE                        PIC X(05).
            05   SUSF-CORR-ADD-ON-LOW-NO                   PIC X(04).
            05   SUSF-CORR-STREET-NO                       PIC 9(05).
            05   SUSF-STATE-ABBREV                         PIC X(02).
            05   SUSF-COUNTY-NO                            PIC X(03).
            05   SUSF-COUNTY-NAME                          PIC X(25).
            05   SUSF-FIPS-STATE-CODE                      PIC X(02).
            05   SUSF-FIPS-COUNTY-CODE                     PIC X(03).
            05   SUSF-FIPS-ASSIGNED                        PIC X(01).
                 88  SUSF-FIPS-IS-ASSIGNED                 VALUE 'Y'.
            05   SUSF-SPLIT-APPLIED                        PIC X(01).
            05   SUSF-ZIP-LEVEL                            PIC X(01).
            05   SUSF-OVERRIDE-APPLIED                     PIC X(01).
            05   SUSF-WORKED-BY-INITIALS                   PIC X(03).
            05   SUSF-WORKED-DATE                          PIC X(08).
            05   SUSF-FEEDBACK-DATE                        PIC X(08).
