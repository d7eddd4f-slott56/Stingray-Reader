      *    BILLED-COUNTY CORRECTION OUTPUT OF ZIPBLAUD, ONE RECORD
      *    PER ACCOUNT WHOSE BILLED STATE/COUNTY OR BILLED FIPS CODE
      *    DISAGREES WITH A FULL RESOLUTION OF ITS ADDRESS AGAINST
      *    THE LIVE MASTERS (SPLITS, LOCAL OVERRIDES, ZIP-LEVEL
      *    FALLBACK AND FIPS INCLUDED), PLUS EVERY ACCOUNT WHOSE
      *    ADDRESS NO LONGER RESOLVES AT ALL.  MACHINE-READABLE SO
      *    BILLING CAN RE-RATE FROM IT DIRECTLY.  THE REASON CODE
      *    SAYS WHICH TEST FAILED; A COUNTY DISAGREEMENT TAKES
      *    PRECEDENCE OVER A FIPS-ONLY ONE.  THE RESOLVED FIELDS ARE
      *    SPACES ON AN UNRESOLVED ACCOUNT, AND THE RESOLVED FIPS
      *    CODE IS SPACES UNLESS THE COUNTY HAS ONE ASSIGNED.
0.0000 01  BILLED-COUNTY-CORRECTION-RECORD.
            05   BCOR-ACCOUNT-NO                          PIC X(10).
            05   BCOR-ZIP-CODE                            PIC X(05).
            05   BCOR-ADD-ON-LOW-NO                       PIC X(04).
            05   BCOR-STREET-NO                           PIC 9(05).
            05   BCOR-BILLED-STATE-ABBREV                 PIC X(02).
            05   BCOR-BILLED-COUNTY-NO                    PIC X(03).
            05   BCOR-BILLED-FIPS-STATE-CODE              PIC X(02).
            05   BCOR-BILLED-FIPS-COUNTY-CODE             PIC X(03).
            05   BCOR-RESOLVED-STATE-ABBREV               PIC X(02).
            05   BCOR-RESOLVED-COUNTY-NO                  PIC X(03).
            05   BCOR-RESOLVED-COUNTY-NAME                PIC X(25).
            05   BCOR-RESOLVED-FIPS-STATE-CODE            PIC X(02).
            05   BCOR-RESOLVED-FIPS-COUNTY-CODE           PIC X(03).
            05   BCOR-REASON-CODE                         PIC X(01).
                 88  BCOR-COUNTY-DISAGREES                VALUE 'C'.
                 88  BCOR-FIPS-DISAGREES                  VALUE 'F'.
                 88  BCOR-NOT-RESOLVED                    VALUE 'U'.
            05   BCOR-OVERRIDE-APPLIED                    PIC X(01).
                 88  BCOR-OVERRIDE-WAS-APPLIED            VALUE 'Y'.
            05   BCOR-ZIP-LEVEL                           PIC X(01).
                 88  BCOR-AT-ZIP-LEVEL                    VALUE 'Y'.
            05   BCOR-AUDIT-DATE                          PIC X(08).
