      *    KEYED SUSPENSE WORKLIST (SUSPMSTR), ONE RECORD PER LOOKUP
      *    REQUEST STILL HELD IN SUSPENSE.  ZIPSUSP TAKES EACH
      *    CYCLE'S NEW FAILURES IN FROM THE BATCH LOOKUPS' SEQUENTIAL
      *    SUSPENSE FILE (ZIPSUSP.CPY), RE-DRIVES EVERY OPEN ITEM
      *    AFTER THE MONTHLY LOAD, DELETES THE ONES THAT NOW RESOLVE
      *    AND STEPS THE CYCLE COUNT ON THE REST.  KEYED ON FIRST-
      *    SEEN DATE AHEAD OF THE REQUEST FIELDS SO THE ZIPSUSW WORK
      *    SCREEN AND ZIPSUSP BOTH READ IT OLDEST FIRST; THE CALLER
      *    REFERENCE IS PART OF THE KEY SO TWO ACCOUNTS SHARING AN
      *    ADDRESS ARE HELD APART.
      *
      *    THE ADDRESS-CORRECTION GROUP CLOSES AN ITEM ON ZIPSUSW AS
      *    WORKED (A CORRECTED ZIP/ADD-ON/STREET THAT RESOLVED LIVE
      *    THROUGH ZIPCSRV, HELD BELOW WITH THE COUNTY IT RESOLVED
      *    TO), UNRESOLVABLE, OR RETURNED TO THE REQUESTER, UNDER
      *    THE CLERK'S INITIALS AND SIGNED-ON USERID.  A CLOSED ITEM
      *    IS NEVER RE-DRIVEN.  ZIPSUSP WRITES EACH WORKED ITEM ONCE
      *    TO THE CORRECTION FEEDBACK FILE (ZIPSUSF.CPY) AND STAMPS
      *    THE FEEDBACK DATE SO IT IS NOT SENT TWICE.
0.0000 01  SUSPENSE-WORKLIST-RECORD.
            05   SUSK-KEY.
                 10  SUSK-FIRST-SEEN-DATE                 PIC X(08).
                 10  SUSK-ZIP-CODE                        PIC X(05).
                 10  SUSK-ADD-ON-LOW-NO.
                      15  SUSK-LOW-SECTOR-NO               PIC X(02).
                      15  SUSK-LOW-SEGMENT-NO              PIC X(02).
                 10  SUSK-STREET-NO                        PIC 9(05).
                 10  SUSK-CALLER-REFERENCE                 PIC X(20).
            05   SUSK-CYCLES-UNRESOLVED                    PIC 9(03).
            05   SUSK-ITEM-STATUS                          PIC X(01).
                 88  SUSK-OPEN                            VALUE 'O'.
                 88  SUSK-WORKED                          VALUE 'W'.
                 88  SUSK-UNRESOLVABLE                    VALUE 'U'.
                 88  SUSK-RETURNED                        VALUE 'R'.
                 88  SUSK-CLOSED-BY-CLERK           VALUE 'W' 'U' 'R'.
            05   SUSK-CLOSED-BY-INITIALS                   PIC X(03).
            05   SUSK-CLOSED-USERID                        PIC X(08).
            05   SUSK-CLOSED-TIMESTAMP                     PIC X(14).
            05   SUSK-CORRECTION.
                 10  SUSK-CORR-ZIP-CODE                   PIC X(05).
                 10  SUSK-CORR-ADD-ON-LOW-NO              PIC X(04).
                 10  SUSK-CORR-STREET-NO                  PIC 9(05).
            05   SUSK-CORR-RESOLUTION.
                 10  SUSK-CORR-STATE-ABBREV               PIC X(02).
                 10  SUSK-CORR-COUNTY-NO                  PIC X(03).
                 10  SUSK-CORR-COUNTY-NAME                PIC X(25).
                 10  SUSK-CORR-FIPS-STATE-CODE            PIC X(02).
                 10  SUSK-CORR-FIPS-COUNTY-CODE           PIC X(03).
                 10  SUSK-CORR-FIPS-ASSIGNED              PIC X(01).
                 10  SUSK-CORR-SPLIT-APPLIED              PIC X(01).
                 10  SUSK-CORR-ZIP-LEVEL                  PIC X(01).
                 10  SUSK-CORR-OVERRIDE-APPLIED           PIC X(01).
            05   SUSK-FEEDBACK-DATE                        PIC X(08).
                 88  SUSK-FEEDBACK-NOT-SENT               VALUE SPACES.
