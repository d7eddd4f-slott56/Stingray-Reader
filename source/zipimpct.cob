               88  WS-LKUP-AT-ZIP-LEVEL           VALUE 'Y'.
           05  WS-LKUP-OVERRIDE-APPLIED         PIC X(01).
               88  WS-LKUP-OVERRIDE-USED          VALUE 'Y'.
           05  WS-LKUP-DISTRICTS.
               10  WS-LKUP-DISTRICT-COUNT       PIC 9(01).
               10  WS-LKUP-DISTRICT-OVERFLOW    PIC X(01).
               10  WS-LKUP-DISTRICT-ENTRY       OCCURS 5 TIMES.
                   15  WS-LKUP-DISTRICT-CODE    PIC X(05).
                   15  WS-LKUP-DISTRICT-TYPE    PIC X(02).
                   15  WS-LKUP-DISTRICT-NAME    PIC X(25).

      *    IMPACTED-ACCOUNT COUNTS BY STATE/COUNTY FOR THE SUMMARY,
      *    THE SAME REGISTRATION TECHNIQUE AS ZIPPREVW.  AN ACCOUNT
