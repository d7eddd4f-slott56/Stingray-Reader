      *                REQUEST IS ALSO WRITTEN TO THE SUSPENSE FILE SO
      *                ZIPSUSP CAN RE-DRIVE IT AUTOMATICALLY AFTER THE
      *                NEXT MONTHLY LOAD INSTEAD OF SOMEONE RE-KEYING
      *                IT FROM THE REPORT.  EVERY REQUEST, FOUND OR
      *                NOT, ALSO GETS ONE FIXED-LAYOUT RECORD ON THE
      *                RESPONSE FILE (ZIPLKRSP, SEE ZIPLKRS.CPY)
      *                CARRYING THE CALLER'S OWN REFERENCE BACK, SO
      *                THE REQUESTING SYSTEM MATCHES ANSWERS TO ITS
      *                RECORDS BY KEY INSTEAD OF BY ZIP+4 OFF A PRINT
      *                LINE.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPLKBAT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT LOOKUP-RESPONSE-FILE ASSIGN TO "ZIPLKRSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSP-STATUS.

           SELECT CITY-MASTER-FILE ASSIGN TO "CTYMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  SUSPENSE-FILE.
           COPY "zipsusp.cpy".

       FD  LOOKUP-RESPONSE-FILE.
           COPY "ziplkrs.cpy".

       FD  CITY-MASTER-FILE.
           COPY "zipcmst.cpy".


       01  WS-SUSP-STATUS                      PIC X(02).

       01  WS-RSP-STATUS                       PIC X(02).

       01  WS-CITY-STATUS                      PIC X(02).
           88  CITY-OK                         VALUE '00'.

           05  WS-REQUESTS-NOT-FOUND            PIC 9(09) VALUE ZERO.
           05  WS-SUSPENSE-WRITTEN              PIC 9(09) VALUE ZERO.
           05  WS-ACTIVITY-WRITTEN              PIC 9(09) VALUE ZERO.
           05  WS-RESPONSES-WRITTEN             PIC 9(09) VALUE ZERO.

       01  WS-CURRENT-DATE                     PIC X(08).

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

      *    REPORT FORM OF THE FIPS CODE: THE FIVE-DIGIT STATE+COUNTY
      *    CODE WHEN THE COMBINATION HAS BEEN RESEARCHED, OTHERWISE A
           END-IF
           OPEN OUTPUT LOOKUP-REPORT-FILE
           OPEN OUTPUT SUSPENSE-FILE
           OPEN OUTPUT LOOKUP-RESPONSE-FILE
      *    THE ACTIVITY LOG IS SHARED WITH EVERY OTHER LOOKUP
      *    CALLER, SO THIS JOB APPENDS; THE FIRST WRITER OF THE
      *    MONTH CREATES THE FILE.
               PERFORM 0230-REPORT-NOT-FOUND
               ADD 1 TO WS-REQUESTS-NOT-FOUND
           END-IF
           PERFORM 0270-WRITE-RESPONSE
           PERFORM 0260-WRITE-ACTIVITY.

       0220-REPORT-FOUND.
           MOVE LKIN-STREET-NO        TO SUSP-STREET-NO
           MOVE WS-CURRENT-DATE       TO SUSP-FIRST-SEEN-DATE
           MOVE ZERO                  TO SUSP-CYCLES-UNRESOLVED
           MOVE LKIN-CALLER-REFERENCE TO SUSP-CALLER-REFERENCE
           WRITE LOOKUP-SUSPENSE-RECORD
           ADD 1 TO WS-SUSPENSE-WRITTEN.

           WRITE LOOKUP-ACTIVITY-RECORD
           ADD 1 TO WS-ACTIVITY-WRITTEN.

      *    ONE RESPONSE RECORD PER REQUEST.  THE FIPS CODE IS ONLY
      *    PASSED WHEN IT HAS BEEN RESEARCHED, AND A NOT-FOUND GOES
      *    BACK WITH BLANK COUNTY FIELDS AND EVERY FLAG 'N' -- THE
      *    REQUESTER WILL SEE THE SAME REFERENCE AGAIN ON ZIPSUSP'S
      *    RESPONSE FILE IF A LATER TAPE RESOLVES IT.
       0270-WRITE-RESPONSE.
           MOVE SPACES                TO LOOKUP-RESPONSE-RECORD
           MOVE LKIN-CALLER-REFERENCE TO LKRS-CALLER-REFERENCE
           MOVE LKIN-ZIP-CODE         TO LKRS-ZIP-CODE
           MOVE LKIN-ADD-ON-LOW-NO    TO LKRS-ADD-ON-LOW-NO
           MOVE LKIN-STREET-NO        TO LKRS-STREET-NO
           MOVE 'ZIPLKBAT'            TO LKRS-RESPONDING-JOB
           MOVE WS-CURRENT-DATE       TO LKRS-RESPONSE-DATE
           SET LKRS-NOT-FOUND TO TRUE
           MOVE 'N' TO LKRS-FIPS-ASSIGNED
           MOVE 'N' TO LKRS-SPLIT-APPLIED
           MOVE 'N' TO LKRS-ZIP-LEVEL
           MOVE 'N' TO LKRS-OVERRIDE-APPLIED
           IF WS-LKUP-WAS-FOUND
               SET LKRS-WAS-FOUND TO TRUE
               MOVE WS-LKUP-STATE-ABBREV   TO LKRS-STATE-ABBREV
               MOVE WS-LKUP-COUNTY-NO      TO LKRS-COUNTY-NO
               MOVE WS-LKUP-COUNTY-NAME    TO LKRS-COUNTY-NAME
               IF WS-LKUP-FIPS-IS-ASSIGNED
                   MOVE WS-LKUP-FIPS-STATE-CODE  TO
                       LKRS-FIPS-STATE-CODE
                   MOVE WS-LKUP-FIPS-COUNTY-CODE TO
                       LKRS-FIPS-COUNTY-CODE
                   SET LKRS-FIPS-IS-ASSIGNED TO TRUE
               END-IF
               IF WS-LKUP-SPLIT-WAS-APPLIED
                   SET LKRS-SPLIT-WAS-APPLIED TO TRUE
               END-IF
               IF WS-LKUP-AT-ZIP-LEVEL
                   SET LKRS-AT-ZIP-LEVEL TO TRUE
               END-IF
               IF WS-LKUP-OVERRIDE-USED
                   SET LKRS-OVERRIDE-WAS-APPLIED TO TRUE
               END-IF
           END-IF
           WRITE LOOKUP-RESPONSE-RECORD
           ADD 1 TO WS-RESPONSES-WRITTEN.

       0900-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           END-IF
           CLOSE LOOKUP-REPORT-FILE
           CLOSE SUSPENSE-FILE
           CLOSE LOOKUP-RESPONSE-FILE
           CLOSE ACTIVITY-LOG-FILE
           DISPLAY 'ZIPLKBAT: REQUESTS READ     = ' WS-REQUESTS-READ
           DISPLAY 'ZIPLKBAT: REQUESTS FOUND    = ' WS-REQUESTS-FOUND
           DISPLAY 'ZIPLKBAT: SUSPENSE WRITTEN  = '
               WS-SUSPENSE-WRITTEN
           DISPLAY 'ZIPLKBAT: ACTIVITY LOGGED   = '
               WS-ACTIVITY-WRITTEN
           DISPLAY 'ZIPLKBAT: RESPONSES WRITTEN = '
               WS-RESPONSES-WRITTEN.
