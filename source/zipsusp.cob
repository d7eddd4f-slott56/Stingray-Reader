      *                SUBPROGRAM AGAINST THE NEWLY-LOADED MASTER.
      *                REQUESTS THAT NOW RESOLVE ARE REPORTED WITH
      *                THEIR COUNTY AND CLEARED; THE REST ARE CARRIED
      *                FORWARD ON THE SUSPENSE WORKLIST WITH THEIR
      *                CYCLE COUNT STEPPED, AND ANY REQUEST THAT HAS
      *                NOW WAITED MORE THAN ONE CYCLE IS ALSO WRITTEN
      *                TO THE AGED-SUSPENSE REPORT SO A PERSISTENT-
      *                FAILURE LIST CAN GO BACK TO THE ADDRESS-
      *                CORRECTION GROUP.  EVERY REQUEST THAT RESOLVES
      *                IS ALSO WRITTEN TO A RESPONSE FILE (ZIPSUSRS) IN
      *                THE SAME FIXED LAYOUT ZIPLKBAT/ZIPLKHV USE, WITH
      *                THE CALLER REFERENCE THE SUSPENSE RECORD CARRIED,
      *                SO THE ORIGINATING SYSTEM CAN MATCH THE LATE
      *                ANSWER BACK TO ITS OWN RECORD.
      *
      *                THE SUSPENSE FILE ITSELF IS THE KEYED WORKLIST
      *                SUSPMSTR (ZIPSUSK.CPY), READ OLDEST FIRST.  THE
      *                BATCH LOOKUPS STILL WRITE THEIR NEW FAILURES TO
      *                A SEQUENTIAL FILE, WHICH THIS JOB TAKES IN
      *                (ZIPSUSPI) BEFORE THE RE-DRIVE; A RESOLVED ITEM
      *                IS DELETED FROM THE WORKLIST AND AN UNRESOLVED
      *                ONE IS REWRITTEN WITH ITS CYCLE COUNT STEPPED.
      *                AN ITEM THE ADDRESS-CORRECTION GROUP HAS CLOSED
      *                ON THE ZIPSUSW SCREEN -- WORKED, UNRESOLVABLE
      *                OR RETURNED TO THE REQUESTER -- IS NOT RE-DRIVEN
      *                OR AGED; A WORKED ITEM IS WRITTEN ONCE TO THE
      *                CORRECTION FEEDBACK FILE (ZIPSUSFB) FOR THE
      *                ORIGINATING SYSTEM.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPSUSP.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-IN-STATUS.

           SELECT SUSPENSE-WORKLIST-FILE ASSIGN TO "SUSPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSK-KEY
               FILE STATUS IS WS-SUSK-STATUS.

           SELECT SUSPENSE-REPORT-FILE ASSIGN TO "ZIPSUSRP"
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGED-STATUS.

           SELECT LOOKUP-RESPONSE-FILE ASSIGN TO "ZIPSUSRS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSP-STATUS.

           SELECT CORRECTION-FEEDBACK-FILE ASSIGN TO "ZIPSUSFB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FDBK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-IN-FILE.
           COPY "zipsusp.cpy".

       FD  SUSPENSE-WORKLIST-FILE.
           COPY "zipsusk.cpy".

       FD  SUSPENSE-REPORT-FILE.
       01  RPT-LINE                            PIC X(80).
       FD  AGED-REPORT-FILE.
       01  AGED-LINE                           PIC X(80).

       FD  LOOKUP-RESPONSE-FILE.
           COPY "ziplkrs.cpy".

       FD  CORRECTION-FEEDBACK-FILE.
           COPY "zipsusf.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SUSP-IN-STATUS                   PIC X(02).
           88  SUSP-IN-OK                      VALUE '00'.
           88  SUSP-IN-EOF                     VALUE '10'.

       01  WS-SUSK-STATUS                      PIC X(02).
           88  SUSK-OK                         VALUE '00'.
           88  SUSK-NOT-FOUND                  VALUE '35'.

       01  WS-SCAN-DONE                        PIC X(01).
           88  SCAN-DONE                       VALUE 'Y'.

       01  WS-RPT-STATUS                       PIC X(02).

       01  WS-AGED-STATUS                      PIC X(02).

       01  WS-RSP-STATUS                       PIC X(02).

       01  WS-FDBK-STATUS                      PIC X(02).

       01  WS-CURRENT-DATE                     PIC X(08).

       01  WS-COUNTERS.
           05  WS-NEW-SUSPENSE-READ            PIC 9(09) VALUE ZERO.
           05  WS-NEW-SUSPENSE-ADDED           PIC 9(09) VALUE ZERO.
           05  WS-ALREADY-HELD                 PIC 9(09) VALUE ZERO.
           05  WS-SUSPENSE-READ                PIC 9(09) VALUE ZERO.
           05  WS-CLOSED-SKIPPED               PIC 9(09) VALUE ZERO.
           05  WS-FEEDBACK-WRITTEN             PIC 9(09) VALUE ZERO.
           05  WS-WORKLIST-ERRORS              PIC 9(09) VALUE ZERO.
           05  WS-SUSPENSE-RESOLVED            PIC 9(09) VALUE ZERO.
           05  WS-SUSPENSE-CARRIED             PIC 9(09) VALUE ZERO.
           05  WS-SUSPENSE-AGED                PIC 9(09) VALUE ZERO.
           05  WS-RESPONSES-WRITTEN            PIC 9(09) VALUE ZERO.

      *    MATCHES THE LKUP-REQUEST/LKUP-RESPONSE LAYOUT IN ZIPLKUP'S
      *    LINKAGE SECTION (THAT PROGRAM HAS NO SHARED COPYBOOK FOR
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

       01  WS-REPORT-LINE.
           05  FILLER                          PIC X(01)  VALUE SPACE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0150-TAKE-IN-NEW-SUSPENSE UNTIL SUSP-IN-EOF
           PERFORM 0180-START-WORKLIST
           PERFORM 0200-PROCESS-SUSPENSE UNTIL SCAN-DONE
           PERFORM 0900-TERMINATE
           STOP RUN.

               STOP RUN
           END-IF.

      *    THE WORKLIST IS CREATED EMPTY THE FIRST TIME THROUGH; ON
      *    THAT RUN ZIPSUSPI IS THE LAST CARRIED-FORWARD SEQUENTIAL
      *    SUSPENSE FILE, AND EVERY REQUEST ON IT IS TAKEN IN WITH
      *    ITS CYCLE COUNT AS IT STOOD.  THAT FILE WAS WRITTEN BEFORE
      *    THE CALLER REFERENCE EXISTED, SO ZIPSUSCV PADS IT TO THE
      *    CURRENT LAYOUT FIRST.
       0100-INITIALIZE.
           PERFORM 0010-CYCLE-START-CHECK
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT SUSPENSE-IN-FILE
           OPEN I-O SUSPENSE-WORKLIST-FILE
           IF SUSK-NOT-FOUND
               OPEN OUTPUT SUSPENSE-WORKLIST-FILE
               CLOSE SUSPENSE-WORKLIST-FILE
               OPEN I-O SUSPENSE-WORKLIST-FILE
           END-IF
           OPEN OUTPUT SUSPENSE-REPORT-FILE
           OPEN OUTPUT AGED-REPORT-FILE
           OPEN OUTPUT LOOKUP-RESPONSE-FILE
           OPEN OUTPUT CORRECTION-FEEDBACK-FILE
           MOVE 'LOOKUP SUSPENSE RE-RESOLUTION REPORT' TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'AGED SUSPENSE - UNRESOLVED MORE THAN ONE CYCLE'
                   SET SUSP-IN-EOF TO TRUE
           END-READ
           IF NOT SUSP-IN-EOF
               ADD 1 TO WS-NEW-SUSPENSE-READ
           END-IF.

      *    A NEW FAILURE ENTERS THE WORKLIST OPEN.  THE SAME REQUEST
      *    FROM THE SAME CALLER ON THE SAME DAY IS ALREADY HELD UNDER
      *    THAT KEY AND IS ONLY COUNTED.
       0150-TAKE-IN-NEW-SUSPENSE.
           MOVE SPACES                 TO SUSPENSE-WORKLIST-RECORD
           MOVE SUSP-FIRST-SEEN-DATE   TO SUSK-FIRST-SEEN-DATE
           MOVE SUSP-ZIP-CODE          TO SUSK-ZIP-CODE
           MOVE SUSP-ADD-ON-LOW-NO     TO SUSK-ADD-ON-LOW-NO
           MOVE SUSP-STREET-NO         TO SUSK-STREET-NO
           MOVE SUSP-CALLER-REFERENCE  TO SUSK-CALLER-REFERENCE
           MOVE SUSP-CYCLES-UNRESOLVED TO SUSK-CYCLES-UNRESOLVED
           MOVE ZERO                   TO SUSK-CORR-STREET-NO
           SET SUSK-OPEN TO TRUE
           WRITE SUSPENSE-WORKLIST-RECORD
               INVALID KEY
                   ADD 1 TO WS-ALREADY-HELD
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-SUSPENSE-ADDED
           END-WRITE
           PERFORM 0110-READ-SUSPENSE.

       0180-START-WORKLIST.
           MOVE 'N'        TO WS-SCAN-DONE
           MOVE LOW-VALUES TO SUSK-KEY
           START SUSPENSE-WORKLIST-FILE KEY IS NOT LESS THAN SUSK-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START.

       0200-PROCESS-SUSPENSE.
           READ SUSPENSE-WORKLIST-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   IF SUSK-CLOSED-BY-CLERK
                       ADD 1 TO WS-CLOSED-SKIPPED
                       PERFORM 0260-CLOSED-BY-CLERK
                   ELSE
                       ADD 1 TO WS-SUSPENSE-READ
                       PERFORM 0205-REDRIVE-OPEN-ITEM
                   END-IF
           END-READ.

       0205-REDRIVE-OPEN-ITEM.
           PERFORM 0210-CALL-ZIPLKUP
           IF WS-LKUP-WAS-FOUND
               PERFORM 0220-REPORT-RESOLVED
           ELSE
               PERFORM 0230-CARRY-FORWARD
               ADD 1 TO WS-SUSPENSE-CARRIED
           END-IF.

       0210-CALL-ZIPLKUP.
           MOVE SPACES               TO WS-LKUP-RESPONSE
           MOVE SUSK-ZIP-CODE         TO WS-LKUP-ZIP-CODE
           MOVE SUSK-LOW-SECTOR-NO    TO WS-LKUP-LOW-SECTOR-NO
           MOVE SUSK-LOW-SEGMENT-NO   TO WS-LKUP-LOW-SEGMENT-NO
           MOVE SUSK-STREET-NO        TO WS-LKUP-STREET-NO
           CALL "ZIPLKUP" USING WS-LKUP-REQUEST WS-LKUP-RESPONSE.

      *    A SUSPENSE ENTRY WITH NO ADD-ON THAT NOW RESOLVES FROM THE
      *    ZIP-LEVEL SUMMARY IS MARKED 'ZIPLEVEL' INSTEAD OF
      *    'RESOLVED' SO THE ADDRESS-CORRECTION GROUP CAN SEE THE
      *    COUNTY CAME FROM THE DOMINANT-COUNTY FALLBACK, NOT FROM AN
      *    EXACT RANGE MATCH.  THE RESOLVED ITEM LEAVES THE WORKLIST.
       0220-REPORT-RESOLVED.
           PERFORM 0240-FORMAT-REPORT-LINE
           IF WS-LKUP-AT-ZIP-LEVEL
                   DELIMITED BY SIZE INTO WS-RPT-RESULT
           END-IF
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0250-WRITE-RESPONSE
           DELETE SUSPENSE-WORKLIST-FILE RECORD
               INVALID KEY
                   PERFORM 0270-WORKLIST-UPDATE-FAILED
           END-DELETE.

      *    STILL UNRESOLVED -- STEP THE CYCLE COUNT AND KEEP THE ITEM
      *    OPEN ON THE WORKLIST FOR NEXT MONTH'S RE-DRIVE, AND ONCE IT
      *    HAS MISSED MORE THAN ONE TAPE, LIST IT ON THE AGED REPORT
      *    TOO.
       0230-CARRY-FORWARD.
           ADD 1 TO SUSK-CYCLES-UNRESOLVED
           REWRITE SUSPENSE-WORKLIST-RECORD
               INVALID KEY
                   PERFORM 0270-WORKLIST-UPDATE-FAILED
           END-REWRITE
           PERFORM 0240-FORMAT-REPORT-LINE
           MOVE 'STILL UNRESOLVED - CARRIED FORWARD'
               TO WS-RPT-RESULT
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF SUSK-CYCLES-UNRESOLVED > 1
               MOVE 'PERSISTENT FAILURE' TO WS-RPT-RESULT
               MOVE WS-REPORT-LINE TO AGED-LINE
               WRITE AGED-LINE

       0240-FORMAT-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE SUSK-ZIP-CODE          TO WS-RPT-ZIP-CODE
           MOVE SUSK-ADD-ON-LOW-NO     TO WS-RPT-ADD-ON-LOW-NO
           MOVE SUSK-STREET-NO         TO WS-RPT-STREET-NO
           MOVE SUSK-FIRST-SEEN-DATE   TO WS-RPT-FIRST-SEEN-DATE
           MOVE SUSK-CYCLES-UNRESOLVED TO WS-RPT-CYCLES.

      *    THE LATE ANSWER GOES BACK IN THE SAME LAYOUT AND WITH THE
      *    SAME FLAG RULES AS ZIPLKBAT'S RESPONSE FILE -- ONLY THE
      *    RESPONDING JOB AND DATE SAY IT CAME FROM A LATER CYCLE.
       0250-WRITE-RESPONSE.
           MOVE SPACES                 TO LOOKUP-RESPONSE-RECORD
           MOVE SUSK-CALLER-REFERENCE  TO LKRS-CALLER-REFERENCE
           MOVE SUSK-ZIP-CODE          TO LKRS-ZIP-CODE
           MOVE SUSK-ADD-ON-LOW-NO     TO LKRS-ADD-ON-LOW-NO
           MOVE SUSK-STREET-NO         TO LKRS-STREET-NO
           MOVE 'ZIPSUSP '             TO LKRS-RESPONDING-JOB
           MOVE WS-CURRENT-DATE        TO LKRS-RESPONSE-DATE
           SET LKRS-WAS-FOUND TO TRUE
           MOVE WS-LKUP-STATE-ABBREV   TO LKRS-STATE-ABBREV
           MOVE WS-LKUP-COUNTY-NO      TO LKRS-COUNTY-NO
           MOVE WS-LKUP-COUNTY-NAME    TO LKRS-COUNTY-NAME
           MOVE 'N' TO LKRS-FIPS-ASSIGNED
           MOVE 'N' TO LKRS-SPLIT-APPLIED
           MOVE 'N' TO LKRS-ZIP-LEVEL
           MOVE 'N' TO LKRS-OVERRIDE-APPLIED
           IF WS-LKUP-FIPS-IS-ASSIGNED
               MOVE WS-LKUP-FIPS-STATE-CODE  TO LKRS-FIPS-STATE-CODE
               MOVE WS-LKUP-FIPS-COUNTY-CODE TO LKRS-FIPS-COUNTY-CODE
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
           WRITE LOOKUP-RESPONSE-RECORD
           ADD 1 TO WS-RESPONSES-WRITTEN.

      *    A CLOSED ITEM IS LEFT AS THE CLERK LEFT IT -- NO RE-DRIVE,
      *    NO CYCLE COUNT, NO AGED LINE.  A WORKED ITEM NOT YET SENT
      *    BACK GOES TO THE FEEDBACK FILE NOW, AND THE FEEDBACK DATE
      *    STAMPED ON IT KEEPS IT FROM GOING TWICE.
       0260-CLOSED-BY-CLERK.
           IF NOT SUSK-WORKED OR NOT SUSK-FEEDBACK-NOT-SENT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES                  TO CORRECTION-FEEDBACK-RECORD
           MOVE SUSK-CALLER-REFERENCE   TO SUSF-CALLER-REFERENCE
           MOVE SUSK-ZIP-CODE           TO SUSF-ZIP-CODE
           MOVE SUSK-ADD-ON-LOW-NO      TO SUSF-ADD-ON-LOW-NO
           MOVE SUSK-STREET-NO          TO SUSF-STREET-NO
           MOVE SUSK-FIRST-SEEN-DATE    TO SUSF-FIRST-SEEN-DATE
           MOVE SUSK-CORR-ZIP-CODE      TO SUSF-CORR-ZIP-CODE
           MOVE SUSK-CORR-ADD-ON-LOW-NO TO SUSF-CORR-ADD-ON-LOW-NO
           MOVE SUSK-CORR-STREET-NO     TO SUSF-CORR-STREET-NO
           MOVE SUSK-CORR-STATE-ABBREV  TO SUSF-STATE-ABBREV
           MOVE SUSK-CORR-COUNTY-NO     TO SUSF-COUNTY-NO
           MOVE SUSK-CORR-COUNTY-NAME   TO SUSF-COUNTY-NAME
           MOVE SUSK-CORR-FIPS-ASSIGNED TO SUSF-FIPS-ASSIGNED
           IF SUSF-FIPS-IS-ASSIGNED
               MOVE SUSK-CORR-FIPS-STATE-CODE  TO SUSF-FIPS-STATE-CODE
               MOVE SUSK-CORR-FIPS-COUNTY-CODE TO SUSF-FIPS-COUNTY-CODE
           END-IF
           MOVE SUSK-CORR-SPLIT-APPLIED    TO SUSF-SPLIT-APPLIED
           MOVE SUSK-CORR-ZIP-LEVEL        TO SUSF-ZIP-LEVEL
           MOVE SUSK-CORR-OVERRIDE-APPLIED TO SUSF-OVERRIDE-APPLIED
           MOVE SUSK-CLOSED-BY-INITIALS    TO SUSF-WORKED-BY-INITIALS
           MOVE SUSK-CLOSED-TIMESTAMP (1:8) TO SUSF-WORKED-DATE
           MOVE WS-CURRENT-DATE            TO SUSF-FEEDBACK-DATE
           WRITE CORRECTION-FEEDBACK-RECORD
           ADD 1 TO WS-FEEDBACK-WRITTEN
           MOVE WS-CURRENT-DATE TO SUSK-FEEDBACK-DATE
           REWRITE SUSPENSE-WORKLIST-RECORD
               INVALID KEY
                   PERFORM 0270-WORKLIST-UPDATE-FAILED
           END-REWRITE.

      *    THE ITEM WAS READ MOMENTS AGO UNDER THIS KEY, SO A FAILED
      *    UPDATE IS A FILE PROBLEM, NOT A DATA ONE; IT IS COUNTED AND
      *    LISTED, AND THE JOB ENDS WITH RETURN CODE 8.
       0270-WORKLIST-UPDATE-FAILED.
           ADD 1 TO WS-WORKLIST-ERRORS
           DISPLAY 'ZIPSUSP: SUSPMSTR UPDATE FAILED, STATUS '
               WS-SUSK-STATUS ' - ' SUSK-ZIP-CODE ' '
               SUSK-ADD-ON-LOW-NO ' ' SUSK-CALLER-REFERENCE.

       0900-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'NEW SUSPENSE READ  : ' WS-NEW-SUSPENSE-READ
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'NEW TO WORKLIST    : ' WS-NEW-SUSPENSE-ADDED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'ALREADY HELD       : ' WS-ALREADY-HELD
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'SUSPENSE READ      : ' WS-SUSPENSE-READ
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           STRING 'AGED OVER ONE CYCLE: ' WS-SUSPENSE-AGED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CLOSED BY CLERK    : ' WS-CLOSED-SKIPPED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'FEEDBACK WRITTEN   : ' WS-FEEDBACK-WRITTEN
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE SUSPENSE-IN-FILE
           CLOSE SUSPENSE-WORKLIST-FILE
           CLOSE SUSPENSE-REPORT-FILE
           CLOSE AGED-REPORT-FILE
           CLOSE LOOKUP-RESPONSE-FILE
           CLOSE CORRECTION-FEEDBACK-FILE
           DISPLAY 'ZIPSUSP: NEW SUSPENSE READ   = '
               WS-NEW-SUSPENSE-READ
           DISPLAY 'ZIPSUSP: NEW TO WORKLIST     = '
               WS-NEW-SUSPENSE-ADDED
           DISPLAY 'ZIPSUSP: ALREADY HELD        = ' WS-ALREADY-HELD
           DISPLAY 'ZIPSUSP: SUSPENSE READ       = ' WS-SUSPENSE-READ
           DISPLAY 'ZIPSUSP: RESOLVED (CLEARED)  = '
               WS-SUSPENSE-RESOLVED
               WS-SUSPENSE-CARRIED
           DISPLAY 'ZIPSUSP: AGED OVER ONE CYCLE = '
               WS-SUSPENSE-AGED
           DISPLAY 'ZIPSUSP: CLOSED BY CLERK     = '
               WS-CLOSED-SKIPPED
           DISPLAY 'ZIPSUSP: FEEDBACK WRITTEN    = '
               WS-FEEDBACK-WRITTEN
           DISPLAY 'ZIPSUSP: RESPONSES WRITTEN   = '
               WS-RESPONSES-WRITTEN
           IF WS-WORKLIST-ERRORS > ZERO
               DISPLAY 'ZIPSUSP: WORKLIST UPDATES FAILED = '
                   WS-WORKLIST-ERRORS
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0990-RECORD-CYCLE-COMPLETE.

       0990-RECORD-CYCLE-COMPLETE.
