      *                WOULD SILENTLY REQUIRE RANDOM ACCESS.  EVERY
      *                NOT-FOUND REQUEST IS ALSO WRITTEN TO THE
      *                SUSPENSE FILE FOR ZIPSUSP TO RE-DRIVE AFTER THE
      *                NEXT MONTHLY LOAD, THE SAME AS ZIPLKBAT, AND
      *                EVERY REQUEST GETS ONE RECORD ON THE SAME
      *                FIXED-LAYOUT RESPONSE FILE ZIPLKBAT WRITES
      *                (ZIPLKRSP, SEE ZIPLKRS.CPY), CALLER REFERENCE
      *                AND ALL.  THE
      *                RUN CHECKPOINTS ITSELF (HVCKPT, SEE
      *                ZIPHVCK.CPY) IN THE SAME SPIRIT AS ZIPLOAD'S
      *                CRCKPT: EVERY INTERVAL THE COUNT OF REQUESTS
      *                FULLY PROCESSED AND THE OUTPUT COUNTERS ARE
      *                RECORDED, AND A RESTART REPOSITIONS PAST THE
      *                PROCESSED REQUESTS AND APPENDS TO THE REPORT,
      *                SUSPENSE, RESPONSE AND ACTIVITY FILES -- AN
      *                ABEND FOUR
      *                HOURS IN COSTS MINUTES, NOT THE BATCH WINDOW.
      *                A CLEAN END CLEARS THE CHECKPOINT SO A FRESH
      *                RERUN NEVER RESUMES FROM A STALE POSITION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT LOOKUP-RESPONSE-FILE ASSIGN TO "ZIPLKRSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSP-STATUS.

           SELECT CR-MASTER-FILE ASSIGN TO "CRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
       FD  SUSPENSE-FILE.
           COPY "zipsusp.cpy".

       FD  LOOKUP-RESPONSE-FILE.
           COPY "ziplkrs.cpy".

       FD  CR-MASTER-FILE.
           COPY "zipmstr.cpy".

           COPY "ziphvck.cpy".

      *    SCRATCH FILE FOR THE RESTART TRUNCATION OF THE REPORT,
      *    SUSPENSE, RESPONSE AND ACTIVITY FILES -- WIDE ENOUGH FOR
      *    THE WIDEST OF THE FOUR (THE 132-BYTE REPORT LINE).
       FD  HV-WORK-FILE.
       01  HV-WORK-RECORD                      PIC X(132).

       01  WS-SUSP-STATUS                      PIC X(02).
           88  SUSP-EOF                        VALUE '10'.

       01  WS-RSP-STATUS                       PIC X(02).
           88  RSP-EOF                         VALUE '10'.

       01  WS-MSTR-STATUS                      PIC X(02).
           88  MSTR-OK                         VALUE '00'.

           05  WS-REQUESTS-NOT-FOUND            PIC 9(09) VALUE ZERO.
           05  WS-SUSPENSE-WRITTEN              PIC 9(09) VALUE ZERO.
           05  WS-ACTIVITY-WRITTEN              PIC 9(09) VALUE ZERO.
           05  WS-RESPONSES-WRITTEN             PIC 9(09) VALUE ZERO.
           05  WS-SINCE-LAST-CKPT               PIC 9(09) VALUE ZERO.
           05  WS-RESTART-SKIP-COUNT            PIC 9(09) VALUE ZERO.
           05  WS-ACTL-BASE-COUNT               PIC 9(09) VALUE ZERO.
      *    FIPS CODE FOR THE RESOLVED COUNTY, FETCHED FROM FIPSMSTR.
      *    SORTED REQUESTS RUN THROUGH LONG STRETCHES OF THE SAME
      *    COUNTY, SO THE LAST KEY READ IS REMEMBERED AND THE RANDOM
      *    READ ONLY HAPPENS WHEN THE COUNTY ACTUALLY CHANGES.  THE
      *    CODES THEMSELVES ARE KEPT FOR THE RESPONSE RECORD, WHICH
      *    CARRIES THEM AS DATA RATHER THAN AS THE REPORT'S TEXT.
       01  WS-FIPS-WORK.
           05  WS-FIPS-LAST-KEY                PIC X(05)
                                               VALUE LOW-VALUES.
           05  WS-FIPS-DISPLAY                 PIC X(18).
           05  WS-FIPS-ASSIGNED-SW             PIC X(01).
               88  FIPS-WAS-ASSIGNED           VALUE 'Y'.
           05  WS-FIPS-SAVE-STATE-CODE         PIC X(02).
           05  WS-FIPS-SAVE-COUNTY-CODE        PIC X(03).

      *    PREFERRED CITY FOR THE CURRENT REQUEST'S ZIP.  SORTED
      *    INPUT RUNS THROUGH ONE ZIP AT A TIME, SO THE LAST ZIP

      *    THE WHOLE LOCAL OVERRIDE MASTER, LOADED AT START-UP.  AN
      *    OVERRIDE EXISTS ONLY WHERE THE VENDOR HAS BEEN PROVEN
      *    WRONG, SO THE FILE IS SMALL; HOLDING IT IN STORAGE KEEPS
      *    THE ONE-PASS DESIGN FREE OF A SECOND RANDOM-READ FILE.
      *    THE TABLE IS IN KEY ORDER (LOADED FROM A KEYED READ), SO
      *    THE SORTED REQUESTS WALK IT FORWARD WITH A CANDIDATE
      *    OVERFLOW ABENDS RATHER THAN RESOLVING WITH A TRUNCATED
      *    SET.
       01  WS-OVRD-TABLE.
           05  WS-OVRD-COUNT                   PIC 9(04) VALUE ZERO.
           05  WS-OVRD-CAND-SUB                PIC 9(04) VALUE ZERO.
           05  WS-OVRD-NEXT-SUB                PIC 9(04) VALUE 1.
           05  WS-OVRD-ENTRY OCCURS 2000 TIMES.
               10  WS-OVR-KEY.
                   15  WS-OVR-ZIP-CODE         PIC X(05).
                   15  WS-OVR-ADD-ON-LOW-NO    PIC X(04).
           END-IF
           PERFORM 0140-LOAD-OVERRIDE-TABLE
           PERFORM 0160-CHECK-FOR-RESTART
      *    A RESTART FIRST CUTS THE REPORT, SUSPENSE, RESPONSE AND
      *    ACTIVITY FILES BACK TO EXACTLY WHAT THE CHECKPOINT SAYS WAS
      *    WRITTEN -- THE UP-TO-AN-INTERVAL OF REQUESTS PROCESSED
      *    AFTER THE LAST CHECKPOINT ARE ABOUT TO BE RE-PROCESSED
      *    AND THEIR OUTPUT MUST NOT APPEAR TWICE -- AND THEN
           IF RESTART-MODE
               OPEN EXTEND LOOKUP-REPORT-FILE
               OPEN EXTEND SUSPENSE-FILE
               OPEN EXTEND LOOKUP-RESPONSE-FILE
           ELSE
               OPEN OUTPUT LOOKUP-REPORT-FILE
               OPEN OUTPUT SUSPENSE-FILE
               OPEN OUTPUT LOOKUP-RESPONSE-FILE
               MOVE 'ZIP/COUNTY LOOKUP BATCH REPORT' TO RPT-LINE
               WRITE RPT-LINE
           END-IF

      *    CROVRD DOES NOT EXIST UNTIL THE FIRST OVERRIDE IS ADDED;
      *    A FAILED OPEN SIMPLY LEAVES THE TABLE EMPTY AND EVERY
      *    REQUEST RESOLVES FROM THE VENDOR MASTERS ALONE.  AN ADD
      *    STILL AWAITING SECOND-USER APPROVAL IS NOT IN EFFECT AND
      *    IS LEFT OUT OF THE TABLE.
       0140-LOAD-OVERRIDE-TABLE.
           OPEN INPUT LOCAL-OVERRIDE-FILE
           IF NOT OVRD-OK
               AT END
                   CONTINUE
               NOT AT END
                   IF OVRD-PENDING-ADD
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-OVRD-COUNT
                   IF WS-OVRD-COUNT > 2000
                       DISPLAY 'ZIPLKHV: ABEND - MORE THAN 2000 '
                           'LOCAL OVERRIDES, TABLE OVERFLOW'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                       SET RESTART-MODE TO TRUE
                       MOVE HVCK-REQUESTS-PROCESSED TO
                                               WS-RESTART-SKIP-COUNT
                       MOVE HVCK-REQUESTS-PROCESSED TO
                                               WS-RESPONSES-WRITTEN
                       MOVE HVCK-REQUESTS-FOUND TO WS-REQUESTS-FOUND
                       MOVE HVCK-REQUESTS-NOT-FOUND TO
                                               WS-REQUESTS-NOT-FOUND
      *    SEQUENTIAL FILE CANNOT BE TRUNCATED IN PLACE.  THE REPORT
      *    KEEPS ITS HEADING PLUS ONE LINE PER PROCESSED REQUEST;
      *    THE SUSPENSE FILE KEEPS THE CHECKPOINTED WRITE COUNT; THE
      *    RESPONSE FILE, ONE RECORD PER REQUEST AND NO HEADING,
      *    KEEPS EXACTLY THE PROCESSED-REQUEST COUNT; THE
      *    SHARED ACTIVITY LOG IS CUT TO THE TOTAL-ROWS FIGURE THE
      *    CHECKPOINT RECORDED, WHICH IS WHY THE RESTART MUST RUN
      *    BEFORE ANY OTHER ACTIVITY WRITER RESUMES.
           PERFORM 0166-COPY-WORK-TO-SUSP UNTIL WORK-EOF
           CLOSE HV-WORK-FILE
           CLOSE SUSPENSE-FILE
           MOVE WS-RESTART-SKIP-COUNT TO WS-ROWS-TO-KEEP
           MOVE ZERO TO WS-ROWS-KEPT
           OPEN INPUT LOOKUP-RESPONSE-FILE
           OPEN OUTPUT HV-WORK-FILE
           PERFORM 0171-COPY-RESP-TO-WORK
               UNTIL RSP-EOF OR WS-ROWS-KEPT >= WS-ROWS-TO-KEEP
           CLOSE LOOKUP-RESPONSE-FILE
           CLOSE HV-WORK-FILE
           OPEN INPUT HV-WORK-FILE
           OPEN OUTPUT LOOKUP-RESPONSE-FILE
           PERFORM 0172-COPY-WORK-TO-RESP UNTIL WORK-EOF
           CLOSE HV-WORK-FILE
           CLOSE LOOKUP-RESPONSE-FILE
           MOVE WS-ACTL-TRUNCATE-COUNT TO WS-ROWS-TO-KEEP
           MOVE ZERO TO WS-ROWS-KEPT
           OPEN INPUT ACTIVITY-LOG-FILE
           END-PERFORM
           PERFORM 0110-READ-REQUEST.

       0171-COPY-RESP-TO-WORK.
           READ LOOKUP-RESPONSE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LOOKUP-RESPONSE-RECORD TO HV-WORK-RECORD
                   WRITE HV-WORK-RECORD
                   ADD 1 TO WS-ROWS-KEPT
           END-READ.

       0172-COPY-WORK-TO-RESP.
           READ HV-WORK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE HV-WORK-RECORD TO LOOKUP-RESPONSE-RECORD
                   WRITE LOOKUP-RESPONSE-RECORD
           END-READ.

       0200-PROCESS-REQUESTS.
           PERFORM 0300-RESOLVE-REQUEST
           IF REQUEST-RESOLVED
               PERFORM 0230-REPORT-NOT-FOUND
               ADD 1 TO WS-REQUESTS-NOT-FOUND
           END-IF
           PERFORM 0290-WRITE-RESPONSE
           PERFORM 0270-WRITE-ACTIVITY
           ADD 1 TO WS-SINCE-LAST-CKPT
           IF WS-SINCE-LAST-CKPT >= WS-CKPT-INTERVAL
           MOVE LKIN-STREET-NO        TO SUSP-STREET-NO
           MOVE WS-CURRENT-DATE       TO SUSP-FIRST-SEEN-DATE
           MOVE ZERO                  TO SUSP-CYCLES-UNRESOLVED
           MOVE LKIN-CALLER-REFERENCE TO SUSP-CALLER-REFERENCE
           WRITE LOOKUP-SUSPENSE-RECORD
           ADD 1 TO WS-SUSPENSE-WRITTEN.

           END-IF
           MOVE FIPS-KEY TO WS-FIPS-LAST-KEY
           MOVE 'N'      TO WS-FIPS-ASSIGNED-SW
           MOVE SPACES   TO WS-FIPS-SAVE-STATE-CODE
                            WS-FIPS-SAVE-COUNTY-CODE
           READ FIPS-MASTER-FILE
               INVALID KEY
                   MOVE '*FIPS NOT ASSIGNED' TO WS-FIPS-DISPLAY
                       STRING 'FIPS ' FIPS-STATE-CODE FIPS-COUNTY-CODE
                           DELIMITED BY SIZE INTO WS-FIPS-DISPLAY
                       SET FIPS-WAS-ASSIGNED TO TRUE
                       MOVE FIPS-STATE-CODE  TO WS-FIPS-SAVE-STATE-CODE
                       MOVE FIPS-COUNTY-CODE TO
                           WS-FIPS-SAVE-COUNTY-CODE
                   ELSE
                       MOVE '*FIPS NOT ASSIGNED' TO WS-FIPS-DISPLAY
                   END-IF

      *    THE CHECKPOINT RECORDS REQUESTS FULLY PROCESSED --
      *    WS-REQUESTS-READ AT THIS POINT COUNTS EXACTLY THE
      *    REQUESTS WHOSE REPORT, SUSPENSE, RESPONSE AND ACTIVITY
      *    OUTPUT IS ALREADY WRITTEN, BECAUSE THE NEXT REQUEST HAS
      *    NOT BEEN READ YET -- PLUS THE OUTPUT COUNTERS A RESTART
      *    MUST RESUME FROM.  THE RESPONSE FILE NEEDS NO COUNTER OF
      *    ITS OWN: IT HOLDS ONE RECORD PER PROCESSED REQUEST.
       0280-WRITE-CHECKPOINT.
           MOVE ZERO TO WS-SINCE-LAST-CKPT
           OPEN OUTPUT HV-CHECKPOINT-FILE
           WRITE HIGH-VOLUME-CHECKPOINT-RECORD
           CLOSE HV-CHECKPOINT-FILE.

      *    ONE RESPONSE RECORD PER REQUEST, THE SAME LAYOUT AND RULES
      *    AS ZIPLKBAT'S.  THE FIPS CODES COME FROM THE CACHED FETCH
      *    0220 RAN FOR A FOUND REQUEST.
       0290-WRITE-RESPONSE.
           MOVE SPACES                TO LOOKUP-RESPONSE-RECORD
           MOVE LKIN-CALLER-REFERENCE TO LKRS-CALLER-REFERENCE
           MOVE LKIN-ZIP-CODE         TO LKRS-ZIP-CODE
           MOVE LKIN-ADD-ON-LOW-NO    TO LKRS-ADD-ON-LOW-NO
           MOVE LKIN-STREET-NO        TO LKRS-STREET-NO
           MOVE 'ZIPLKHV '            TO LKRS-RESPONDING-JOB
           MOVE WS-CURRENT-DATE       TO LKRS-RESPONSE-DATE
           SET LKRS-NOT-FOUND TO TRUE
           MOVE 'N' TO LKRS-FIPS-ASSIGNED
           MOVE 'N' TO LKRS-SPLIT-APPLIED
           MOVE 'N' TO LKRS-ZIP-LEVEL
           MOVE 'N' TO LKRS-OVERRIDE-APPLIED
           IF REQUEST-RESOLVED
               SET LKRS-WAS-FOUND TO TRUE
               MOVE WS-RESULT-STATE-ABBREV TO LKRS-STATE-ABBREV
               MOVE WS-RESULT-COUNTY-NO    TO LKRS-COUNTY-NO
               MOVE WS-RESULT-COUNTY-NAME  TO LKRS-COUNTY-NAME
               IF FIPS-WAS-ASSIGNED
                   MOVE WS-FIPS-SAVE-STATE-CODE  TO
                       LKRS-FIPS-STATE-CODE
                   MOVE WS-FIPS-SAVE-COUNTY-CODE TO
                       LKRS-FIPS-COUNTY-CODE
                   SET LKRS-FIPS-IS-ASSIGNED TO TRUE
               END-IF
               IF SPLIT-MATCHED
                   SET LKRS-SPLIT-WAS-APPLIED TO TRUE
               END-IF
               IF ZIP-LEVEL-APPLIED
                   SET LKRS-AT-ZIP-LEVEL TO TRUE
               END-IF
               IF OVERRIDE-APPLIED
                   SET LKRS-OVERRIDE-WAS-APPLIED TO TRUE
               END-IF
           END-IF
           WRITE LOOKUP-RESPONSE-RECORD
           ADD 1 TO WS-RESPONSES-WRITTEN.

      *    ADVANCE THE MASTER UNTIL THE NEXT RECORD'S KEY IS PAST THE
      *    REQUEST; THE LAST RECORD STEPPED OVER BECOMES THE CANDIDATE
      *    RANGE, EXACTLY THE RECORD ZIPLKUP'S START ... NOT GREATER
           END-IF
           CLOSE LOOKUP-REPORT-FILE
           CLOSE SUSPENSE-FILE
           CLOSE LOOKUP-RESPONSE-FILE
           CLOSE ACTIVITY-LOG-FILE
           PERFORM 0910-CLEAR-CHECKPOINT
           DISPLAY 'ZIPLKHV: REQUESTS READ     = ' WS-REQUESTS-READ
           DISPLAY 'ZIPLKHV: SUSPENSE WRITTEN  = '
               WS-SUSPENSE-WRITTEN
           DISPLAY 'ZIPLKHV: ACTIVITY LOGGED   = '
               WS-ACTIVITY-WRITTEN
           DISPLAY 'ZIPLKHV: RESPONSES WRITTEN = '
               WS-RESPONSES-WRITTEN.

      *    RUN COMPLETED CLEANLY - CLEAR THE CHECKPOINT SO A FRESH
      *    RERUN STARTS FROM REQUEST ONE RATHER THAN A STALE MID-RUN
