      *================================================================
      *  ZIPVOLAT --  COUNTY VOLATILITY ANALYSIS ACROSS EVERY TAPE
      *                VERSION RETAINED ON THE HISTORY MASTERS (CRHIST
      *                AND CRSHIST, KEPT BY ZIPHSTLD).  ZIPDELTA ONLY
      *                EVER COMPARES THIS MONTH WITH LAST MONTH; THIS
      *                JOB READS EACH ZIP + ADD-ON RANGE (AND EACH
      *                SPLIT SUB-RANGE) ACROSS ALL ITS RETAINED
      *                VERSIONS, WHICH THE HISTORY KEY DELIVERS
      *                TOGETHER AND IN VERSION ORDER, AND COUNTS HOW
      *                OFTEN ITS COUNTY ASSIGNMENT CHANGED.
      *
      *                A RANGE IS REPORTED WHEN IT FLIPPED MORE TIMES
      *                THAN THE THRESHOLD ON THE ONE-CARD PARAMETER
      *                FILE (VOLCRD), OR WHEN IT FLAPPED -- WENT BACK
      *                TO THE COUNTY IT HELD BEFORE ITS LAST CHANGE
      *                (A TO B TO A) -- WHATEVER ITS FLIP COUNT, SINCE
      *                FLAPPING RANGES ARE WHERE THE BILLING DISPUTES
      *                COME FROM.  EACH REPORTED RANGE LISTS EVERY
      *                VERSION AT WHICH ITS COUNTY CHANGED.  THE
      *                REPORT CLOSES WITH COUNTS BY COUNTY (VOLATILE
      *                RANGES THAT WERE EVER IN THE COUNTY, AND FLIPS
      *                INTO IT) AND BY VENDOR UPDATE KEY, FOR THE
      *                VENDOR CONVERSATION AND FOR DECIDING WHERE A
      *                STANDING CROVRD OVERRIDE BELONGS.
      *
      *                THE HISTORY ROWS DO NOT CARRY THE VENDOR'S
      *                UPDATE KEY, SO IT IS TAKEN FROM THE RANGE'S
      *                RECORD ON THE LIVE CRMSTR (A SPLIT SUB-RANGE
      *                TAKES ITS PARENT RANGE'S KEY); A RANGE THE
      *                CURRENT TAPE NO LONGER CARRIES IS COUNTED
      *                UNDER 'NOT ON TAPE'.  AN ANALYSIS RUN ON
      *                DEMAND, NOT A CYCLE STEP; NOTHING IS UPDATED.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPVOLAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOLATILITY-CARD-FILE ASSIGN TO "VOLCRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT CR-HISTORY-FILE ASSIGN TO "CRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CR-SPLIT-HISTORY-FILE ASSIGN TO "CRSHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SHST-KEY
               FILE STATUS IS WS-SHST-STATUS.

           SELECT CR-MASTER-FILE ASSIGN TO "CRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRM-KEY
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT VOLATILITY-REPORT-FILE ASSIGN TO "VOLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOLATILITY-CARD-FILE.
       01  VOLATILITY-PARAMETER-CARD.
           05  CARD-FLIP-THRESHOLD             PIC 9(03).
           05  FILLER                          PIC X(77).

       FD  CR-HISTORY-FILE.
           COPY "ziphist.cpy".

       FD  CR-SPLIT-HISTORY-FILE.
           COPY "zipshst.cpy".

       FD  CR-MASTER-FILE.
           COPY "zipmstr.cpy".

       FD  VOLATILITY-REPORT-FILE.
       01  RPT-LINE                            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS                      PIC X(02).
           88  CARD-OK                         VALUE '00'.
           88  CARD-EOF                        VALUE '10'.

       01  WS-HIST-STATUS                      PIC X(02).
           88  HIST-OK                         VALUE '00'.
           88  HIST-EOF                        VALUE '10'.

       01  WS-SHST-STATUS                      PIC X(02).
           88  SHST-OK                         VALUE '00'.
           88  SHST-EOF                        VALUE '10'.

       01  WS-MSTR-STATUS                      PIC X(02).
           88  MSTR-OK                         VALUE '00'.

       01  WS-RPT-STATUS                       PIC X(02).

       01  WS-COUNTERS.
           05  WS-HISTORY-ROWS-READ            PIC 9(09) VALUE ZERO.
           05  WS-SPLIT-HIST-ROWS-READ         PIC 9(09) VALUE ZERO.
           05  WS-RANGES-SCANNED               PIC 9(09) VALUE ZERO.
           05  WS-SPLIT-RANGES-SCANNED         PIC 9(09) VALUE ZERO.
           05  WS-RANGES-EVER-FLIPPED          PIC 9(09) VALUE ZERO.
           05  WS-RANGES-REPORTED              PIC 9(09) VALUE ZERO.
           05  WS-RANGES-OVER-THRESHOLD        PIC 9(09) VALUE ZERO.
           05  WS-RANGES-FLAPPING              PIC 9(09) VALUE ZERO.

       01  WS-FLIP-THRESHOLD                   PIC 9(03).

      *    THE RANGE CURRENTLY BEING GATHERED.  BASE AND SPLIT
      *    HISTORY ROWS ARE BOTH MOVED INTO THIS ONE SHAPE SO THE
      *    SAME PARAGRAPHS MEASURE AND REPORT EITHER KIND.  THE
      *    CHANGE TABLE HOLDS ONE ENTRY PER VERSION AT WHICH THE
      *    COUNTY CHANGED (THE FIRST VERSION SEEN COUNTS AS ONE), SO
      *    IT CAN NEVER OUTGROW THE VERSIONS RETAINED; 600 IS FIFTY
      *    YEARS OF MONTHLY CYCLES, THE SAME SIZING AS ZIPHSTLK'S
      *    ANCHOR TABLE.
       01  WS-RANGE-WORK.
           05  WS-RANGE-KIND                   PIC X(01).
               88  RANGE-IS-BASE               VALUE 'B'.
               88  RANGE-IS-SPLIT              VALUE 'S'.
           05  WS-RANGE-KEY.
               10  WS-RANGE-ZIP-CODE           PIC X(05)
                                               VALUE LOW-VALUES.
               10  WS-RANGE-ADD-ON-LOW-NO      PIC X(04).
               10  WS-RANGE-STREET-LOW-NO      PIC 9(05).
           05  WS-RANGE-ADD-ON-HIGH-NO         PIC X(04).
           05  WS-RANGE-STREET-HIGH-NO         PIC 9(05).
           05  WS-RANGE-VERSIONS               PIC 9(03).
           05  WS-RANGE-FLIPS                  PIC 9(03).
           05  WS-RANGE-FLAPS                  PIC 9(03).
           05  WS-RANGE-UPDATE-KEY-NO          PIC X(10).
           05  WS-CHANGE-COUNT                 PIC 9(03).
           05  WS-CHANGE-SUB                   PIC 9(03).
           05  WS-EARLIER-SUB                  PIC 9(03).
           05  WS-CHANGE-ENTRY OCCURS 600 TIMES.
               10  WS-CHG-VERSION              PIC X(04).
               10  WS-CHG-COUNTY-KEY.
                   15  WS-CHG-STATE-ABBREV     PIC X(02).
                   15  WS-CHG-COUNTY-NO        PIC X(03).
               10  WS-CHG-COUNTY-NAME          PIC X(25).

       01  WS-ROW-ASSIGNMENT.
           05  WS-ROW-VERSION                  PIC X(04).
           05  WS-ROW-COUNTY-KEY.
               10  WS-ROW-STATE-ABBREV         PIC X(02).
               10  WS-ROW-COUNTY-NO            PIC X(03).
           05  WS-ROW-COUNTY-NAME              PIC X(25).

       01  WS-ROW-RANGE-KEY.
           05  WS-ROW-ZIP-CODE                 PIC X(05).
           05  WS-ROW-ADD-ON-LOW-NO            PIC X(04).
           05  WS-ROW-STREET-LOW-NO            PIC 9(05).

      *    REPORTED RANGES BY COUNTY, REGISTERED IN ORDER OF FIRST
      *    APPEARANCE AS ZIPBLAUD DOES.  A RANGE COUNTS ONCE UNDER
      *    EVERY COUNTY IT WAS EVER ASSIGNED TO; EACH CHANGE AFTER
      *    THE FIRST VERSION COUNTS AS A FLIP INTO ITS NEW COUNTY.
       01  WS-COUNTY-TABLE.
           05  WS-COUNTY-COUNT                 PIC 9(05) VALUE ZERO.
           05  WS-COUNTY-SUB                   PIC 9(05).
           05  WS-COUNTY-FOUND-SW              PIC X(01).
               88  COUNTY-FOUND                VALUE 'Y'.
           05  WS-COUNTY-ENTRY OCCURS 4000 TIMES.
               10  WS-CTY-KEY                  PIC X(05).
               10  WS-CTY-COUNTY-NAME          PIC X(25).
               10  WS-CTY-RANGE-COUNT          PIC 9(09).
               10  WS-CTY-FLIPS-IN-COUNT       PIC 9(09).

      *    REPORTED RANGES BY THE VENDOR'S UPDATE KEY.
       01  WS-UPDATE-KEY-TABLE.
           05  WS-UKEY-COUNT                   PIC 9(05) VALUE ZERO.
           05  WS-UKEY-SUB                     PIC 9(05).
           05  WS-UKEY-FOUND-SW                PIC X(01).
               88  UKEY-FOUND                  VALUE 'Y'.
           05  WS-UKEY-ENTRY OCCURS 4000 TIMES.
               10  WS-UKY-UPDATE-KEY-NO        PIC X(10).
               10  WS-UKY-RANGE-COUNT          PIC 9(09).
               10  WS-UKY-FLIP-COUNT           PIC 9(09).
               10  WS-UKY-FLAPPING-COUNT       PIC 9(09).

       01  WS-SWITCHES.
           05  WS-EARLIER-FOUND-SW             PIC X(01).
               88  EARLIER-FOUND               VALUE 'Y'.

       01  WS-RANGE-LINE.
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-RNG-KIND                     PIC X(05).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-RNG-ZIP-CODE                 PIC X(05).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-RNG-ADD-ON-LOW-NO            PIC X(04).
           05  FILLER                          PIC X(01)  VALUE '-'.
           05  WS-RNG-ADD-ON-HIGH-NO           PIC X(04).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-RNG-STREET-RANGE             PIC X(11).
           05  FILLER                          PIC X(02)  VALUE SPACE.
           05  FILLER                          PIC X(06)
                                               VALUE 'FLIPS '.
           05  WS-RNG-FLIPS                    PIC ZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACE.
           05  FILLER                          PIC X(10)
                                               VALUE 'VERSIONS '.
           05  WS-RNG-VERSIONS                 PIC ZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACE.
           05  FILLER                          PIC X(08)
                                               VALUE 'UPD KEY '.
           05  WS-RNG-UPDATE-KEY-NO            PIC X(12).
           05  FILLER                          PIC X(02)  VALUE SPACE.
           05  WS-RNG-FLAP-FLAG                PIC X(25).

       01  WS-CHANGE-LINE.
           05  FILLER                          PIC X(12)  VALUE SPACE.
           05  FILLER                          PIC X(08)
                                               VALUE 'VERSION '.
           05  WS-CHL-VERSION-YEAR             PIC X(02).
           05  FILLER                          PIC X(01)  VALUE '/'.
           05  WS-CHL-VERSION-MONTH            PIC X(02).
           05  FILLER                          PIC X(02)  VALUE SPACE.
           05  WS-CHL-STATE-ABBREV             PIC X(02).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-CHL-COUNTY-NO                PIC X(03).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-CHL-COUNTY-NAME              PIC X(25).
           05  FILLER                          PIC X(02)  VALUE SPACE.
           05  WS-CHL-NOTE                     PIC X(20).

       01  WS-EDIT-STREET.
           05  WS-EDT-STREET-LOW-NO            PIC 9(05).
           05  FILLER                          PIC X(01)  VALUE '-'.
           05  WS-EDT-STREET-HIGH-NO           PIC 9(05).

       01  WS-EDIT-FLAPS                       PIC ZZ9.

       01  WS-COUNTY-SUMMARY-LINE.
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-CSM-STATE-ABBREV             PIC X(02).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-CSM-COUNTY-NO                PIC X(03).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-CSM-COUNTY-NAME              PIC X(25).
           05  FILLER                          PIC X(03)  VALUE SPACE.
           05  WS-CSM-RANGE-COUNT              PIC 9(09).
           05  FILLER                          PIC X(03)  VALUE SPACE.
           05  WS-CSM-FLIPS-IN-COUNT           PIC 9(09).

       01  WS-COUNTY-SUMMARY-HEADING.
           05  FILLER                          PIC X(36)
               VALUE ' ST CTY COUNTY NAME'.
           05  FILLER                          PIC X(12)
               VALUE '   RANGES'.
           05  FILLER                          PIC X(12)
               VALUE ' FLIPS IN'.

       01  WS-UKEY-SUMMARY-LINE.
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-USM-UPDATE-KEY-NO            PIC X(12).
           05  FILLER                          PIC X(03)  VALUE SPACE.
           05  WS-USM-RANGE-COUNT              PIC 9(09).
           05  FILLER                          PIC X(03)  VALUE SPACE.
           05  WS-USM-FLIP-COUNT               PIC 9(09).
           05  FILLER                          PIC X(03)  VALUE SPACE.
           05  WS-USM-FLAPPING-COUNT           PIC 9(09).

       01  WS-UKEY-SUMMARY-HEADING.
           05  FILLER                          PIC X(16)
               VALUE ' UPDATE KEY'.
           05  FILLER                          PIC X(12)
               VALUE '   RANGES'.
           05  FILLER                          PIC X(12)
               VALUE '    FLIPS'.
           05  FILLER                          PIC X(12)
               VALUE ' FLAPPING'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-SCAN-HISTORY UNTIL HIST-EOF
           IF WS-RANGE-ZIP-CODE NOT = LOW-VALUES
               PERFORM 0500-CLOSE-RANGE
           END-IF
           MOVE LOW-VALUES TO WS-RANGE-ZIP-CODE
           PERFORM 0300-SCAN-SPLIT-HISTORY UNTIL SHST-EOF
           IF WS-RANGE-ZIP-CODE NOT = LOW-VALUES
               PERFORM 0500-CLOSE-RANGE
           END-IF
           PERFORM 0900-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           PERFORM 0110-READ-PARAMETER-CARD
           OPEN INPUT CR-HISTORY-FILE
           OPEN INPUT CR-SPLIT-HISTORY-FILE
           OPEN INPUT CR-MASTER-FILE
           OPEN OUTPUT VOLATILITY-REPORT-FILE
           MOVE SPACES TO RPT-LINE
           STRING 'COUNTY VOLATILITY ACROSS RETAINED HISTORY - RANGES '
               'FLIPPED MORE THAN ' WS-FLIP-THRESHOLD
               ' TIMES, OR FLAPPING'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *    THE THRESHOLD MAY BE ZERO (EVERY RANGE THAT EVER CHANGED
      *    COUNTY IS LISTED), BUT IT MUST BE KEYED.
       0110-READ-PARAMETER-CARD.
           OPEN INPUT VOLATILITY-CARD-FILE
           READ VOLATILITY-CARD-FILE
               AT END
                   DISPLAY 'ZIPVOLAT: ABEND - NO PARAMETER CARD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF CARD-FLIP-THRESHOLD NOT NUMERIC
               DISPLAY 'ZIPVOLAT: ABEND - CARD NEEDS A NUMERIC FLIP '
                   'THRESHOLD IN COLUMNS 1-3'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CARD-FLIP-THRESHOLD TO WS-FLIP-THRESHOLD
           CLOSE VOLATILITY-CARD-FILE.

      *    THE VERSION ANCHOR ROWS ZIPHSTLD WRITES UNDER A LOW-VALUES
      *    ZIP ARE NOT RANGES AND ARE PASSED OVER.
       0200-SCAN-HISTORY.
           READ CR-HISTORY-FILE NEXT RECORD
               AT END
                   SET HIST-EOF TO TRUE
               NOT AT END
                   IF HIST-ZIP-CODE NOT = LOW-VALUES
                       ADD 1 TO WS-HISTORY-ROWS-READ
                       PERFORM 0210-TAKE-HISTORY-ROW
                   END-IF
           END-READ.

       0210-TAKE-HISTORY-ROW.
           MOVE HIST-ZIP-CODE         TO WS-ROW-ZIP-CODE
           MOVE HIST-ADD-ON-LOW-NO    TO WS-ROW-ADD-ON-LOW-NO
           MOVE ZERO                  TO WS-ROW-STREET-LOW-NO
           IF WS-ROW-RANGE-KEY NOT = WS-RANGE-KEY
               IF WS-RANGE-ZIP-CODE NOT = LOW-VALUES
                   PERFORM 0500-CLOSE-RANGE
               END-IF
               PERFORM 0400-OPEN-RANGE
               SET RANGE-IS-BASE TO TRUE
               ADD 1 TO WS-RANGES-SCANNED
           END-IF
           MOVE HIST-ADD-ON-HIGH-NO   TO WS-RANGE-ADD-ON-HIGH-NO
           MOVE ZERO                  TO WS-RANGE-STREET-HIGH-NO
           MOVE HIST-VERSION          TO WS-ROW-VERSION
           MOVE HIST-STATE-ABBREV     TO WS-ROW-STATE-ABBREV
           MOVE HIST-COUNTY-NO        TO WS-ROW-COUNTY-NO
           MOVE HIST-COUNTY-NAME      TO WS-ROW-COUNTY-NAME
           PERFORM 0410-NOTE-ASSIGNMENT.

       0300-SCAN-SPLIT-HISTORY.
           READ CR-SPLIT-HISTORY-FILE NEXT RECORD
               AT END
                   SET SHST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SPLIT-HIST-ROWS-READ
                   PERFORM 0310-TAKE-SPLIT-HISTORY-ROW
           END-READ.

       0310-TAKE-SPLIT-HISTORY-ROW.
           MOVE SHST-ZIP-CODE         TO WS-ROW-ZIP-CODE
           MOVE SHST-ADD-ON-LOW-NO    TO WS-ROW-ADD-ON-LOW-NO
           MOVE SHST-STREET-LOW-NO    TO WS-ROW-STREET-LOW-NO
           IF WS-ROW-RANGE-KEY NOT = WS-RANGE-KEY
               IF WS-RANGE-ZIP-CODE NOT = LOW-VALUES
                   PERFORM 0500-CLOSE-RANGE
               END-IF
               PERFORM 0400-OPEN-RANGE
               SET RANGE-IS-SPLIT TO TRUE
               ADD 1 TO WS-SPLIT-RANGES-SCANNED
           END-IF
           MOVE SHST-ADD-ON-HIGH-NO   TO WS-RANGE-ADD-ON-HIGH-NO
           MOVE SHST-STREET-HIGH-NO   TO WS-RANGE-STREET-HIGH-NO
           MOVE SHST-VERSION          TO WS-ROW-VERSION
           MOVE SHST-STATE-ABBREV     TO WS-ROW-STATE-ABBREV
           MOVE SHST-COUNTY-NO        TO WS-ROW-COUNTY-NO
           MOVE SHST-COUNTY-NAME      TO WS-ROW-COUNTY-NAME
           PERFORM 0410-NOTE-ASSIGNMENT.

       0400-OPEN-RANGE.
           MOVE WS-ROW-RANGE-KEY TO WS-RANGE-KEY
           MOVE ZERO             TO WS-RANGE-VERSIONS
           MOVE ZERO             TO WS-RANGE-FLIPS
           MOVE ZERO             TO WS-RANGE-FLAPS
           MOVE ZERO             TO WS-CHANGE-COUNT.

      *    A FLIP IS A VERSION WHOSE COUNTY DIFFERS FROM THE VERSION
      *    BEFORE IT.  A FLIP BACK TO THE COUNTY HELD JUST BEFORE THE
      *    LAST CHANGE IS ALSO A FLAP.
       0410-NOTE-ASSIGNMENT.
           ADD 1 TO WS-RANGE-VERSIONS
           IF WS-CHANGE-COUNT > ZERO
               IF WS-ROW-COUNTY-KEY =
                                WS-CHG-COUNTY-KEY (WS-CHANGE-COUNT)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RANGE-FLIPS
               IF WS-CHANGE-COUNT > 1
                   COMPUTE WS-EARLIER-SUB = WS-CHANGE-COUNT - 1
                   IF WS-ROW-COUNTY-KEY =
                                WS-CHG-COUNTY-KEY (WS-EARLIER-SUB)
                       ADD 1 TO WS-RANGE-FLAPS
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-CHANGE-COUNT
           IF WS-CHANGE-COUNT > 600
               DISPLAY 'ZIPVOLAT: ABEND - MORE THAN 600 COUNTY '
                   'CHANGES FOR RANGE ' WS-RANGE-ZIP-CODE ' '
                   WS-RANGE-ADD-ON-LOW-NO ', TABLE OVERFLOW'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ROW-VERSION     TO WS-CHG-VERSION (WS-CHANGE-COUNT)
           MOVE WS-ROW-COUNTY-KEY  TO
                                 WS-CHG-COUNTY-KEY (WS-CHANGE-COUNT)
           MOVE WS-ROW-COUNTY-NAME TO
                                 WS-CHG-COUNTY-NAME (WS-CHANGE-COUNT).

       0500-CLOSE-RANGE.
           IF WS-RANGE-FLIPS > ZERO
               ADD 1 TO WS-RANGES-EVER-FLIPPED
           END-IF
           IF WS-RANGE-FLIPS NOT > WS-FLIP-THRESHOLD
                   AND WS-RANGE-FLAPS = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RANGES-REPORTED
           IF WS-RANGE-FLIPS > WS-FLIP-THRESHOLD
               ADD 1 TO WS-RANGES-OVER-THRESHOLD
           END-IF
           IF WS-RANGE-FLAPS > ZERO
               ADD 1 TO WS-RANGES-FLAPPING
           END-IF
           PERFORM 0510-FETCH-UPDATE-KEY
           PERFORM 0520-REPORT-RANGE
           PERFORM 0600-REGISTER-COUNTY
               VARYING WS-CHANGE-SUB FROM 1 BY 1
               UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
           PERFORM 0700-REGISTER-UPDATE-KEY.

       0510-FETCH-UPDATE-KEY.
           MOVE WS-RANGE-ZIP-CODE      TO CRM-ZIP-CODE
           MOVE WS-RANGE-ADD-ON-LOW-NO TO CRM-ADD-ON-LOW-NO
           READ CR-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON TAPE' TO WS-RANGE-UPDATE-KEY-NO
               NOT INVALID KEY
                   MOVE CRM-UPDATE-KEY-NO TO WS-RANGE-UPDATE-KEY-NO
           END-READ.

       0520-REPORT-RANGE.
           IF RANGE-IS-BASE
               MOVE 'RANGE'                TO WS-RNG-KIND
               MOVE SPACES                 TO WS-RNG-STREET-RANGE
           ELSE
               MOVE 'SPLIT'                TO WS-RNG-KIND
               MOVE WS-RANGE-STREET-LOW-NO  TO WS-EDT-STREET-LOW-NO
               MOVE WS-RANGE-STREET-HIGH-NO TO WS-EDT-STREET-HIGH-NO
               MOVE WS-EDIT-STREET          TO WS-RNG-STREET-RANGE
           END-IF
           MOVE WS-RANGE-ZIP-CODE          TO WS-RNG-ZIP-CODE
           MOVE WS-RANGE-ADD-ON-LOW-NO     TO WS-RNG-ADD-ON-LOW-NO
           MOVE WS-RANGE-ADD-ON-HIGH-NO    TO WS-RNG-ADD-ON-HIGH-NO
           MOVE WS-RANGE-FLIPS             TO WS-RNG-FLIPS
           MOVE WS-RANGE-VERSIONS          TO WS-RNG-VERSIONS
           MOVE WS-RANGE-UPDATE-KEY-NO     TO WS-RNG-UPDATE-KEY-NO
           MOVE SPACES                     TO WS-RNG-FLAP-FLAG
           IF WS-RANGE-FLAPS > ZERO
               MOVE WS-RANGE-FLAPS TO WS-EDIT-FLAPS
               STRING '*** FLAPPING X' WS-EDIT-FLAPS ' ***'
                   DELIMITED BY SIZE INTO WS-RNG-FLAP-FLAG
           END-IF
           MOVE WS-RANGE-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0530-REPORT-CHANGE
               VARYING WS-CHANGE-SUB FROM 1 BY 1
               UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT.

       0530-REPORT-CHANGE.
           MOVE WS-CHG-VERSION (WS-CHANGE-SUB) (1:2)
                                           TO WS-CHL-VERSION-YEAR
           MOVE WS-CHG-VERSION (WS-CHANGE-SUB) (3:2)
                                           TO WS-CHL-VERSION-MONTH
           MOVE WS-CHG-STATE-ABBREV (WS-CHANGE-SUB)
                                           TO WS-CHL-STATE-ABBREV
           MOVE WS-CHG-COUNTY-NO (WS-CHANGE-SUB)
                                           TO WS-CHL-COUNTY-NO
           MOVE WS-CHG-COUNTY-NAME (WS-CHANGE-SUB)
                                           TO WS-CHL-COUNTY-NAME
           MOVE SPACES                     TO WS-CHL-NOTE
           IF WS-CHANGE-SUB = 1
               MOVE 'FIRST RETAINED' TO WS-CHL-NOTE
           END-IF
           IF WS-CHANGE-SUB > 2
               COMPUTE WS-EARLIER-SUB = WS-CHANGE-SUB - 2
               IF WS-CHG-COUNTY-KEY (WS-CHANGE-SUB) =
                                 WS-CHG-COUNTY-KEY (WS-EARLIER-SUB)
                   MOVE 'BACK AGAIN' TO WS-CHL-NOTE
               END-IF
           END-IF
           MOVE WS-CHANGE-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *    A RANGE COUNTS ONCE UNDER EACH COUNTY IT WAS EVER IN, SO
      *    THE RANGE COUNT IS ONLY TAKEN THE FIRST TIME THE COUNTY
      *    APPEARS IN THE RANGE'S CHANGE TABLE.
       0600-REGISTER-COUNTY.
           MOVE 'N' TO WS-EARLIER-FOUND-SW
           PERFORM 0620-TEST-EARLIER-CHANGE
               VARYING WS-EARLIER-SUB FROM 1 BY 1
               UNTIL WS-EARLIER-SUB NOT < WS-CHANGE-SUB
                   OR EARLIER-FOUND
           MOVE 'N' TO WS-COUNTY-FOUND-SW
           PERFORM 0610-TEST-COUNTY-ENTRY
               VARYING WS-COUNTY-SUB FROM 1 BY 1
               UNTIL WS-COUNTY-SUB > WS-COUNTY-COUNT
                   OR COUNTY-FOUND
           IF NOT COUNTY-FOUND
               ADD 1 TO WS-COUNTY-COUNT
               IF WS-COUNTY-COUNT > 4000
                   DISPLAY 'ZIPVOLAT: ABEND - MORE THAN 4000 '
                       'DISTINCT COUNTIES, TABLE OVERFLOW'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-COUNTY-COUNT TO WS-COUNTY-SUB
               MOVE WS-CHG-COUNTY-KEY (WS-CHANGE-SUB)
                   TO WS-CTY-KEY (WS-COUNTY-SUB)
               MOVE WS-CHG-COUNTY-NAME (WS-CHANGE-SUB)
                   TO WS-CTY-COUNTY-NAME (WS-COUNTY-SUB)
               MOVE ZERO TO WS-CTY-RANGE-COUNT (WS-COUNTY-SUB)
                            WS-CTY-FLIPS-IN-COUNT (WS-COUNTY-SUB)
           ELSE
               SUBTRACT 1 FROM WS-COUNTY-SUB
           END-IF
           IF NOT EARLIER-FOUND
               ADD 1 TO WS-CTY-RANGE-COUNT (WS-COUNTY-SUB)
           END-IF
           IF WS-CHANGE-SUB > 1
               ADD 1 TO WS-CTY-FLIPS-IN-COUNT (WS-COUNTY-SUB)
           END-IF.

       0610-TEST-COUNTY-ENTRY.
           IF WS-CTY-KEY (WS-COUNTY-SUB) =
                                   WS-CHG-COUNTY-KEY (WS-CHANGE-SUB)
               SET COUNTY-FOUND TO TRUE
           END-IF.

       0620-TEST-EARLIER-CHANGE.
           IF WS-CHG-COUNTY-KEY (WS-EARLIER-SUB) =
                                   WS-CHG-COUNTY-KEY (WS-CHANGE-SUB)
               SET EARLIER-FOUND TO TRUE
           END-IF.

       0700-REGISTER-UPDATE-KEY.
           MOVE 'N' TO WS-UKEY-FOUND-SW
           PERFORM 0710-TEST-UPDATE-KEY-ENTRY
               VARYING WS-UKEY-SUB FROM 1 BY 1
               UNTIL WS-UKEY-SUB > WS-UKEY-COUNT
                   OR UKEY-FOUND
           IF NOT UKEY-FOUND
               ADD 1 TO WS-UKEY-COUNT
               IF WS-UKEY-COUNT > 4000
                   DISPLAY 'ZIPVOLAT: ABEND - MORE THAN 4000 '
                       'DISTINCT UPDATE KEYS, TABLE OVERFLOW'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-UKEY-COUNT TO WS-UKEY-SUB
               MOVE WS-RANGE-UPDATE-KEY-NO
                   TO WS-UKY-UPDATE-KEY-NO (WS-UKEY-SUB)
               MOVE ZERO TO WS-UKY-RANGE-COUNT (WS-UKEY-SUB)
                            WS-UKY-FLIP-COUNT (WS-UKEY-SUB)
                            WS-UKY-FLAPPING-COUNT (WS-UKEY-SUB)
           ELSE
               SUBTRACT 1 FROM WS-UKEY-SUB
           END-IF
           ADD 1 TO WS-UKY-RANGE-COUNT (WS-UKEY-SUB)
           ADD WS-RANGE-FLIPS TO WS-UKY-FLIP-COUNT (WS-UKEY-SUB)
           IF WS-RANGE-FLAPS > ZERO
               ADD 1 TO WS-UKY-FLAPPING-COUNT (WS-UKEY-SUB)
           END-IF.

       0710-TEST-UPDATE-KEY-ENTRY.
           IF WS-UKY-UPDATE-KEY-NO (WS-UKEY-SUB) =
                                              WS-RANGE-UPDATE-KEY-NO
               SET UKEY-FOUND TO TRUE
           END-IF.

       0800-WRITE-COUNTY-SUMMARY.
           MOVE WS-CTY-KEY (WS-COUNTY-SUB) (1:2)
               TO WS-CSM-STATE-ABBREV
           MOVE WS-CTY-KEY (WS-COUNTY-SUB) (3:3)
               TO WS-CSM-COUNTY-NO
           MOVE WS-CTY-COUNTY-NAME (WS-COUNTY-SUB)
               TO WS-CSM-COUNTY-NAME
           MOVE WS-CTY-RANGE-COUNT (WS-COUNTY-SUB)
               TO WS-CSM-RANGE-COUNT
           MOVE WS-CTY-FLIPS-IN-COUNT (WS-COUNTY-SUB)
               TO WS-CSM-FLIPS-IN-COUNT
           MOVE WS-COUNTY-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

       0810-WRITE-UPDATE-KEY-SUMMARY.
           MOVE WS-UKY-UPDATE-KEY-NO (WS-UKEY-SUB)
               TO WS-USM-UPDATE-KEY-NO
           MOVE WS-UKY-RANGE-COUNT (WS-UKEY-SUB)
               TO WS-USM-RANGE-COUNT
           MOVE WS-UKY-FLIP-COUNT (WS-UKEY-SUB)
               TO WS-USM-FLIP-COUNT
           MOVE WS-UKY-FLAPPING-COUNT (WS-UKEY-SUB)
               TO WS-USM-FLAPPING-COUNT
           MOVE WS-UKEY-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

       0900-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'REPORTED RANGES BY COUNTY EVER ASSIGNED' TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COUNTY-SUMMARY-HEADING TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0800-WRITE-COUNTY-SUMMARY
               VARYING WS-COUNTY-SUB FROM 1 BY 1
               UNTIL WS-COUNTY-SUB > WS-COUNTY-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'REPORTED RANGES BY VENDOR UPDATE KEY ON THE LIVE TAPE'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-UKEY-SUMMARY-HEADING TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0810-WRITE-UPDATE-KEY-SUMMARY
               VARYING WS-UKEY-SUB FROM 1 BY 1
               UNTIL WS-UKEY-SUB > WS-UKEY-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'HISTORY ROWS READ        : ' WS-HISTORY-ROWS-READ
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'SPLIT HISTORY ROWS READ  : '
               WS-SPLIT-HIST-ROWS-READ
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'RANGES SCANNED           : ' WS-RANGES-SCANNED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'SPLIT SUB-RANGES SCANNED : '
               WS-SPLIT-RANGES-SCANNED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'EVER CHANGED COUNTY      : ' WS-RANGES-EVER-FLIPPED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'REPORTED                 : ' WS-RANGES-REPORTED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '  OVER FLIP THRESHOLD    : '
               WS-RANGES-OVER-THRESHOLD
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '  FLAPPING (A-B-A)       : ' WS-RANGES-FLAPPING
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE CR-HISTORY-FILE
           CLOSE CR-SPLIT-HISTORY-FILE
           CLOSE CR-MASTER-FILE
           CLOSE VOLATILITY-REPORT-FILE
           DISPLAY 'ZIPVOLAT: RANGES SCANNED      = '
               WS-RANGES-SCANNED
           DISPLAY 'ZIPVOLAT: SPLIT RANGES SCANNED = '
               WS-SPLIT-RANGES-SCANNED
           DISPLAY 'ZIPVOLAT: RANGES REPORTED     = '
               WS-RANGES-REPORTED
           DISPLAY 'ZIPVOLAT: OVER THRESHOLD      = '
               WS-RANGES-OVER-THRESHOLD
           DISPLAY 'ZIPVOLAT: FLAPPING            = '
               WS-RANGES-FLAPPING.
