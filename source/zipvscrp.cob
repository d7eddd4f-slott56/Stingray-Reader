      *================================================================
      *  ZIPVSCRP --  QUARTERLY VENDOR DATA-QUALITY SCORECARD.  READS
      *                THE SCORECARD HISTORY (VNDSCOR) THAT THE CYCLE
      *                JOBS FEED THROUGH ZIPVSCU AND PRINTS THE
      *                EVIDENCE FOR THE CONTRACT CONVERSATION:
      *                  - THE MONTHLY TREND, ONE LINE PER TAPE VERSION
      *                    FOR THE TWELVE MONTHS ENDING WITH THE
      *                    QUARTER, EACH MEASURE FLAGGED '*' WHERE IT
      *                    EXCEEDED THE CONTRACT THRESHOLD;
      *                  - THE QUARTER AGAINST THE THRESHOLDS, MEASURE
      *                    BY MEASURE (MONTHS OVER, WORST MONTH,
      *                    QUARTER TOTAL);
      *                  - THE QUARTER BY STATE, MONTH BY MONTH, FOR
      *                    THE FOUR MEASURES THAT CARRY A STATE
      *                    (QUARANTINED, AUDIT SEVERE, AUDIT WARNING,
      *                    OVERRIDES STILL REQUIRED).
      *                THE QUARTER AND THE THRESHOLDS COME FROM THE
      *                ONE-CARD PARAMETER FILE (VSCCRD), SO A CHANGE OF
      *                TERMS AT RENEWAL IS A CARD CHANGE.  THRESHOLDS
      *                ARE PER MONTHLY TAPE, AS THE CONTRACT STATES
      *                THEM; A MEASURE IS OVER WHEN IT EXCEEDS ITS
      *                THRESHOLD.  A VERSION WITH NO SCORECARD ROW
      *                WAS NEVER MEASURED AND IS SHOWN AS SUCH, NOT AS
      *                A CLEAN MONTH.  ZIPSTATS MEASURES OUR OWN USE
      *                OF THE DATA; THIS JOB MEASURES THE VENDOR.  RUN
      *                ON DEMAND, NOT A CYCLE STEP; NOTHING IS UPDATED.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPVSCRP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORECARD-CARD-FILE ASSIGN TO "VSCCRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT VENDOR-SCORECARD-FILE ASSIGN TO "VNDSCOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSC-KEY
               FILE STATUS IS WS-VSC-STATUS.

           SELECT SCORECARD-REPORT-FILE ASSIGN TO "VSCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    COLUMNS 1-2 THE YEAR AND 3 THE QUARTER (1-4) TO REPORT,
      *    THEN SIX SEVEN-DIGIT THRESHOLDS IN MEASURE ORDER:
      *    QUARANTINED, AUDIT SEVERE, AUDIT WARNING, OVERRIDES STILL
      *    REQUIRED, CORRECTION TAPES, TAPES REJECTED.
       FD  SCORECARD-CARD-FILE.
       01  SCORECARD-PARAMETER-CARD.
           05  CARD-QUARTER-YEAR               PIC X(02).
           05  CARD-QUARTER-NO                 PIC X(01).
           05  CARD-THRESHOLDS.
               10  CARD-THRESHOLD OCCURS 6 TIMES
                                               PIC 9(07).
           05  FILLER                          PIC X(35).

       FD  VENDOR-SCORECARD-FILE.
           COPY "zipvscr.cpy".

       FD  SCORECARD-REPORT-FILE.
       01  RPT-LINE                            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS                      PIC X(02).
           88  CARD-OK                         VALUE '00'.
           88  CARD-EOF                        VALUE '10'.

       01  WS-VSC-STATUS                       PIC X(02).
           88  VSC-OK                          VALUE '00'.
           88  VSC-NOT-FOUND                   VALUE '35'.

       01  WS-RPT-STATUS                       PIC X(02).

       01  WS-COUNTERS.
           05  WS-MONTHS-RECORDED              PIC 9(09) VALUE ZERO.
           05  WS-MONTHS-NOT-RECORDED          PIC 9(09) VALUE ZERO.
           05  WS-QUARTER-BREACHES             PIC 9(09) VALUE ZERO.
           05  WS-STATE-ROWS-READ              PIC 9(09) VALUE ZERO.

       01  WS-QUARTER-NO                       PIC 9(01).
       01  WS-WORK-YEAR                        PIC 9(02).
       01  WS-WORK-MONTH                       PIC 9(02).

       01  WS-SUBSCRIPTS.
           05  WS-MONTH-SUB                    PIC 9(02).
           05  WS-QTR-SUB                      PIC 9(02).
           05  WS-MEASURE-SUB                  PIC 9(02).
           05  WS-STATE-SUB                    PIC 9(03).
           05  WS-SHIFT-SUB                    PIC 9(03).
           05  WS-NEXT-SUB                     PIC 9(03).

       01  WS-SWITCHES.
           05  WS-SCAN-DONE-SW                 PIC X(01).
               88  SCAN-DONE                   VALUE 'Y'.

      *    THE MEASURES IN SCORECARD ORDER.  THE FIRST FOUR ARE ALSO
      *    KEPT BY STATE; THE LAST TWO ARE WHOLE-TAPE ONLY.
       01  WS-MEASURE-TABLE-DATA.
           05  FILLER PIC X(24) VALUE 'QUARANTINED (DROPPED)   '.
           05  FILLER PIC X(24) VALUE 'AUDIT SEVERE FINDINGS   '.
           05  FILLER PIC X(24) VALUE 'AUDIT WARNING FINDINGS  '.
           05  FILLER PIC X(24) VALUE 'OVERRIDES STILL REQUIRED'.
           05  FILLER PIC X(24) VALUE 'CORRECTION TAPES        '.
           05  FILLER PIC X(24) VALUE 'TAPES REJECTED AT LOAD  '.
       01  WS-MEASURE-TABLE REDEFINES WS-MEASURE-TABLE-DATA.
           05  WS-MEASURE-NAME OCCURS 6 TIMES  PIC X(24).

      *    THE QUARTER'S STANDING AGAINST EACH THRESHOLD.
       01  WS-QUARTER-RESULTS.
           05  WS-QTR-RESULT OCCURS 6 TIMES.
               10  WS-QTR-TOTAL                PIC 9(09).
               10  WS-QTR-WORST                PIC 9(09).
               10  WS-QTR-MONTHS-OVER          PIC 9(01).

      *    TWELVE TAPE VERSIONS ENDING WITH THE QUARTER'S LAST MONTH,
      *    OLDEST FIRST; ENTRIES 10-12 ARE THE QUARTER ITSELF.
       01  WS-TREND-TABLE.
           05  WS-TREND-ENTRY OCCURS 12 TIMES.
               10  WS-TRD-VERSION.
                   15  WS-TRD-VERSION-YEAR     PIC X(02).
                   15  WS-TRD-VERSION-MONTH    PIC X(02).
               10  WS-TRD-FOUND-SW             PIC X(01).
                   88  TRD-FOUND               VALUE 'Y'.
               10  WS-TRD-MEASURE OCCURS 6 TIMES
                                               PIC 9(09).

      *    THE QUARTER'S STATE ROWS, KEPT IN STATE ORDER.  ONE SLOT
      *    MORE THAN THE LIMIT SO THE ORDERED SEARCH CAN STEP PAST
      *    THE LAST ENTRY.
       01  WS-STATE-TABLE.
           05  WS-STATE-COUNT                  PIC 9(03) VALUE ZERO.
           05  WS-STATE-ENTRY OCCURS 81 TIMES.
               10  WS-STE-STATE-ABBREV         PIC X(02).
               10  WS-STE-MONTHS.
                   15  WS-STE-MONTH OCCURS 3 TIMES.
                       20  WS-STE-MEASURE OCCURS 4 TIMES
                                               PIC 9(09).

       01  WS-STATE-TOTALS.
           05  WS-STATE-TOTAL OCCURS 4 TIMES   PIC 9(09).

       01  WS-TREND-HEADING.
           05  FILLER                          PIC X(08)
               VALUE ' VERSION'.
           05  FILLER                          PIC X(12)
               VALUE 'QUARANTINED '.
           05  FILLER                          PIC X(12)
               VALUE '  AUDIT SEV '.
           05  FILLER                          PIC X(12)
               VALUE ' AUDIT WARN '.
           05  FILLER                          PIC X(12)
               VALUE '  OVERRIDES '.
           05  FILLER                          PIC X(12)
               VALUE ' CORR TAPES '.
           05  FILLER                          PIC X(12)
               VALUE '   REJECTED '.

       01  WS-TREND-LINE.
           05  FILLER                          PIC X(01).
           05  WS-TRL-VERSION-YEAR             PIC X(02).
           05  WS-TRL-SLASH                    PIC X(01).
           05  WS-TRL-VERSION-MONTH            PIC X(02).
           05  WS-TRL-QUARTER-MARK             PIC X(02).
           05  WS-TRL-COLUMN OCCURS 6 TIMES.
               10  FILLER                      PIC X(02).
               10  WS-TRL-VALUE                PIC ZZZZZZZZ9.
               10  WS-TRL-FLAG                 PIC X(01).

       01  WS-STATE-HEADING-1.
           05  FILLER                          PIC X(04)
               VALUE SPACE.
           05  WS-STH-VERSION OCCURS 3 TIMES  PIC X(32).
           05  FILLER                          PIC X(32)
               VALUE ' QUARTER'.

       01  WS-STATE-HEADING-2.
           05  FILLER                          PIC X(04)
               VALUE ' ST'.
           05  WS-STH-MEASURES OCCURS 4 TIMES  PIC X(32).

       01  WS-STATE-MEASURE-HEADING            PIC X(32)
               VALUE '      QU      AS      AW      OV'.

       01  WS-STATE-LINE.
           05  FILLER                          PIC X(01).
           05  WS-STL-STATE-ABBREV             PIC X(02).
           05  FILLER                          PIC X(01).
           05  WS-STL-GROUP OCCURS 4 TIMES.
               10  WS-STL-COLUMN OCCURS 4 TIMES.
                   15  FILLER                  PIC X(01).
                   15  WS-STL-VALUE            PIC ZZZZZZ9.

       01  WS-EDIT-COUNT                       PIC ZZZZZZZZ9.
       01  WS-EDIT-THRESHOLD                   PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-LOAD-TREND-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
           PERFORM 0300-LOAD-QUARTER-STATES
               VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 3
           PERFORM 0400-REPORT-TREND
           PERFORM 0500-REPORT-THRESHOLDS
           PERFORM 0600-REPORT-STATES
           PERFORM 0900-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           PERFORM 0110-READ-PARAMETER-CARD
           PERFORM 0120-BUILD-VERSION-LIST
           MOVE ZEROS TO WS-QUARTER-RESULTS
           OPEN INPUT VENDOR-SCORECARD-FILE
           IF VSC-NOT-FOUND
               DISPLAY 'ZIPVSCRP: ABEND - NO SCORECARD FILE, NO '
                   'CYCLE HAS BEEN MEASURED YET'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SCORECARD-REPORT-FILE
           MOVE SPACES TO RPT-LINE
           STRING 'VENDOR DATA-QUALITY SCORECARD - QUARTER '
               CARD-QUARTER-NO ' OF YEAR ' CARD-QUARTER-YEAR
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       0110-READ-PARAMETER-CARD.
           OPEN INPUT SCORECARD-CARD-FILE
           READ SCORECARD-CARD-FILE
               AT END
                   DISPLAY 'ZIPVSCRP: ABEND - NO PARAMETER CARD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF CARD-QUARTER-YEAR NOT NUMERIC
                   OR CARD-QUARTER-NO NOT NUMERIC
               DISPLAY 'ZIPVSCRP: ABEND - CARD NEEDS THE YEAR IN '
                   'COLUMNS 1-2 AND THE QUARTER IN COLUMN 3'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CARD-QUARTER-NO TO WS-QUARTER-NO
           IF WS-QUARTER-NO < 1 OR WS-QUARTER-NO > 4
               DISPLAY 'ZIPVSCRP: ABEND - QUARTER ' CARD-QUARTER-NO
                   ' IS NOT 1 THROUGH 4'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CARD-THRESHOLDS NOT NUMERIC
               DISPLAY 'ZIPVSCRP: ABEND - CARD NEEDS SIX NUMERIC '
                   'THRESHOLDS IN COLUMNS 4-45'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SCORECARD-CARD-FILE.

      *    WORKS BACK MONTH BY MONTH FROM THE QUARTER'S LAST MONTH,
      *    FILLING THE TABLE FROM THE END.
       0120-BUILD-VERSION-LIST.
           MOVE CARD-QUARTER-YEAR TO WS-WORK-YEAR
           COMPUTE WS-WORK-MONTH = WS-QUARTER-NO * 3
           PERFORM 0125-SET-TREND-VERSION
               VARYING WS-MONTH-SUB FROM 12 BY -1
               UNTIL WS-MONTH-SUB = ZERO.

       0125-SET-TREND-VERSION.
           MOVE WS-WORK-YEAR  TO WS-TRD-VERSION-YEAR (WS-MONTH-SUB)
           MOVE WS-WORK-MONTH TO WS-TRD-VERSION-MONTH (WS-MONTH-SUB)
           SUBTRACT 1 FROM WS-WORK-MONTH
           IF WS-WORK-MONTH = ZERO
               MOVE 12 TO WS-WORK-MONTH
               IF WS-WORK-YEAR = ZERO
                   MOVE 99 TO WS-WORK-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-WORK-YEAR
               END-IF
           END-IF.

       0200-LOAD-TREND-MONTH.
           MOVE WS-TRD-VERSION (WS-MONTH-SUB) TO VSC-FILE-VERSION
           MOVE SPACES TO VSC-STATE-ABBREV
           READ VENDOR-SCORECARD-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TRD-FOUND-SW (WS-MONTH-SUB)
                   ADD 1 TO WS-MONTHS-NOT-RECORDED
               NOT INVALID KEY
                   SET TRD-FOUND (WS-MONTH-SUB) TO TRUE
                   ADD 1 TO WS-MONTHS-RECORDED
                   MOVE VSC-QUARANTINED-COUNT
                       TO WS-TRD-MEASURE (WS-MONTH-SUB, 1)
                   MOVE VSC-AUDIT-SEVERE-COUNT
                       TO WS-TRD-MEASURE (WS-MONTH-SUB, 2)
                   MOVE VSC-AUDIT-WARNING-COUNT
                       TO WS-TRD-MEASURE (WS-MONTH-SUB, 3)
                   MOVE VSC-OVERRIDES-REQUIRED
                       TO WS-TRD-MEASURE (WS-MONTH-SUB, 4)
                   MOVE VSC-CORRECTION-TAPES
                       TO WS-TRD-MEASURE (WS-MONTH-SUB, 5)
                   MOVE VSC-TAPES-REJECTED
                       TO WS-TRD-MEASURE (WS-MONTH-SUB, 6)
           END-READ.

      *    THE STATE ROWS OF ONE QUARTER MONTH FOLLOW ITS WHOLE-TAPE
      *    ROW IN KEY ORDER UNDER THE SAME VERSION.
       0300-LOAD-QUARTER-STATES.
           COMPUTE WS-MONTH-SUB = WS-QTR-SUB + 9
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE WS-TRD-VERSION (WS-MONTH-SUB) TO VSC-FILE-VERSION
           MOVE LOW-VALUES TO VSC-STATE-ABBREV
           START VENDOR-SCORECARD-FILE KEY IS NOT LESS THAN VSC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 0310-NEXT-STATE-ROW UNTIL SCAN-DONE.

       0310-NEXT-STATE-ROW.
           READ VENDOR-SCORECARD-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   IF VSC-FILE-VERSION NOT =
                                  WS-TRD-VERSION (WS-MONTH-SUB)
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF NOT VSC-WHOLE-TAPE
                           ADD 1 TO WS-STATE-ROWS-READ
                           PERFORM 0320-FIND-STATE
                           PERFORM 0340-TAKE-STATE-ROW
                       END-IF
                   END-IF
           END-READ.

      *    ORDERED SEARCH: STOPS AT THE STATE OR AT THE FIRST ENTRY
      *    THAT SORTS AFTER IT, WHERE A NEW STATE IS SLOTTED IN.
       0320-FIND-STATE.
           PERFORM 0325-STEP-STATE
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > WS-STATE-COUNT
                   OR WS-STE-STATE-ABBREV (WS-STATE-SUB)
                                        NOT < VSC-STATE-ABBREV
           IF WS-STATE-SUB > WS-STATE-COUNT
               PERFORM 0330-OPEN-STATE-SLOT
           ELSE
               IF WS-STE-STATE-ABBREV (WS-STATE-SUB)
                                        NOT = VSC-STATE-ABBREV
                   PERFORM 0330-OPEN-STATE-SLOT
               END-IF
           END-IF.

       0325-STEP-STATE.
           CONTINUE.

       0330-OPEN-STATE-SLOT.
           IF WS-STATE-COUNT = 80
               DISPLAY 'ZIPVSCRP: ABEND - MORE THAN 80 STATES ON '
                   'THE SCORECARD, TABLE OVERFLOW'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0335-SHIFT-STATE-DOWN
               VARYING WS-SHIFT-SUB FROM WS-STATE-COUNT BY -1
               UNTIL WS-SHIFT-SUB < WS-STATE-SUB
           MOVE VSC-STATE-ABBREV TO WS-STE-STATE-ABBREV (WS-STATE-SUB)
           MOVE ZEROS TO WS-STE-MONTHS (WS-STATE-SUB)
           ADD 1 TO WS-STATE-COUNT.

       0335-SHIFT-STATE-DOWN.
           COMPUTE WS-NEXT-SUB = WS-SHIFT-SUB + 1
           MOVE WS-STATE-ENTRY (WS-SHIFT-SUB)
               TO WS-STATE-ENTRY (WS-NEXT-SUB).

       0340-TAKE-STATE-ROW.
           MOVE VSC-QUARANTINED-COUNT
               TO WS-STE-MEASURE (WS-STATE-SUB, WS-QTR-SUB, 1)
           MOVE VSC-AUDIT-SEVERE-COUNT
               TO WS-STE-MEASURE (WS-STATE-SUB, WS-QTR-SUB, 2)
           MOVE VSC-AUDIT-WARNING-COUNT
               TO WS-STE-MEASURE (WS-STATE-SUB, WS-QTR-SUB, 3)
           MOVE VSC-OVERRIDES-REQUIRED
               TO WS-STE-MEASURE (WS-STATE-SUB, WS-QTR-SUB, 4).

       0400-REPORT-TREND.
           MOVE SPACES TO RPT-LINE
           STRING ' MONTHLY TREND - TWELVE VERSIONS ENDING WITH THE '
               'QUARTER (Q), * OVER THE CONTRACT THRESHOLD'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TREND-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-TREND-LINE
           MOVE 'THRESHOLD' TO WS-TREND-LINE (1:9)
           PERFORM 0405-EDIT-THRESHOLD
               VARYING WS-MEASURE-SUB FROM 1 BY 1
               UNTIL WS-MEASURE-SUB > 6
           MOVE WS-TREND-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0410-TREND-LINE
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.

       0405-EDIT-THRESHOLD.
           MOVE CARD-THRESHOLD (WS-MEASURE-SUB)
               TO WS-TRL-VALUE (WS-MEASURE-SUB).

       0410-TREND-LINE.
           MOVE SPACES TO WS-TREND-LINE
           MOVE WS-TRD-VERSION-YEAR (WS-MONTH-SUB)
               TO WS-TRL-VERSION-YEAR
           MOVE '/' TO WS-TRL-SLASH
           MOVE WS-TRD-VERSION-MONTH (WS-MONTH-SUB)
               TO WS-TRL-VERSION-MONTH
           IF WS-MONTH-SUB > 9
               MOVE ' Q' TO WS-TRL-QUARTER-MARK
           END-IF
           IF TRD-FOUND (WS-MONTH-SUB)
               PERFORM 0420-TREND-COLUMN
                   VARYING WS-MEASURE-SUB FROM 1 BY 1
                   UNTIL WS-MEASURE-SUB > 6
           ELSE
               MOVE '   NO SCORECARD ROW - VERSION NOT MEASURED'
                   TO WS-TREND-LINE (9:)
           END-IF
           MOVE WS-TREND-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *    THE QUARTER'S OWN MONTHS ARE ALSO TOTALLED AGAINST THE
      *    THRESHOLDS HERE, FOR 0500.
       0420-TREND-COLUMN.
           MOVE WS-TRD-MEASURE (WS-MONTH-SUB, WS-MEASURE-SUB)
               TO WS-TRL-VALUE (WS-MEASURE-SUB)
           IF WS-TRD-MEASURE (WS-MONTH-SUB, WS-MEASURE-SUB) >
                                   CARD-THRESHOLD (WS-MEASURE-SUB)
               MOVE '*' TO WS-TRL-FLAG (WS-MEASURE-SUB)
           END-IF
           IF WS-MONTH-SUB > 9
               ADD WS-TRD-MEASURE (WS-MONTH-SUB, WS-MEASURE-SUB)
                   TO WS-QTR-TOTAL (WS-MEASURE-SUB)
               IF WS-TRD-MEASURE (WS-MONTH-SUB, WS-MEASURE-SUB) >
                                   WS-QTR-WORST (WS-MEASURE-SUB)
                   MOVE WS-TRD-MEASURE (WS-MONTH-SUB, WS-MEASURE-SUB)
                       TO WS-QTR-WORST (WS-MEASURE-SUB)
               END-IF
               IF WS-TRD-MEASURE (WS-MONTH-SUB, WS-MEASURE-SUB) >
                                   CARD-THRESHOLD (WS-MEASURE-SUB)
                   ADD 1 TO WS-QTR-MONTHS-OVER (WS-MEASURE-SUB)
                   ADD 1 TO WS-QUARTER-BREACHES
               END-IF
           END-IF.

       0500-REPORT-THRESHOLDS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE ' THE QUARTER AGAINST THE CONTRACT THRESHOLDS'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0510-THRESHOLD-LINE
               VARYING WS-MEASURE-SUB FROM 1 BY 1
               UNTIL WS-MEASURE-SUB > 6
           PERFORM 0520-UNMEASURED-MONTH
               VARYING WS-MONTH-SUB FROM 10 BY 1
               UNTIL WS-MONTH-SUB > 12.

       0510-THRESHOLD-LINE.
           MOVE CARD-THRESHOLD (WS-MEASURE-SUB) TO WS-EDIT-THRESHOLD
           MOVE SPACES TO RPT-LINE
           STRING ' ' WS-MEASURE-NAME (WS-MEASURE-SUB)
               '  LIMIT ' WS-EDIT-THRESHOLD
               '  MONTHS OVER ' WS-QTR-MONTHS-OVER (WS-MEASURE-SUB)
               ' OF 3  WORST MONTH ' WS-QTR-WORST (WS-MEASURE-SUB)
               '  QUARTER TOTAL ' WS-QTR-TOTAL (WS-MEASURE-SUB)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       0520-UNMEASURED-MONTH.
           IF NOT TRD-FOUND (WS-MONTH-SUB)
               MOVE SPACES TO RPT-LINE
               STRING ' *** VERSION ' WS-TRD-VERSION-YEAR (WS-MONTH-SUB)
                   '/' WS-TRD-VERSION-MONTH (WS-MONTH-SUB)
                   ' WAS NOT MEASURED - THE QUARTER IS INCOMPLETE ***'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *    STATE BY STATE, EACH QUARTER MONTH'S FOUR STATE MEASURES
      *    (QU QUARANTINED, AS AUDIT SEVERE, AW AUDIT WARNING, OV
      *    OVERRIDES STILL REQUIRED), THEN THE QUARTER'S TOTALS.
       0600-REPORT-STATES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE ' THE QUARTER BY STATE' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-STATE-COUNT = ZERO
               MOVE ' NO STATE FINDINGS RECORDED FOR THE QUARTER'
                   TO RPT-LINE
               WRITE RPT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0605-STATE-MONTH-HEADING
               VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 3
           MOVE WS-STATE-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0607-STATE-MEASURE-HEADING
               VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
           MOVE WS-STATE-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0610-STATE-LINE
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > WS-STATE-COUNT.

       0605-STATE-MONTH-HEADING.
           COMPUTE WS-MONTH-SUB = WS-QTR-SUB + 9
           MOVE SPACES TO WS-STH-VERSION (WS-QTR-SUB)
           STRING '   VERSION '
               WS-TRD-VERSION-YEAR (WS-MONTH-SUB) '/'
               WS-TRD-VERSION-MONTH (WS-MONTH-SUB)
               DELIMITED BY SIZE INTO WS-STH-VERSION (WS-QTR-SUB).

       0607-STATE-MEASURE-HEADING.
           MOVE WS-STATE-MEASURE-HEADING
               TO WS-STH-MEASURES (WS-QTR-SUB).

       0610-STATE-LINE.
           MOVE SPACES TO WS-STATE-LINE
           MOVE WS-STE-STATE-ABBREV (WS-STATE-SUB)
               TO WS-STL-STATE-ABBREV
           MOVE ZEROS TO WS-STATE-TOTALS
           PERFORM 0620-STATE-MONTH-GROUP
               VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 3
           PERFORM 0630-STATE-TOTAL-COLUMN
               VARYING WS-MEASURE-SUB FROM 1 BY 1
               UNTIL WS-MEASURE-SUB > 4
           MOVE WS-STATE-LINE TO RPT-LINE
           WRITE RPT-LINE.

       0620-STATE-MONTH-GROUP.
           PERFORM 0625-STATE-MONTH-COLUMN
               VARYING WS-MEASURE-SUB FROM 1 BY 1
               UNTIL WS-MEASURE-SUB > 4.

       0625-STATE-MONTH-COLUMN.
           MOVE WS-STE-MEASURE (WS-STATE-SUB, WS-QTR-SUB,
                                WS-MEASURE-SUB)
               TO WS-STL-VALUE (WS-QTR-SUB, WS-MEASURE-SUB)
           ADD WS-STE-MEASURE (WS-STATE-SUB, WS-QTR-SUB,
                               WS-MEASURE-SUB)
               TO WS-STATE-TOTAL (WS-MEASURE-SUB).

       0630-STATE-TOTAL-COLUMN.
           MOVE WS-STATE-TOTAL (WS-MEASURE-SUB)
               TO WS-STL-VALUE (4, WS-MEASURE-SUB).

       0900-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'VERSIONS MEASURED      : ' WS-MONTHS-RECORDED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'VERSIONS NOT MEASURED  : ' WS-MONTHS-NOT-RECORDED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'QUARTER THRESHOLD BREACHES: ' WS-QUARTER-BREACHES
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE VENDOR-SCORECARD-FILE
           CLOSE SCORECARD-REPORT-FILE
           DISPLAY 'ZIPVSCRP: VERSIONS MEASURED     = '
               WS-MONTHS-RECORDED
           DISPLAY 'ZIPVSCRP: VERSIONS NOT MEASURED = '
               WS-MONTHS-NOT-RECORDED
           DISPLAY 'ZIPVSCRP: STATE ROWS READ       = '
               WS-STATE-ROWS-READ
           DISPLAY 'ZIPVSCRP: QUARTER BREACHES      = '
               WS-QUARTER-BREACHES.
