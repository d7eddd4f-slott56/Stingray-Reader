      *                (VENDOR DROPPED THE RANGE), SO THE REVIEWER
      *                CAN RETIRE THE DEAD ONES THROUGH THE ZIPOVRM
      *                SCREEN -- WHICH KEEPS THE RETIREMENT ON THE
      *                AUDIT LOG.  NOTHING IS DELETED HERE.  AN ADD
      *                STILL AWAITING SECOND-USER APPROVAL IS NOT IN
      *                EFFECT, SO IT IS COUNTED BUT NOT REVIEWED.
      *                EACH OVERRIDE STILL REQUIRED IS ALSO KEPT ON
      *                THE VENDOR SCORECARD (ZIPVSCU) UNDER THE
      *                VERSION IN SERVICE AND THE OVERRIDE'S STATE;
      *                THE COUNT IS CLEARED FIRST, SO A RE-RUN
      *                REPLACES IT.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPOVRX.
           05  WS-UNNECESSARY-COUNT            PIC 9(09) VALUE ZERO.
           05  WS-STILL-REQUIRED-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-ORPHANED-COUNT               PIC 9(09) VALUE ZERO.
           05  WS-PENDING-ADD-COUNT            PIC 9(09) VALUE ZERO.

       01  WS-REPORT-LINE.
           05  FILLER                          PIC X(01)  VALUE SPACE.
      *    CYCLE-CONTROL INTERFACE -- SEE ZIPCYCC.
           COPY "zipcycc.cpy".

      *    VENDOR SCORECARD INTERFACE -- SEE ZIPVSCU.
           COPY "zipvscu.cpy".

       01  WS-SCORECARD-SW                     PIC X(01) VALUE 'Y'.
           88  SCORECARD-INTACT                VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
               STOP RUN
           END-IF.

      *    CLEARED BEFORE THE OVERRIDE FILE IS EVEN LOOKED FOR -- A
      *    MONTH WITH NO OVERRIDES LEFT STILL NEEDS ITS ZERO ON FILE.
       0020-CLEAR-SCORECARD.
           MOVE 'ZR'       TO VSCU-FUNCTION
           MOVE 'OV'       TO VSCU-MEASURE
           MOVE SPACES     TO VSCU-FILE-VERSION
           MOVE SPACES     TO VSCU-STATE-ABBREV
           MOVE ZERO       TO VSCU-VALUE
           MOVE 'ZIPOVRX ' TO VSCU-JOB-NAME
           CALL "ZIPVSCU" USING VSCU-PARAMETER
           PERFORM 0860-CHECK-SCORECARD.

       0100-INITIALIZE.
           PERFORM 0010-CYCLE-START-CHECK
           PERFORM 0020-CLEAR-SCORECARD
           OPEN OUTPUT EXPIRY-REPORT-FILE
           MOVE 'LOCAL OVERRIDE EXPIRY REVIEW - NEW TAPE VS OVERRIDES'
               TO RPT-LINE
               AT END
                   SET OVRD-EOF TO TRUE
               NOT AT END
                   IF OVRD-PENDING-ADD
                       ADD 1 TO WS-PENDING-ADD-COUNT
                   ELSE
                       ADD 1 TO WS-OVERRIDES-READ
                       PERFORM 0210-REVIEW-ONE-OVERRIDE
                   END-IF
           END-READ.

      *    THE OVERRIDE AND THE VENDOR MASTER SHARE THE SAME KEY
                           CRM-STATE-ABBREV ' ' CRM-COUNTY-NO
                           DELIMITED BY SIZE INTO WS-RPT-VERDICT
                       ADD 1 TO WS-STILL-REQUIRED-COUNT
                       PERFORM 0850-SCORE-STILL-REQUIRED
                   END-IF
           END-READ
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       0850-SCORE-STILL-REQUIRED.
           MOVE 'AD'              TO VSCU-FUNCTION
           MOVE 'OV'              TO VSCU-MEASURE
           MOVE SPACES            TO VSCU-FILE-VERSION
           MOVE OVRD-STATE-ABBREV TO VSCU-STATE-ABBREV
           MOVE 1                 TO VSCU-VALUE
           MOVE 'ZIPOVRX '        TO VSCU-JOB-NAME
           CALL "ZIPVSCU" USING VSCU-PARAMETER
           PERFORM 0860-CHECK-SCORECARD.

      *    THE SCORECARD IS EVIDENCE, NOT CONTROL: A FAILED UPDATE IS
      *    REPORTED ONCE AND THE REVIEW CARRIES ON.
       0860-CHECK-SCORECARD.
           IF VSCU-FAILED AND SCORECARD-INTACT
               MOVE 'N' TO WS-SCORECARD-SW
               DISPLAY 'ZIPOVRX: SCORECARD NOT UPDATED - '
                   VSCU-MESSAGE
           END-IF.

       0900-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING 'ORPHANED           : ' WS-ORPHANED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'PENDING ADDS       : ' WS-PENDING-ADD-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE LOCAL-OVERRIDE-FILE
           CLOSE CR-MASTER-FILE
           CLOSE EXPIRY-REPORT-FILE
               WS-STILL-REQUIRED-COUNT
           DISPLAY 'ZIPOVRX: ORPHANED           = '
               WS-ORPHANED-COUNT
           DISPLAY 'ZIPOVRX: PENDING ADDS       = '
               WS-PENDING-ADD-COUNT
           PERFORM 0990-RECORD-CYCLE-COMPLETE.

       0990-RECORD-CYCLE-COMPLETE.
