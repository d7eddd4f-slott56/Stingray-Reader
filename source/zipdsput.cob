      *                QUARANTINED COUNT.  ANY DISAGREEMENT ENDS THE
      *                JOB WITH RETURN CODE 8.  THE FILE IS SMALL, SO
      *                THE GROUPING IS ONE PASS PER REASON RATHER
      *                THAN A SORT STEP.  THE DROPPED RECORDS ARE ALSO
      *                KEPT ON THE VENDOR SCORECARD (ZIPVSCU) UNDER
      *                THE STAGED TAPE'S VERSION AND THE RECORD'S
      *                STATE -- CLEARED FIRST, SO A RE-RUN REPLACES
      *                THEM, AND WITHDRAWN AGAIN IF THE FILE DOES NOT
      *                PROVE AGAINST THE CONTROL'S QUARANTINED COUNT,
      *                SO ANOTHER CYCLE'S FILE NEVER LANDS THERE.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPDSPUT.
      *    CONTROL TOTALS SAVED BEFORE THE CONTROL FILE IS CLOSED,
      *    AS EVERYWHERE ELSE IN THIS SYSTEM.
       01  WS-CONTROL-SAVE.
           05  WS-CTL-VERSION                  PIC X(04).
           05  WS-CTL-MASTER-COUNT             PIC 9(09).
           05  WS-CTL-SPLIT-COUNT              PIC 9(09).
           05  WS-CTL-EXPECTED-COUNT           PIC 9(09).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-RPT-COUNTY-NAME              PIC X(25).

      *    VENDOR SCORECARD INTERFACE -- SEE ZIPVSCU.
           COPY "zipvscu.cpy".

       01  WS-SCORECARD-SW                     PIC X(01) VALUE 'Y'.
           88  SCORECARD-INTACT                VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE

       0100-INITIALIZE.
           PERFORM 0110-LOAD-STAGED-CONTROL
           PERFORM 0120-CLEAR-SCORECARD
           OPEN OUTPUT DISPUTE-REPORT-FILE
           MOVE 'VENDOR DISPUTE SUBMISSION - REJECTED TAPE RECORDS'
               TO RPT-LINE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE CTL-FILE-VERSION-YEAR     TO WS-CTL-VERSION (1:2)
           MOVE CTL-FILE-VERSION-MONTH    TO WS-CTL-VERSION (3:2)
           MOVE CTL-MASTER-RECORD-COUNT   TO WS-CTL-MASTER-COUNT
           MOVE CTL-SPLIT-RECORD-COUNT    TO WS-CTL-SPLIT-COUNT
           MOVE CTL-EXPECTED-RECORD-COUNT TO WS-CTL-EXPECTED-COUNT
           MOVE CTL-QUARANTINED-COUNT     TO WS-CTL-QUARANTINED-COUNT
           CLOSE CR-STAGED-CONTROL-FILE.

      *    THE STAGED TAPE IS NOT LIVE YET, SO ITS OWN VERSION IS
      *    PASSED RATHER THAN LEAVING ZIPVSCU TO TAKE THE LIVE ONE.
       0120-CLEAR-SCORECARD.
           MOVE 'ZR'           TO VSCU-FUNCTION
           MOVE 'QU'           TO VSCU-MEASURE
           MOVE WS-CTL-VERSION TO VSCU-FILE-VERSION
           MOVE SPACES         TO VSCU-STATE-ABBREV
           MOVE ZERO           TO VSCU-VALUE
           MOVE 'ZIPDSPUT'     TO VSCU-JOB-NAME
           CALL "ZIPVSCU" USING VSCU-PARAMETER
           PERFORM 0260-CHECK-SCORECARD.

      *    ONE FRONT-TO-BACK PASS OF THE QUARANTINE FILE PER REASON.
      *    THE FIRST PASS ALSO TAKES THE GRAND TOTALS (EVERY RECORD
      *    IS SEEN ON EVERY PASS, SO COUNTING ONCE IS ENOUGH).
                       ADD 1 TO WS-QUARANTINE-READ
                       IF QUAR-RECORD-DROPPED
                           ADD 1 TO WS-DROPPED-READ
                           PERFORM 0250-SCORE-DROPPED-RECORD
                       END-IF
                       PERFORM 0230-CHECK-KNOWN-REASON
                   END-IF
               ADD 1 TO WS-UNKNOWN-REASON-COUNT
           END-IF.

       0250-SCORE-DROPPED-RECORD.
           MOVE QUAR-VENDOR-RECORD TO WS-VENDOR-AREA
           MOVE 'AD'               TO VSCU-FUNCTION
           MOVE 'QU'               TO VSCU-MEASURE
           MOVE WS-CTL-VERSION     TO VSCU-FILE-VERSION
           IF WS-VS-RECORD-ID = 'S'
               MOVE WS-VS-STATE-ABBREV TO VSCU-STATE-ABBREV
           ELSE
               MOVE WS-VB-STATE-ABBREV TO VSCU-STATE-ABBREV
           END-IF
           MOVE 1                  TO VSCU-VALUE
           MOVE 'ZIPDSPUT'         TO VSCU-JOB-NAME
           CALL "ZIPVSCU" USING VSCU-PARAMETER
           PERFORM 0260-CHECK-SCORECARD.

      *    THE SCORECARD IS EVIDENCE, NOT CONTROL: A FAILED UPDATE IS
      *    REPORTED ONCE AND THE DISPUTE REPORT CARRIES ON.
       0260-CHECK-SCORECARD.
           IF VSCU-FAILED AND SCORECARD-INTACT
               MOVE 'N' TO WS-SCORECARD-SW
               DISPLAY 'ZIPDSPUT: SCORECARD NOT UPDATED - '
                   VSCU-MESSAGE
           END-IF.

      *    THE BALANCING LINE THE WHOLE REPORT STANDS ON: LOADED
      *    PLUS QUARANTINED MUST EQUAL THE HEADER'S EXPECTED COUNT,
      *    AND THE DROPPED RECORDS ACTUALLY ON THE QUARANTINE INPUT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-FAILURE-COUNT
               PERFORM 0120-CLEAR-SCORECARD
               DISPLAY 'ZIPDSPUT: SCORECARD QUARANTINE COUNT '
                   'WITHDRAWN - FILE DOES NOT MATCH CONTROL'
           END-IF
           IF WS-UNKNOWN-REASON-COUNT NOT = ZERO
               MOVE SPACES TO RPT-LINE
