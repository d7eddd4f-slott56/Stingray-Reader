      *                RETURN CODE 8 WHEN ANYTHING SEVERE WAS FOUND,
      *                4 WHEN ONLY WARNINGS, 0 WHEN CLEAN -- SO THE
      *                CYCLE CAN BE HELD BEFORE BEING DECLARED GOOD.
      *                EVERY SEVERE AND WARNING FINDING IS ALSO KEPT
      *                ON THE VENDOR SCORECARD (ZIPVSCU) UNDER THE
      *                VERSION IN SERVICE AND THE RANGE'S STATE; THE
      *                COUNTS ARE CLEARED FIRST, SO A RE-RUN REPLACES
      *                THEM.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPAUDIT.
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

       0020-CLEAR-SCORECARD.
           MOVE 'ZR'       TO VSCU-FUNCTION
           MOVE SPACES     TO VSCU-FILE-VERSION
           MOVE SPACES     TO VSCU-STATE-ABBREV
           MOVE ZERO       TO VSCU-VALUE
           MOVE 'ZIPAUDIT' TO VSCU-JOB-NAME
           MOVE 'AS'       TO VSCU-MEASURE
           CALL "ZIPVSCU" USING VSCU-PARAMETER
           PERFORM 0860-CHECK-SCORECARD
           MOVE 'AW'       TO VSCU-MEASURE
           CALL "ZIPVSCU" USING VSCU-PARAMETER
           PERFORM 0860-CHECK-SCORECARD.

       0100-INITIALIZE.
           PERFORM 0010-CYCLE-START-CHECK
           PERFORM 0020-CLEAR-SCORECARD
           OPEN INPUT CR-MASTER-FILE
           OPEN INPUT CR-SPLIT-FILE
           OPEN INPUT CR-MASTER-KEYED-FILE
                       DELIMITED BY SIZE INTO WS-RPT-DETAIL
                   PERFORM 0800-WRITE-AUDIT-LINE
                   ADD 1 TO WS-SEVERE-COUNT
                   MOVE 'AS'             TO VSCU-MEASURE
                   MOVE CRM-STATE-ABBREV TO VSCU-STATE-ABBREV
                   PERFORM 0850-SCORE-FINDING
               ELSE
                   IF WS-CURR-LOW-N > WS-PREV-HIGH-N + 1
                       MOVE 'INFO   ' TO WS-RPT-SEVERITY
                   TO WS-RPT-DETAIL
               PERFORM 0800-WRITE-AUDIT-LINE
               ADD 1 TO WS-WARNING-COUNT
               MOVE 'AW'              TO VSCU-MEASURE
               MOVE SPLM-STATE-ABBREV TO VSCU-STATE-ABBREV
               PERFORM 0850-SCORE-FINDING
           ELSE
               MOVE SPLM-ADD-ON-HIGH-NO TO WS-SPLIT-HIGH-N
               IF WS-SPLIT-HIGH-N > WS-PARENT-HIGH-N
                       DELIMITED BY SIZE INTO WS-RPT-DETAIL
                   PERFORM 0800-WRITE-AUDIT-LINE
                   ADD 1 TO WS-SEVERE-COUNT
                   MOVE 'AS'              TO VSCU-MEASURE
                   MOVE SPLM-STATE-ABBREV TO VSCU-STATE-ABBREV
                   PERFORM 0850-SCORE-FINDING
               END-IF
           END-IF
           IF SPLM-KEY (1:9) = WS-PREV-PARENT-KEY
                       DELIMITED BY SIZE INTO WS-RPT-DETAIL
                   PERFORM 0800-WRITE-AUDIT-LINE
                   ADD 1 TO WS-SEVERE-COUNT
                   MOVE 'AS'              TO VSCU-MEASURE
                   MOVE SPLM-STATE-ABBREV TO VSCU-STATE-ABBREV
                   PERFORM 0850-SCORE-FINDING
               END-IF
           END-IF
           IF SPLM-KEY (1:9) = WS-PREV-PARENT-KEY
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       0850-SCORE-FINDING.
           MOVE 'AD'       TO VSCU-FUNCTION
           MOVE SPACES     TO VSCU-FILE-VERSION
           MOVE 1          TO VSCU-VALUE
           MOVE 'ZIPAUDIT' TO VSCU-JOB-NAME
           CALL "ZIPVSCU" USING VSCU-PARAMETER
           PERFORM 0860-CHECK-SCORECARD.

      *    THE SCORECARD IS EVIDENCE, NOT CONTROL: A FAILED UPDATE IS
      *    REPORTED ONCE AND THE AUDIT CARRIES ON.
       0860-CHECK-SCORECARD.
           IF VSCU-FAILED AND SCORECARD-INTACT
               MOVE 'N' TO WS-SCORECARD-SW
               DISPLAY 'ZIPAUDIT: SCORECARD NOT UPDATED - '
                   VSCU-MESSAGE
           END-IF.

       0900-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
