      *                AND WOULD OTHERWISE SERVE PRE-CORRECTION DATA
      *                UNTIL THE NEXT CUTOVER -- EXACTLY THE
      *                STALENESS THIS JOB EXISTS TO ELIMINATE.  THE
      *                REPORT REPEATS THE REMINDER.  EACH APPLIED
      *                CORRECTION TAPE IS COUNTED AGAINST THE VERSION
      *                IN SERVICE ON THE VENDOR SCORECARD (ZIPVSCU).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPCORR.
      *    CYCLE-CONTROL INTERFACE -- SEE ZIPCYCC.
           COPY "zipcycc.cpy".

      *    VENDOR SCORECARD INTERFACE -- SEE ZIPVSCU.
           COPY "zipvscu.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           CLOSE CR-MASTER-FILE
           CLOSE CR-SPLIT-FILE
           PERFORM 0910-COMMIT-CONTROL
           PERFORM 0920-SCORE-CORRECTION-TAPE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE CROSS-REF-CONTROL-RECORD
           CLOSE CR-CONTROL-FILE.

      *    EVERY CORRECTION TAPE THE VENDOR HAD TO CUT AGAINST A
      *    MONTHLY TAPE COUNTS ON THAT VERSION'S SCORECARD.  A FAILED
      *    UPDATE IS REPORTED, NOT FATAL -- THE CORRECTION IS ALREADY
      *    COMMITTED.
       0920-SCORE-CORRECTION-TAPE.
           MOVE 'AD'                 TO VSCU-FUNCTION
           MOVE 'CT'                 TO VSCU-MEASURE
           MOVE WS-CTL-VERSION-YEAR  TO VSCU-FILE-VERSION (1:2)
           MOVE WS-CTL-VERSION-MONTH TO VSCU-FILE-VERSION (3:2)
           MOVE SPACES               TO VSCU-STATE-ABBREV
           MOVE 1                    TO VSCU-VALUE
           MOVE 'ZIPCORR '           TO VSCU-JOB-NAME
           CALL "ZIPVSCU" USING VSCU-PARAMETER
           IF VSCU-FAILED
               DISPLAY 'ZIPCORR: SCORECARD NOT UPDATED - '
                   VSCU-MESSAGE
           END-IF.

      *    CALLED ONLY FROM 0120-VALIDATE-HEADER AND THE VALIDATION
      *    PASS IN 0115, BOTH BEFORE THE LIVE MASTERS ARE OPENED, SO
      *    ONLY THE TAPE NEEDS TO BE CLOSED.
