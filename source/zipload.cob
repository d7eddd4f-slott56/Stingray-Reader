      *                GENERATION AND CUTS IT OVER TO LIVE, RETAINING
      *                THE PRIOR GENERATION FOR ZIPFALLB.  THE PRIOR
      *                (LIVE) CONTROL RECORD IN CRCTL IS STILL READ
      *                HERE TO VALIDATE THE HEADER SEQUENCE; A TAPE
      *                REJECTED AS LATE OR OUT OF SEQUENCE IS COUNTED
      *                AGAINST ITS VERSION ON THE VENDOR SCORECARD
      *                (ZIPVSCU) BEFORE THE JOB ABENDS.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPLOAD.
      *    CYCLE-CONTROL INTERFACE -- SEE ZIPCYCC.
           COPY "zipcycc.cpy".

      *    VENDOR SCORECARD INTERFACE -- SEE ZIPVSCU.
           COPY "zipvscu.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
                   FILE-VERSION-YEAR '/' FILE-VERSION-MONTH
                   ' IS OLDER THAN LAST LOADED VERSION '
                   WS-SAVED-YEAR '/' WS-SAVED-MONTH
               PERFORM 0122-SCORE-REJECTED-TAPE
               PERFORM 0950-ABEND
           END-IF
           IF WS-NEW-YEAR-MONTH-N = WS-OLD-YEAR-MONTH-N
               DISPLAY 'ZIPLOAD: ABEND - TAPE SEQUENCE GAP, LAST '
                   'LOADED ' WS-SAVED-SEQUENCE-NO ' THIS TAPE '
                   TAPE-SEQUENCE-NO
               PERFORM 0122-SCORE-REJECTED-TAPE
               PERFORM 0950-ABEND
           END-IF.

      *    A LATE TAPE OR A SEQUENCE GAP IS THE VENDOR'S; A STALE
      *    TAPE (ONE ALREADY LOADED, MOUNTED AGAIN) IS OURS AND IS NOT
      *    HELD AGAINST THEM.  A FAILED UPDATE IS ONLY REPORTED -- THE
      *    TAPE IS BEING REJECTED EITHER WAY.
       0122-SCORE-REJECTED-TAPE.
           MOVE 'AD'                TO VSCU-FUNCTION
           MOVE 'RJ'                TO VSCU-MEASURE
           MOVE FILE-VERSION-YEAR   TO VSCU-FILE-VERSION (1:2)
           MOVE FILE-VERSION-MONTH  TO VSCU-FILE-VERSION (3:2)
           MOVE SPACES              TO VSCU-STATE-ABBREV
           MOVE 1                   TO VSCU-VALUE
           MOVE 'ZIPLOAD '          TO VSCU-JOB-NAME
           CALL "ZIPVSCU" USING VSCU-PARAMETER
           IF VSCU-FAILED
               DISPLAY 'ZIPLOAD: SCORECARD NOT UPDATED - '
                   VSCU-MESSAGE
           END-IF.

      *    THE LOAD DOES NOT START WITHOUT ZIPDELTA COMPLETE FOR THIS
      *    TAPE SEQUENCE -- TWICE THIS YEAR A LARGE REASSIGNMENT WENT
      *    STRAIGHT TO BILLING BECAUSE THE LOAD WAS RELEASED BEFORE
