      *================================================================
      *  ZIPSUSCV --  ONE-TIME CONVERSION OF THE CARRIED-FORWARD
      *                SEQUENTIAL SUSPENSE FILE TO THE LAYOUT THAT
      *                CARRIES THE CALLER REFERENCE.  THE SUSPENSE
      *                RECORD WAS 25 BYTES; IT IS NOW 45 (ZIPSUSP.CPY),
      *                WITH SUSP-CALLER-REFERENCE ON THE END.  THE LAST
      *                SUSPENSE FILE WRITTEN IN THE OLD LAYOUT IS READ
      *                AS ZIPSUSPO AND EVERY REQUEST ON IT IS COPIED TO
      *                ZIPSUSPI WITH THE CALLER REFERENCE SET TO SPACES
      *                -- THOSE REQUESTS WERE MADE BEFORE THERE WAS A
      *                REFERENCE TO CARRY.  RUN IT ONCE, BEFORE THE
      *                FIRST ZIPSUSP RUN THAT TAKES THE SUSPENSE FILE
      *                INTO THE SUSPMSTR WORKLIST.  RETURN CODE 0 WHEN
      *                EVERY REQUEST IS COPIED AND THE COUNTS AGREE, 8
      *                OTHERWISE.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPSUSCV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-SUSPENSE-FILE ASSIGN TO "ZIPSUSPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT SUSPENSE-OUT-FILE ASSIGN TO "ZIPSUSPI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE SUSPENSE RECORD AS IT WAS BEFORE THE CALLER REFERENCE.
       FD  OLD-SUSPENSE-FILE.
       01  OLD-SUSPENSE-RECORD                 PIC X(25).

       FD  SUSPENSE-OUT-FILE.
           COPY "zipsusp.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS                       PIC X(02).
           88  OLD-OK                          VALUE '00'.
           88  OLD-EOF                         VALUE '10'.
           88  OLD-NOT-FOUND                   VALUE '35'.

       01  WS-SUSP-STATUS                      PIC X(02).
           88  SUSP-OK                         VALUE '00'.

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ                PIC 9(09) VALUE ZERO.
           05  WS-REQUESTS-WRITTEN             PIC 9(09) VALUE ZERO.
           05  WS-WRITE-FAILURES               PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-CONVERT-REQUESTS UNTIL OLD-EOF
           PERFORM 0900-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           OPEN INPUT OLD-SUSPENSE-FILE
           IF OLD-NOT-FOUND
               DISPLAY 'ZIPSUSCV: NO OLD SUSPENSE FILE (ZIPSUSPO) - '
                   'NOTHING TO CONVERT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT OLD-OK
               DISPLAY 'ZIPSUSCV: ZIPSUSPO WILL NOT OPEN, STATUS '
                   WS-OLD-STATUS
               PERFORM 0950-ABEND
           END-IF
           OPEN OUTPUT SUSPENSE-OUT-FILE
           IF NOT SUSP-OK
               DISPLAY 'ZIPSUSCV: ZIPSUSPI WILL NOT OPEN, STATUS '
                   WS-SUSP-STATUS
               PERFORM 0950-ABEND
           END-IF.

       0200-CONVERT-REQUESTS.
           READ OLD-SUSPENSE-FILE
               AT END
                   SET OLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
                   PERFORM 0210-WRITE-NEW-REQUEST
           END-READ.

       0210-WRITE-NEW-REQUEST.
           MOVE SPACES              TO LOOKUP-SUSPENSE-RECORD
           MOVE OLD-SUSPENSE-RECORD TO LOOKUP-SUSPENSE-RECORD (1:25)
           WRITE LOOKUP-SUSPENSE-RECORD
           IF SUSP-OK
               ADD 1 TO WS-REQUESTS-WRITTEN
           ELSE
               ADD 1 TO WS-WRITE-FAILURES
               DISPLAY 'ZIPSUSCV: WRITE FAILED FOR REQUEST '
                   WS-REQUESTS-READ ' STATUS ' WS-SUSP-STATUS
           END-IF.

       0900-TERMINATE.
           CLOSE OLD-SUSPENSE-FILE
           CLOSE SUSPENSE-OUT-FILE
           DISPLAY 'ZIPSUSCV: REQUESTS READ FROM ZIPSUSPO = '
               WS-REQUESTS-READ
           DISPLAY 'ZIPSUSCV: REQUESTS WRITTEN TO ZIPSUSPI = '
               WS-REQUESTS-WRITTEN
           DISPLAY 'ZIPSUSCV: WRITE FAILURES               = '
               WS-WRITE-FAILURES
           IF WS-REQUESTS-WRITTEN = WS-REQUESTS-READ
                   AND WS-WRITE-FAILURES = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'ZIPSUSCV: COUNTS DO NOT AGREE - KEEP ZIPSUSPO '
                   'AND RERUN'
               MOVE 8 TO RETURN-CODE
           END-IF.

       0950-ABEND.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
