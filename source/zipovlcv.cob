      *================================================================
      *  ZIPOVLCV --  ONE-TIME CONVERSION OF THE OVERRIDE AUDIT LOG
      *                (OVRDLOG) TO THE LAYOUT THAT CARRIES THE
      *                APPROVAL STEP.  THE LOG WAS 72 BYTES; IT IS NOW
      *                84 (ZIPOVRA.CPY), WITH THE EVENT CODE, THE
      *                REQUESTER'S INITIALS AND THE USERID ON THE END.
      *                THE OLD LOG IS RENAMED TO OVRDLOGO AND THIS JOB
      *                COPIES EVERY ROW, IN KEY ORDER, TO A NEW EMPTY
      *                OVRDLOG WITH THE THREE NEW FIELDS SET TO SPACES
      *                -- A BLANK EVENT CODE READS AS "APPLIED", WHICH
      *                IS WHAT EVERY ACTION BEFORE THE APPROVAL STEP
      *                WAS.  RUN IT ONCE, IN THE SAME OUTAGE AS THE
      *                CROVRD UNLOAD AND RELOAD AND BEFORE ZIPOVRM,
      *                ZIPOVRB OR ZIPOVRA TOUCH THE NEW LOG.  IT WILL
      *                NOT WRITE INTO AN OVRDLOG THAT ALREADY HOLDS
      *                ROWS, SO A SECOND RUN CANNOT LOSE AUDIT
      *                HISTORY.  RETURN CODE 0 WHEN EVERY ROW IS
      *                COPIED AND THE COUNTS AGREE, 8 OTHERWISE.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPOVLCV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-AUDIT-FILE ASSIGN TO "OVRDLOGO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDA-KEY
               FILE STATUS IS WS-OLD-STATUS.

           SELECT OVERRIDE-AUDIT-FILE ASSIGN TO "OVRDLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OVRA-KEY
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE AUDIT ROW AS IT WAS BEFORE THE APPROVAL STEP.
       FD  OLD-AUDIT-FILE.
       01  OLD-AUDIT-RECORD.
           05  OLDA-KEY                        PIC X(23).
           05  OLDA-DATA                       PIC X(49).

       FD  OVERRIDE-AUDIT-FILE.
           COPY "zipovra.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS                       PIC X(02).
           88  OLD-OK                          VALUE '00'.
           88  OLD-EOF                         VALUE '10'.
           88  OLD-NOT-FOUND                   VALUE '35'.

       01  WS-LOG-STATUS                       PIC X(02).
           88  LOG-OK                          VALUE '00'.
           88  LOG-EOF                         VALUE '10'.
           88  LOG-NOT-FOUND                   VALUE '35'.

       01  WS-COUNTERS.
           05  WS-ROWS-READ                    PIC 9(09) VALUE ZERO.
           05  WS-ROWS-WRITTEN                 PIC 9(09) VALUE ZERO.
           05  WS-WRITE-FAILURES               PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-CONVERT-ROWS UNTIL OLD-EOF
           PERFORM 0900-TERMINATE
           STOP RUN.

      *    THE NEW LOG MUST BE EMPTY OR NOT THERE YET: A LOG THAT
      *    ALREADY HOLDS ROWS IS EITHER CONVERTED ALREADY OR IN USE,
      *    AND OPENING IT OUTPUT WOULD THROW ITS ROWS AWAY.
       0100-INITIALIZE.
           OPEN INPUT OLD-AUDIT-FILE
           IF OLD-NOT-FOUND
               DISPLAY 'ZIPOVLCV: NO OLD AUDIT LOG (OVRDLOGO) - '
                   'NOTHING TO CONVERT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT OLD-OK
               DISPLAY 'ZIPOVLCV: OVRDLOGO WILL NOT OPEN, STATUS '
                   WS-OLD-STATUS
               PERFORM 0950-ABEND
           END-IF
           OPEN INPUT OVERRIDE-AUDIT-FILE
           IF LOG-OK
               READ OVERRIDE-AUDIT-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               CLOSE OVERRIDE-AUDIT-FILE
               IF LOG-OK
                   DISPLAY 'ZIPOVLCV: OVRDLOG ALREADY HOLDS ROWS - '
                       'NOT CONVERTED'
                   PERFORM 0950-ABEND
               END-IF
           END-IF
           OPEN OUTPUT OVERRIDE-AUDIT-FILE
           IF NOT LOG-OK
               DISPLAY 'ZIPOVLCV: OVRDLOG WILL NOT OPEN, STATUS '
                   WS-LOG-STATUS
               PERFORM 0950-ABEND
           END-IF.

       0200-CONVERT-ROWS.
           READ OLD-AUDIT-FILE NEXT RECORD
               AT END
                   SET OLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM 0210-WRITE-NEW-ROW
           END-READ.

       0210-WRITE-NEW-ROW.
           MOVE SPACES           TO OVERRIDE-AUDIT-RECORD
           MOVE OLD-AUDIT-RECORD TO OVERRIDE-AUDIT-RECORD (1:72)
           WRITE OVERRIDE-AUDIT-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-FAILURES
                   DISPLAY 'ZIPOVLCV: WRITE FAILED FOR KEY ' OLDA-KEY
                       ' STATUS ' WS-LOG-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-WRITTEN
           END-WRITE.

       0900-TERMINATE.
           CLOSE OLD-AUDIT-FILE
           CLOSE OVERRIDE-AUDIT-FILE
           DISPLAY 'ZIPOVLCV: ROWS READ FROM OVRDLOGO = ' WS-ROWS-READ
           DISPLAY 'ZIPOVLCV: ROWS WRITTEN TO OVRDLOG = '
               WS-ROWS-WRITTEN
           DISPLAY 'ZIPOVLCV: WRITE FAILURES          = '
               WS-WRITE-FAILURES
           IF WS-ROWS-WRITTEN = WS-ROWS-READ
                   AND WS-WRITE-FAILURES = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'ZIPOVLCV: COUNTS DO NOT AGREE - KEEP OVRDLOGO '
                   'AND RERUN INTO AN EMPTY OVRDLOG'
               MOVE 8 TO RETURN-CODE
           END-IF.

       0950-ABEND.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
