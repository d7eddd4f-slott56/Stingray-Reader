      *================================================================
      *  ZIPVSCU  --  CALLED SUBPROGRAM.  KEEPS THE VENDOR DATA-
      *                QUALITY SCORECARD HISTORY (VNDSCOR).  EVERY
      *                CYCLE ALREADY MEASURES THE VENDOR'S TAPE --
      *                RECORDS QUARANTINED AT LOAD (ZIPDSPUT PROVES
      *                THEM AGAINST THE CONTROL RECORD), ZIPAUDIT'S
      *                SEVERE AND WARNING FINDINGS, THE OVERRIDES
      *                ZIPOVRX FINDS STILL REQUIRED, THE INTERIM
      *                CORRECTION TAPES ZIPCORR APPLIES, AND THE TAPES
      *                ZIPLOAD REJECTS AS LATE OR OUT OF SEQUENCE --
      *                AND EACH OF THOSE JOBS CALLS HERE SO THE FIGURE
      *                IS KEPT BY TAPE VERSION AND STATE INSTEAD OF
      *                BEING THROWN AWAY WITH THE PRINTOUT.  ZIPVSCRP
      *                REPORTS THE FILE QUARTERLY AGAINST THE CONTRACT
      *                THRESHOLDS.  THE FILE IS OPENED ON THE FIRST
      *                CALL AND STAYS OPEN FOR THE RUN, AS ZIPCYCC'S
      *                DOES; A MISSING FILE IS CREATED.
      *
      *                CALL "ZIPVSCU" USING VSCU-PARAMETER.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPVSCU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-SCORECARD-FILE ASSIGN TO "VNDSCOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSC-KEY
               FILE STATUS IS WS-VSC-STATUS.

           SELECT CR-CONTROL-FILE ASSIGN TO "CRCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-SCORECARD-FILE.
           COPY "zipvscr.cpy".

       FD  CR-CONTROL-FILE.
           COPY "zipctl.cpy".

       WORKING-STORAGE SECTION.
       01  WS-VSC-STATUS                       PIC X(02).
           88  VSC-OK                          VALUE '00'.
           88  VSC-NOT-FOUND                   VALUE '23' '35'.

       01  WS-CTL-STATUS                       PIC X(02).
           88  CTL-OK                          VALUE '00'.
           88  CTL-NOT-FOUND                   VALUE '35'.

       01  WS-FILE-OPEN                        PIC X(01) VALUE 'N'.
           88  FILE-OPEN                       VALUE 'Y'.

      *    THE LIVE VERSION IS READ FROM CRCTL ONCE PER RUN, ON THE
      *    FIRST CALL THAT ASKS FOR IT.
       01  WS-LIVE-VERSION                     PIC X(04) VALUE SPACES.
       01  WS-SCORE-VERSION                    PIC X(04).
       01  WS-ROW-STATE                        PIC X(02).
       01  WS-ADD-VALUE                        PIC 9(09).

       01  WS-ROW-SWITCHES.
           05  WS-NEW-ROW-SW                   PIC X(01).
               88  NEW-ROW                     VALUE 'Y'.
           05  WS-SCAN-DONE-SW                 PIC X(01).
               88  SCAN-DONE                   VALUE 'Y'.

       01  WS-CURRENT-DATE                     PIC X(08).

       LINKAGE SECTION.
           COPY "zipvscu.cpy".

       PROCEDURE DIVISION USING VSCU-PARAMETER.
       0000-MAINLINE.
           SET VSCU-OK TO TRUE
           MOVE SPACES TO VSCU-MESSAGE
           PERFORM 0100-ENSURE-FILE-OPEN
           IF VSCU-OK
               PERFORM 0150-RESOLVE-VERSION
           END-IF
           IF VSCU-OK
               EVALUATE TRUE
                   WHEN VSCU-ZERO-MEASURE
                       PERFORM 0200-ZERO-MEASURE
                   WHEN VSCU-ADD-TO-MEASURE
                       PERFORM 0300-ADD-TO-MEASURE
                   WHEN OTHER
                       SET VSCU-FAILED TO TRUE
                       MOVE 'ZIPVSCU: UNKNOWN FUNCTION CODE'
                           TO VSCU-MESSAGE
               END-EVALUATE
           END-IF
           GOBACK.

       0100-ENSURE-FILE-OPEN.
           IF NOT FILE-OPEN
               OPEN I-O VENDOR-SCORECARD-FILE
               IF VSC-NOT-FOUND
                   OPEN OUTPUT VENDOR-SCORECARD-FILE
                   CLOSE VENDOR-SCORECARD-FILE
                   OPEN I-O VENDOR-SCORECARD-FILE
               END-IF
               IF VSC-OK
                   SET FILE-OPEN TO TRUE
               ELSE
                   SET VSCU-FAILED TO TRUE
                   STRING 'SCORECARD FILE WILL NOT OPEN, STATUS '
                       WS-VSC-STATUS
                       DELIMITED BY SIZE INTO VSCU-MESSAGE
               END-IF
           END-IF.

       0150-RESOLVE-VERSION.
           IF VSCU-FILE-VERSION NOT = SPACES
               MOVE VSCU-FILE-VERSION TO WS-SCORE-VERSION
               EXIT PARAGRAPH
           END-IF
           IF WS-LIVE-VERSION = SPACES
               PERFORM 0160-LOAD-LIVE-VERSION
           END-IF
           IF WS-LIVE-VERSION = SPACES
               SET VSCU-FAILED TO TRUE
               MOVE 'NO LIVE CONTROL RECORD - VERSION NOT KNOWN'
                   TO VSCU-MESSAGE
           ELSE
               MOVE WS-LIVE-VERSION TO WS-SCORE-VERSION
           END-IF.

       0160-LOAD-LIVE-VERSION.
           OPEN INPUT CR-CONTROL-FILE
           IF CTL-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           READ CR-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CTL-FILE-VERSION-YEAR
                                       TO WS-LIVE-VERSION (1:2)
                   MOVE CTL-FILE-VERSION-MONTH
                                       TO WS-LIVE-VERSION (3:2)
           END-READ
           CLOSE CR-CONTROL-FILE.

      *    EVERY ROW OF THE VERSION -- THE WHOLE-TAPE ROW SORTS FIRST
      *    UNDER ITS BLANK STATE, THE STATE ROWS FOLLOW IT.  THE
      *    WHOLE-TAPE ROW IS THEN MADE SURE OF BY ADDING ZERO TO IT,
      *    SO A CLEAN MONTH IS ON FILE AS ZERO RATHER THAN MISSING.
       0200-ZERO-MEASURE.
           MOVE 'N'              TO WS-SCAN-DONE-SW
           MOVE WS-SCORE-VERSION TO VSC-FILE-VERSION
           MOVE LOW-VALUES       TO VSC-STATE-ABBREV
           START VENDOR-SCORECARD-FILE KEY IS NOT LESS THAN VSC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 0210-ZERO-NEXT-ROW UNTIL SCAN-DONE
           IF VSCU-OK
               MOVE SPACES TO WS-ROW-STATE
               MOVE ZERO   TO WS-ADD-VALUE
               PERFORM 0310-ADD-TO-ROW
           END-IF.

       0210-ZERO-NEXT-ROW.
           READ VENDOR-SCORECARD-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   IF VSC-FILE-VERSION NOT = WS-SCORE-VERSION
                       SET SCAN-DONE TO TRUE
                   ELSE
                       PERFORM 0410-ZERO-FIELD
                   END-IF
                   IF NOT SCAN-DONE
                       PERFORM 0430-STAMP-ROW
                       REWRITE VENDOR-SCORECARD-RECORD
                       PERFORM 0440-CHECK-UPDATE
                   END-IF
           END-READ.

       0300-ADD-TO-MEASURE.
           MOVE VSCU-VALUE TO WS-ADD-VALUE
           MOVE SPACES TO WS-ROW-STATE
           PERFORM 0310-ADD-TO-ROW
           IF VSCU-STATE-ABBREV NOT = SPACES AND VSCU-OK
               MOVE VSCU-STATE-ABBREV TO WS-ROW-STATE
               PERFORM 0310-ADD-TO-ROW
           END-IF.

       0310-ADD-TO-ROW.
           MOVE 'N'              TO WS-NEW-ROW-SW
           MOVE WS-SCORE-VERSION TO VSC-FILE-VERSION
           MOVE WS-ROW-STATE     TO VSC-STATE-ABBREV
           READ VENDOR-SCORECARD-FILE
               INVALID KEY
                   SET NEW-ROW TO TRUE
           END-READ
           IF NEW-ROW
               MOVE WS-SCORE-VERSION TO VSC-FILE-VERSION
               MOVE WS-ROW-STATE     TO VSC-STATE-ABBREV
               MOVE ZERO TO VSC-QUARANTINED-COUNT
               MOVE ZERO TO VSC-AUDIT-SEVERE-COUNT
               MOVE ZERO TO VSC-AUDIT-WARNING-COUNT
               MOVE ZERO TO VSC-OVERRIDES-REQUIRED
               MOVE ZERO TO VSC-CORRECTION-TAPES
               MOVE ZERO TO VSC-TAPES-REJECTED
           END-IF
           PERFORM 0420-ADD-TO-FIELD
           IF VSCU-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM 0430-STAMP-ROW
           IF NEW-ROW
               WRITE VENDOR-SCORECARD-RECORD
           ELSE
               REWRITE VENDOR-SCORECARD-RECORD
           END-IF
           PERFORM 0440-CHECK-UPDATE.

       0410-ZERO-FIELD.
           EVALUATE TRUE
               WHEN VSCU-QUARANTINED
                   MOVE ZERO TO VSC-QUARANTINED-COUNT
               WHEN VSCU-AUDIT-SEVERE
                   MOVE ZERO TO VSC-AUDIT-SEVERE-COUNT
               WHEN VSCU-AUDIT-WARNING
                   MOVE ZERO TO VSC-AUDIT-WARNING-COUNT
               WHEN VSCU-OVERRIDES-REQUIRED
                   MOVE ZERO TO VSC-OVERRIDES-REQUIRED
               WHEN VSCU-CORRECTION-TAPE
                   MOVE ZERO TO VSC-CORRECTION-TAPES
               WHEN VSCU-TAPE-REJECTED
                   MOVE ZERO TO VSC-TAPES-REJECTED
               WHEN OTHER
                   SET VSCU-FAILED TO TRUE
                   MOVE 'ZIPVSCU: UNKNOWN MEASURE CODE'
                       TO VSCU-MESSAGE
                   SET SCAN-DONE TO TRUE
           END-EVALUATE.

       0420-ADD-TO-FIELD.
           EVALUATE TRUE
               WHEN VSCU-QUARANTINED
                   ADD WS-ADD-VALUE TO VSC-QUARANTINED-COUNT
               WHEN VSCU-AUDIT-SEVERE
                   ADD WS-ADD-VALUE TO VSC-AUDIT-SEVERE-COUNT
               WHEN VSCU-AUDIT-WARNING
                   ADD WS-ADD-VALUE TO VSC-AUDIT-WARNING-COUNT
               WHEN VSCU-OVERRIDES-REQUIRED
                   ADD WS-ADD-VALUE TO VSC-OVERRIDES-REQUIRED
               WHEN VSCU-CORRECTION-TAPE
                   ADD WS-ADD-VALUE TO VSC-CORRECTION-TAPES
               WHEN VSCU-TAPE-REJECTED
                   ADD WS-ADD-VALUE TO VSC-TAPES-REJECTED
               WHEN OTHER
                   SET VSCU-FAILED TO TRUE
                   MOVE 'ZIPVSCU: UNKNOWN MEASURE CODE'
                       TO VSCU-MESSAGE
           END-EVALUATE.

       0430-STAMP-ROW.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO VSC-LAST-UPDATE-DATE
           MOVE VSCU-JOB-NAME   TO VSC-LAST-UPDATE-JOB.

       0440-CHECK-UPDATE.
           IF NOT VSC-OK AND VSCU-OK
               SET VSCU-FAILED TO TRUE
               STRING 'SCORECARD ROW ' VSC-KEY
                   ' NOT UPDATED, STATUS ' WS-VSC-STATUS
                   DELIMITED BY SIZE INTO VSCU-MESSAGE
           END-IF.
