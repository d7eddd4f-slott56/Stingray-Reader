      *================================================================
      *  ZIPDSTLD --  LOAD OF THE TAX DEPARTMENT'S SPECIAL TAX
      *                DISTRICT RANGE FILE INTO THE KEYED DISTRICT
      *                MASTER (DISTMSTR), KEYED ON ZIP, ADD-ON LOW,
      *                STREET LOW AND DISTRICT CODE, SO THE LOOKUP
      *                ROUTINES, THE INQUIRY SCREEN AND THE TAX FEED
      *                CAN RETURN THE DISTRICTS A ZIP+4 (AND, WHERE A
      *                DISTRICT IS DRAWN ON STREET NUMBERS, A STREET
      *                ADDRESS) FALLS IN.  THE FILE GETS THE SAME
      *                HEADER DISCIPLINE AS THE VENDOR TAPES: THE
      *                VERSION MUST NOT GO BACKWARD, THE SEQUENCE
      *                MUST ADVANCE WITHOUT GAPS, AND THE HEADER'S
      *                EXPECTED RECORD COUNT IS PROVED BEFORE THE
      *                CONTROL RECORD (DSTCTL) IS COMMITTED.  A RANGE
      *                WHOSE LOW END IS ABOVE ITS HIGH END, OR WITH NO
      *                DISTRICT CODE, IS REJECTED ON THE JOB LOG AND
      *                NOT LOADED.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPDSTLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRICT-RANGE-FILE ASSIGN TO "DSTRNGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAPE-STATUS.

           SELECT DISTRICT-MASTER-FILE ASSIGN TO "DISTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSTM-KEY
               FILE STATUS IS WS-DIST-STATUS.

           SELECT DISTRICT-CONTROL-FILE ASSIGN TO "DSTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRICT-RANGE-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY "zipdrng.cpy".

       FD  DISTRICT-MASTER-FILE.
           COPY "zipdstm.cpy".

      *    SAME CONTROL LAYOUT AS THE COUNTY CYCLE USES -- THE SPLIT
      *    COUNT IS ALWAYS ZERO AND THE QUARANTINED COUNT CARRIES
      *    THE RANGES REJECTED AS INVALID.
       FD  DISTRICT-CONTROL-FILE.
           COPY "zipctl.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TAPE-STATUS                      PIC X(02).
           88  TAPE-OK                         VALUE '00'.
           88  TAPE-EOF                        VALUE '10'.

       01  WS-DIST-STATUS                      PIC X(02).
           88  DIST-OK                         VALUE '00'.

       01  WS-CTL-STATUS                       PIC X(02).
           88  CTL-OK                          VALUE '00'.
           88  CTL-NOT-FOUND                   VALUE '35'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ                 PIC 9(09) VALUE ZERO.
           05  WS-RECORDS-LOADED               PIC 9(09) VALUE ZERO.
           05  WS-DUPLICATES-REJECTED          PIC 9(09) VALUE ZERO.
           05  WS-RANGES-REJECTED              PIC 9(09) VALUE ZERO.
           05  WS-EXPECTED-RECORD-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-ACTUAL-RECORD-COUNT          PIC 9(09) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-PRIOR-TAPE-FOUND             PIC X(01) VALUE 'N'.
               88  PRIOR-TAPE-FOUND             VALUE 'Y'.
           05  WS-RANGE-VALID-SW               PIC X(01) VALUE 'Y'.

       01  WS-CURRENT-DATE                     PIC X(08).

       01  WS-CONTROL-WORK.
           05  WS-SAVED-CONTROL-RECORD.
               10  WS-SAVED-YEAR               PIC X(02).
               10  WS-SAVED-MONTH               PIC X(02).
               10  WS-SAVED-SEQUENCE-NO         PIC X(03).
           05  WS-OLD-YEAR-MONTH-N              PIC 9(04).
           05  WS-NEW-YEAR-MONTH-N              PIC 9(04).
           05  WS-OLD-SEQUENCE-N                PIC 9(03).
           05  WS-NEW-SEQUENCE-N                PIC 9(03).

      *    THE RANGE FD HAS ONE RECORD AREA SHARED BY THE HEADER AND
      *    DETAIL LAYOUTS, SO THE HEADER VALUES NEEDED AT END OF RUN
      *    ARE SAVED HERE, AS ZIPLOAD DOES FOR THE COUNTY TAPE.
       01  WS-HEADER-SAVE.
           05  WS-HEADER-YEAR                   PIC X(02).
           05  WS-HEADER-MONTH                  PIC X(02).
           05  WS-HEADER-SEQUENCE-NO             PIC X(03).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-TAPE UNTIL TAPE-EOF
           PERFORM 0900-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           PERFORM 0105-LOAD-PRIOR-CONTROL
           OPEN INPUT DISTRICT-RANGE-FILE
           PERFORM 0110-READ-TAPE
           PERFORM 0120-VALIDATE-HEADER
           OPEN OUTPUT DISTRICT-MASTER-FILE
           PERFORM 0110-READ-TAPE.

       0105-LOAD-PRIOR-CONTROL.
           OPEN INPUT DISTRICT-CONTROL-FILE
           IF CTL-NOT-FOUND
               DISPLAY 'ZIPDSTLD: NO PRIOR CONTROL RECORD - '
                   'FIRST LOAD, HEADER SEQUENCE NOT CHECKED'
           ELSE
               READ DISTRICT-CONTROL-FILE
                   AT END
                       DISPLAY 'ZIPDSTLD: CONTROL FILE EMPTY - '
                           'FIRST LOAD, HEADER SEQUENCE NOT CHECKED'
                   NOT AT END
                       SET PRIOR-TAPE-FOUND TO TRUE
                       MOVE CTL-FILE-VERSION-YEAR  TO WS-SAVED-YEAR
                       MOVE CTL-FILE-VERSION-MONTH TO WS-SAVED-MONTH
                       MOVE CTL-TAPE-SEQUENCE-NO   TO
                                                  WS-SAVED-SEQUENCE-NO
               END-READ
               CLOSE DISTRICT-CONTROL-FILE
           END-IF.

       0110-READ-TAPE.
           READ DISTRICT-RANGE-FILE
               AT END
                   SET TAPE-EOF TO TRUE
           END-READ
           IF NOT TAPE-EOF
               ADD 1 TO WS-RECORDS-READ
           END-IF.

       0120-VALIDATE-HEADER.
           MOVE DRNG-EXPECTED-RECORD-COUNT TO
                                          WS-EXPECTED-RECORD-COUNT
           MOVE DRNG-FILE-VERSION-YEAR     TO WS-HEADER-YEAR
           MOVE DRNG-FILE-VERSION-MONTH    TO WS-HEADER-MONTH
           MOVE DRNG-TAPE-SEQUENCE-NO      TO WS-HEADER-SEQUENCE-NO
           IF NOT PRIOR-TAPE-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SAVED-YEAR              TO WS-OLD-YEAR-MONTH-N
               (1:2)
           MOVE WS-SAVED-MONTH             TO WS-OLD-YEAR-MONTH-N
               (3:2)
           MOVE DRNG-FILE-VERSION-YEAR     TO WS-NEW-YEAR-MONTH-N
               (1:2)
           MOVE DRNG-FILE-VERSION-MONTH    TO WS-NEW-YEAR-MONTH-N
               (3:2)
           MOVE WS-SAVED-SEQUENCE-NO       TO WS-OLD-SEQUENCE-N
           MOVE DRNG-TAPE-SEQUENCE-NO      TO WS-NEW-SEQUENCE-N
           IF WS-NEW-YEAR-MONTH-N < WS-OLD-YEAR-MONTH-N
               DISPLAY 'ZIPDSTLD: ABEND - RANGE FILE VERSION '
                   DRNG-FILE-VERSION-YEAR '/' DRNG-FILE-VERSION-MONTH
                   ' IS OLDER THAN LAST LOADED VERSION '
                   WS-SAVED-YEAR '/' WS-SAVED-MONTH
               PERFORM 0950-ABEND
           END-IF
           IF WS-NEW-YEAR-MONTH-N = WS-OLD-YEAR-MONTH-N
                   AND WS-NEW-SEQUENCE-N NOT > WS-OLD-SEQUENCE-N
               DISPLAY 'ZIPDSTLD: ABEND - STALE FILE REPROCESSED, '
                   'SEQUENCE ' DRNG-TAPE-SEQUENCE-NO ' NOT GREATER '
                   'THAN LAST LOADED SEQUENCE ' WS-SAVED-SEQUENCE-NO
               PERFORM 0950-ABEND
           END-IF
           IF WS-NEW-YEAR-MONTH-N = WS-OLD-YEAR-MONTH-N
                   AND WS-NEW-SEQUENCE-N NOT = WS-OLD-SEQUENCE-N + 1
               DISPLAY 'ZIPDSTLD: ABEND - FILE SEQUENCE GAP, LAST '
                   'LOADED ' WS-SAVED-SEQUENCE-NO ' THIS FILE '
                   DRNG-TAPE-SEQUENCE-NO
               PERFORM 0950-ABEND
           END-IF.

       0200-PROCESS-TAPE.
           PERFORM 0205-VALIDATE-RANGE
           IF WS-RANGE-VALID-SW = 'Y'
               PERFORM 0210-LOAD-DISTRICT-RECORD
           END-IF
           PERFORM 0110-READ-TAPE.

       0205-VALIDATE-RANGE.
           MOVE 'Y' TO WS-RANGE-VALID-SW
           IF DRNG-DISTRICT-CODE = SPACES
                   OR DRNG-ADD-ON-LOW-NO > DRNG-ADD-ON-HIGH-NO
                   OR DRNG-STREET-LOW-NO NOT NUMERIC
                   OR DRNG-STREET-HIGH-NO NOT NUMERIC
               MOVE 'N' TO WS-RANGE-VALID-SW
           ELSE
               IF DRNG-STREET-LOW-NO > DRNG-STREET-HIGH-NO
                   MOVE 'N' TO WS-RANGE-VALID-SW
               END-IF
           END-IF
           IF WS-RANGE-VALID-SW = 'N'
               ADD 1 TO WS-RANGES-REJECTED
               DISPLAY 'ZIPDSTLD: INVALID RANGE REJECTED - '
                   DRNG-ZIP-CODE ' ' DRNG-ADD-ON-LOW-NO '-'
                   DRNG-ADD-ON-HIGH-NO ' ' DRNG-STREET-LOW-NO '-'
                   DRNG-STREET-HIGH-NO ' DISTRICT ' DRNG-DISTRICT-CODE
           END-IF.

       0210-LOAD-DISTRICT-RECORD.
           MOVE DRNG-ZIP-CODE        TO DSTM-ZIP-CODE
           MOVE DRNG-ADD-ON-LOW-NO   TO DSTM-ADD-ON-LOW-NO
           MOVE DRNG-STREET-LOW-NO   TO DSTM-STREET-LOW-NO
           MOVE DRNG-DISTRICT-CODE   TO DSTM-DISTRICT-CODE
           MOVE DRNG-ADD-ON-HIGH-NO  TO DSTM-ADD-ON-HIGH-NO
           MOVE DRNG-STREET-HIGH-NO  TO DSTM-STREET-HIGH-NO
           MOVE DRNG-DISTRICT-TYPE   TO DSTM-DISTRICT-TYPE
           MOVE DRNG-DISTRICT-NAME   TO DSTM-DISTRICT-NAME
           WRITE DISTRICT-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATES-REJECTED
                   DISPLAY 'ZIPDSTLD: DUPLICATE RANGE ON FILE - '
                       DRNG-ZIP-CODE ' ' DRNG-ADD-ON-LOW-NO ' '
                       DRNG-STREET-LOW-NO ' ' DRNG-DISTRICT-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-LOADED
           END-WRITE.

       0900-TERMINATE.
           CLOSE DISTRICT-RANGE-FILE
           CLOSE DISTRICT-MASTER-FILE
           PERFORM 0930-VALIDATE-RECORD-COUNT
           PERFORM 0910-SAVE-CONTROL-RECORD
           DISPLAY 'ZIPDSTLD: RECORDS READ       = ' WS-RECORDS-READ
           DISPLAY 'ZIPDSTLD: RECORDS LOADED     = '
               WS-RECORDS-LOADED
           DISPLAY 'ZIPDSTLD: DUPLICATES REJECTED = '
               WS-DUPLICATES-REJECTED
           DISPLAY 'ZIPDSTLD: INVALID RANGES REJECTED = '
               WS-RANGES-REJECTED.

       0910-SAVE-CONTROL-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT DISTRICT-CONTROL-FILE
           MOVE WS-HEADER-YEAR        TO CTL-FILE-VERSION-YEAR
           MOVE WS-HEADER-MONTH       TO CTL-FILE-VERSION-MONTH
           MOVE WS-HEADER-SEQUENCE-NO TO CTL-TAPE-SEQUENCE-NO
           MOVE WS-CURRENT-DATE       TO CTL-LAST-LOAD-DATE
           MOVE WS-RECORDS-LOADED     TO CTL-MASTER-RECORD-COUNT
           MOVE ZERO                  TO CTL-SPLIT-RECORD-COUNT
           MOVE WS-EXPECTED-RECORD-COUNT TO
                                        CTL-EXPECTED-RECORD-COUNT
           MOVE WS-RANGES-REJECTED    TO CTL-QUARANTINED-COUNT
           WRITE CROSS-REF-CONTROL-RECORD
           CLOSE DISTRICT-CONTROL-FILE.

      *    SAME CONVENTION AS ZIPLOAD: THE HEADER IS NOT A DATA
      *    RECORD, A ZERO EXPECTED COUNT MEANS THE VENDOR DID NOT
      *    POPULATE THE FIELD, AND A MISMATCH ABENDS BEFORE THE
      *    CONTROL RECORD IS COMMITTED.
       0930-VALIDATE-RECORD-COUNT.
           IF WS-EXPECTED-RECORD-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACTUAL-RECORD-COUNT = WS-RECORDS-READ - 1
           IF WS-ACTUAL-RECORD-COUNT NOT = WS-EXPECTED-RECORD-COUNT
               DISPLAY 'ZIPDSTLD: ABEND - RECORD COUNT MISMATCH, '
                   'EXPECTED ' WS-EXPECTED-RECORD-COUNT ' ACTUAL '
                   WS-ACTUAL-RECORD-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    CALLED ONLY FROM 0120-VALIDATE-HEADER, BEFORE THE DISTRICT
      *    MASTER IS OPENED, SO ONLY THE RANGE FILE NEEDS CLOSING.
       0950-ABEND.
           MOVE 16 TO RETURN-CODE
           CLOSE DISTRICT-RANGE-FILE
           STOP RUN.
