      *                COMBINATION HAS NOT BEEN RESEARCHED YET, SO
      *                UN-RESEARCHED COUNTIES ARE VISIBLE TO THE
      *                TAX-RATE SYSTEM INSTEAD OF SILENTLY BLANK.
      *                THE SPECIAL TAX DISTRICTS ON THE DISTRICT
      *                MASTER (DISTMSTR) ARE EXTRACTED THE SAME WAY
      *                INTO A SEPARATE DISTRICT-CODE KEYED FEED
      *                (TAXDIST); THAT STEP IS SKIPPED, AND THE FEED
      *                LEFT EMPTY, WHEN NO DISTRICT MASTER HAS BEEN
      *                LOADED.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPTAXEX.
               RECORD KEY IS FIPS-KEY
               FILE STATUS IS WS-FIPS-STATUS.

           SELECT DISTRICT-MASTER-FILE ASSIGN TO "DISTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSTM-KEY
               FILE STATUS IS WS-DIST-STATUS.

           SELECT TAX-DISTRICT-FILE ASSIGN TO "TAXDIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAXD-DISTRICT-CODE
               FILE STATUS IS WS-TAXD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CR-MASTER-FILE.
       FD  FIPS-MASTER-FILE.
           COPY "zipfips.cpy".

       FD  DISTRICT-MASTER-FILE.
           COPY "zipdstm.cpy".

       FD  TAX-DISTRICT-FILE.
           COPY "ziptaxd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MSTR-STATUS                      PIC X(02).
           88  MSTR-OK                         VALUE '00'.
       01  WS-FIPS-STATUS                      PIC X(02).
           88  FIPS-OK                         VALUE '00'.

       01  WS-DIST-STATUS                      PIC X(02).
           88  DIST-OK                         VALUE '00'.
           88  DIST-EOF                        VALUE '10'.

       01  WS-TAXD-STATUS                      PIC X(02).
           88  TAXD-OK                         VALUE '00'.

       01  WS-SWITCHES.
           05  WS-DISTRICT-AVAILABLE-SW        PIC X(01) VALUE 'Y'.
               88  DISTRICT-AVAILABLE           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MASTER-RECORDS-READ          PIC 9(09) VALUE ZERO.
           05  WS-SPLIT-RECORDS-READ           PIC 9(09) VALUE ZERO.
           05  WS-JURISDICTIONS-WRITTEN        PIC 9(09) VALUE ZERO.
           05  WS-DUPLICATES-SKIPPED           PIC 9(09) VALUE ZERO.
           05  WS-FIPS-NOT-ASSIGNED-COUNT      PIC 9(09) VALUE ZERO.
           05  WS-DISTRICT-RANGES-READ         PIC 9(09) VALUE ZERO.
           05  WS-DISTRICTS-WRITTEN            PIC 9(09) VALUE ZERO.

      *    CYCLE-CONTROL INTERFACE -- SEE ZIPCYCC.
           COPY "zipcycc.cpy".
           PERFORM 0100-INITIALIZE
           PERFORM 0200-EXTRACT-FROM-MASTER UNTIL MSTR-EOF
           PERFORM 0300-EXTRACT-FROM-SPLIT UNTIL SPLIT-EOF
           IF DISTRICT-AVAILABLE
               PERFORM 0400-EXTRACT-DISTRICTS UNTIL DIST-EOF
           END-IF
           PERFORM 0900-TERMINATE
           STOP RUN.

           OPEN INPUT CR-MASTER-FILE
           OPEN INPUT CR-SPLIT-FILE
           OPEN INPUT FIPS-MASTER-FILE
           OPEN OUTPUT TAX-FEED-FILE
           OPEN OUTPUT TAX-DISTRICT-FILE
           OPEN INPUT DISTRICT-MASTER-FILE
           IF NOT DIST-OK
               MOVE 'N' TO WS-DISTRICT-AVAILABLE-SW
               DISPLAY 'ZIPTAXEX: DISTRICT MASTER NOT AVAILABLE - '
                   'DISTRICT FEED WILL BE EMPTY'
           END-IF.

       0200-EXTRACT-FROM-MASTER.
           READ CR-MASTER-FILE NEXT RECORD
                   END-IF
           END-READ.

      *    THE DISTRICT MASTER CARRIES ONE RECORD PER RANGE, SO THE
      *    SAME DISTRICT CODE TURNS UP MANY TIMES; THE KEYED FEED
      *    KEEPS THE FIRST AND DISCARDS THE REST VIA INVALID KEY.
       0400-EXTRACT-DISTRICTS.
           READ DISTRICT-MASTER-FILE NEXT RECORD
               AT END
                   SET DIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DISTRICT-RANGES-READ
                   MOVE DSTM-DISTRICT-CODE TO TAXD-DISTRICT-CODE
                   MOVE DSTM-DISTRICT-TYPE TO TAXD-DISTRICT-TYPE
                   MOVE DSTM-DISTRICT-NAME TO TAXD-DISTRICT-NAME
                   WRITE TAX-DISTRICT-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-DISTRICTS-WRITTEN
                   END-WRITE
           END-READ.

       0900-TERMINATE.
           CLOSE CR-MASTER-FILE
           CLOSE CR-SPLIT-FILE
           CLOSE FIPS-MASTER-FILE
           CLOSE TAX-FEED-FILE
           CLOSE TAX-DISTRICT-FILE
           IF DISTRICT-AVAILABLE
               CLOSE DISTRICT-MASTER-FILE
           END-IF
           DISPLAY 'ZIPTAXEX: MASTER RECORDS READ  = '
               WS-MASTER-RECORDS-READ
           DISPLAY 'ZIPTAXEX: SPLIT RECORDS READ   = '
               WS-DUPLICATES-SKIPPED
           DISPLAY 'ZIPTAXEX: FIPS NOT ASSIGNED     = '
               WS-FIPS-NOT-ASSIGNED-COUNT
           DISPLAY 'ZIPTAXEX: DISTRICT RANGES READ  = '
               WS-DISTRICT-RANGES-READ
           DISPLAY 'ZIPTAXEX: DISTRICTS WRITTEN     = '
               WS-DISTRICTS-WRITTEN
           PERFORM 0990-RECORD-CYCLE-COMPLETE.

       0990-RECORD-CYCLE-COMPLETE.
