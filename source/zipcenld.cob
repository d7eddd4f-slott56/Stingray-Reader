      *================================================================
      *  ZIPCENLD --  LOADS THE CENSUS BUREAU'S ZCTA-TO-COUNTY
      *                RELATIONSHIP FILE (CENSIN, ZIPCENR.CPY) INTO
      *                THE KEYED CENSUS REFERENCE FILE (CENSREF),
      *                KEYED ON ZCTA + COUNTY FIPS CODE, AS THE SECOND
      *                SOURCE ZIPCENCM HOLDS THE VENDOR'S COUNTIES UP
      *                AGAINST.  THE BUREAU REISSUES THE FILE ONLY
      *                WITH EACH DECENNIAL VINTAGE, SO THIS IS RUN ON
      *                DEMAND, OUTSIDE THE MONTHLY CYCLE, AND EACH RUN
      *                REBUILDS THE FILE WHOLE.  THE FILE HAS NO
      *                VENDOR HEADER OR EXPECTED COUNT TO PROVE; A
      *                RECORD WHOSE CODES OR FIGURES ARE NOT NUMERIC
      *                (INCLUDING THE PUBLISHED COLUMN-TITLE ROW, IF
      *                THE EXTRACT KEPT IT) IS REJECTED AND LISTED,
      *                AND ANY REJECT ENDS THE JOB WITH RETURN CODE 4.
      *                A RUN THAT LOADS NOTHING ABENDS.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPCENLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENSUS-INPUT-FILE ASSIGN TO "CENSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CENI-STATUS.

           SELECT CENSUS-REFERENCE-FILE ASSIGN TO "CENSREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CENS-KEY
               FILE STATUS IS WS-CENS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CENSUS-INPUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY "zipcenr.cpy".

       FD  CENSUS-REFERENCE-FILE.
           COPY "zipcens.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CENI-STATUS                      PIC X(02).
           88  CENI-OK                         VALUE '00'.
           88  CENI-EOF                        VALUE '10'.

       01  WS-CENS-STATUS                      PIC X(02).
           88  CENS-OK                         VALUE '00'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ                 PIC 9(09) VALUE ZERO.
           05  WS-RECORDS-LOADED               PIC 9(09) VALUE ZERO.
           05  WS-RECORDS-REJECTED             PIC 9(09) VALUE ZERO.
           05  WS-DUPLICATES-REJECTED          PIC 9(09) VALUE ZERO.
           05  WS-AREA-BASIS-COUNT             PIC 9(09) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-RECORD-VALID-SW              PIC X(01).
               88  RECORD-VALID                VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-INPUT UNTIL CENI-EOF
           PERFORM 0900-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           OPEN INPUT CENSUS-INPUT-FILE
           OPEN OUTPUT CENSUS-REFERENCE-FILE
           PERFORM 0110-READ-INPUT.

       0110-READ-INPUT.
           READ CENSUS-INPUT-FILE
               AT END
                   SET CENI-EOF TO TRUE
           END-READ
           IF NOT CENI-EOF
               ADD 1 TO WS-RECORDS-READ
           END-IF.

       0200-PROCESS-INPUT.
           PERFORM 0205-VALIDATE-RECORD
           IF RECORD-VALID
               PERFORM 0210-LOAD-CENSUS-RECORD
           ELSE
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY 'ZIPCENLD: RECORD ' WS-RECORDS-READ
                   ' REJECTED, NON-NUMERIC FIELD - ZCTA '
                   CENR-ZCTA-CODE
           END-IF
           PERFORM 0110-READ-INPUT.

       0205-VALIDATE-RECORD.
           MOVE 'N' TO WS-RECORD-VALID-SW
           IF CENR-ZCTA-CODE NOT NUMERIC
                   OR CENR-STATE-FIPS NOT NUMERIC
                   OR CENR-COUNTY-FIPS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF CENR-PART-POPULATION NOT NUMERIC
                   OR CENR-ZCTA-POPULATION NOT NUMERIC
                   OR CENR-PCT-OF-ZCTA-POP NOT NUMERIC
                   OR CENR-PCT-OF-ZCTA-AREA NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           SET RECORD-VALID TO TRUE.

      *    A ZCTA WITH NO RESIDENTS HAS A ZERO POPULATION SHARE IN
      *    EVERY COUNTY PART, WHICH WOULD MAKE EVERY COUNTY LOOK
      *    EQUALLY WRONG; ITS AREA SHARE IS USED INSTEAD.
       0210-LOAD-CENSUS-RECORD.
           MOVE CENR-ZCTA-CODE        TO CENS-ZCTA-CODE
           MOVE CENR-STATE-FIPS       TO CENS-STATE-FIPS
           MOVE CENR-COUNTY-FIPS      TO CENS-COUNTY-FIPS
           MOVE CENR-PART-POPULATION  TO CENS-PART-POPULATION
           MOVE CENR-ZCTA-POPULATION  TO CENS-ZCTA-POPULATION
           IF CENR-ZCTA-POPULATION = ZERO
               MOVE CENR-PCT-OF-ZCTA-AREA TO CENS-ZIP-SHARE-PCT
               SET CENS-SHARE-BY-AREA TO TRUE
           ELSE
               MOVE CENR-PCT-OF-ZCTA-POP  TO CENS-ZIP-SHARE-PCT
               SET CENS-SHARE-BY-POPULATION TO TRUE
           END-IF
           WRITE CENSUS-REFERENCE-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATES-REJECTED
                   DISPLAY 'ZIPCENLD: DUPLICATE ZCTA/COUNTY - '
                       CENR-ZCTA-CODE ' ' CENR-STATE-FIPS
                       CENR-COUNTY-FIPS
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-LOADED
                   IF CENS-SHARE-BY-AREA
                       ADD 1 TO WS-AREA-BASIS-COUNT
                   END-IF
           END-WRITE.

       0900-TERMINATE.
           CLOSE CENSUS-INPUT-FILE
           CLOSE CENSUS-REFERENCE-FILE
           DISPLAY 'ZIPCENLD: RECORDS READ        = ' WS-RECORDS-READ
           DISPLAY 'ZIPCENLD: RECORDS LOADED      = '
               WS-RECORDS-LOADED
           DISPLAY 'ZIPCENLD: RECORDS REJECTED    = '
               WS-RECORDS-REJECTED
           DISPLAY 'ZIPCENLD: DUPLICATES REJECTED = '
               WS-DUPLICATES-REJECTED
           DISPLAY 'ZIPCENLD: SHARED BY AREA      = '
               WS-AREA-BASIS-COUNT
           IF WS-RECORDS-LOADED = ZERO
               DISPLAY 'ZIPCENLD: ABEND - NO CENSUS RECORDS LOADED, '
                   'CENSREF IS EMPTY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RECORDS-REJECTED > ZERO
                   OR WS-DUPLICATES-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
