      *================================================================
      *  ZIPDRUNL --  DISASTER-RECOVERY UNLOAD.  ZIPSWAP AND ZIPFALLB
      *                ONLY PROTECT CRMSTR/CRSPLIT/CRCTL, AND ONLY ONE
      *                GENERATION BACK; THE DR SITE NEEDS EVERY KEYED
      *                FILE TO BRING THE SYSTEM UP.  THIS JOB WRITES
      *                THEM ALL, WITH THEIR CONTROL RECORDS, TO ONE
      *                PORTABLE DR TAPE (DRTAPE, SEE ZIPDRTP.CPY) IN
      *                THE ZIPDRSN.CPY ORDER: A SECTION HEADER, THE
      *                RECORDS IN KEY ORDER AND A SECTION TRAILER WITH
      *                THE COUNT FOR EACH FILE, THEN THE CONTROL
      *                TRAILER.  A FILE NOT YET CREATED AT THIS SITE
      *                (NO PRIOR GENERATION BEFORE THE FIRST SWAP, NO
      *                CENSREF BEFORE THE FIRST CENSUS LOAD) IS
      *                WRITTEN AS AN EMPTY SECTION MARKED NOT PRESENT.
      *                ONCE THE TAPE IS CLOSED IT IS READ BACK AND
      *                PROVED -- EVERY SECTION IN ORDER, EVERY SECTION
      *                COUNT AGAINST ITS ROWS AND AGAINST WHAT WAS
      *                UNLOADED, AND THE CONTROL TRAILER AGAINST THE
      *                WHOLE -- SO A TAPE THAT LEAVES THIS JOB WITH
      *                RC 0 IS ONE ZIPDRRLD WILL ACCEPT.  THE FILES
      *                ARE ONLY READ; RUN IT WITH THE ONLINE REGION
      *                QUIESCED SO THE SET IS TAKEN AT ONE POINT IN
      *                TIME.  ZIPDRUNL AND ZIPDRRLD ARE THE QUARTERLY
      *                DR TEST PAIR.  ON DEMAND, NOT A CYCLE STEP.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPDRUNL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DR-TAPE-FILE ASSIGN TO "DRTAPE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAPE-STATUS.

      *    THE FILES ARE UNLOADED ONE AT A TIME, SO THEY SHARE ONE
      *    FILE STATUS FIELD.
           SELECT CR-CONTROL-FILE ASSIGN TO "CRCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CR-MASTER-FILE ASSIGN TO "CRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRM-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CR-SPLIT-FILE ASSIGN TO "CRSPLIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SPLM-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CR-PRIOR-CONTROL-FILE ASSIGN TO "CRCTLP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CR-PRIOR-MASTER-FILE ASSIGN TO "CRMSTRP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RMST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CR-PRIOR-SPLIT-FILE ASSIGN TO "CRSPLITP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSPL-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT LOCAL-OVERRIDE-FILE ASSIGN TO "CROVRD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OVRD-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OVERRIDE-AUDIT-FILE ASSIGN TO "OVRDLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OVRA-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FIPS-MASTER-FILE ASSIGN TO "FIPSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIPS-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CITY-CONTROL-FILE ASSIGN TO "CTYCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CITY-MASTER-FILE ASSIGN TO "CTYMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTYM-ZIP-CODE
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ZIP-SUMMARY-FILE ASSIGN TO "CRZSUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ZSUM-ZIP-CODE
               FILE STATUS IS WS-FILE-STATUS.

           SELECT COUNTY-INVERSE-FILE ASSIGN TO "CRCNTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CNTY-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT DISTRICT-CONTROL-FILE ASSIGN TO "DSTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT DISTRICT-MASTER-FILE ASSIGN TO "DISTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSTM-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CENSUS-REFERENCE-FILE ASSIGN TO "CENSREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CENS-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SUSPENSE-WORKLIST-FILE ASSIGN TO "SUSPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSK-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CR-HISTORY-FILE ASSIGN TO "CRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CR-SPLIT-HISTORY-FILE ASSIGN TO "CRSHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SHST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ARCHIVE-INVENTORY-FILE ASSIGN TO "ARCHINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AINV-VERSION
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CYCLE-STATUS-FILE ASSIGN TO "CYCSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CYC-JOB-NAME
               FILE STATUS IS WS-FILE-STATUS.

           SELECT VENDOR-SCORECARD-FILE ASSIGN TO "VNDSCOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VSC-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DR-TAPE-FILE
           RECORD CONTAINS 240 CHARACTERS.
           COPY "zipdrtp.cpy".

       FD  CR-CONTROL-FILE.
       01  LIVE-CONTROL-RECORD                 PIC X(51).

       FD  CR-MASTER-FILE.
           COPY "zipmstr.cpy".

       FD  CR-SPLIT-FILE.
           COPY "zipsplt.cpy".

       FD  CR-PRIOR-CONTROL-FILE.
       01  RETAINED-CONTROL-RECORD             PIC X(51).

      *    THE PRIOR GENERATION CARRIES THE SAME LAYOUTS AS THE LIVE
      *    MASTERS; AS IN ZIPSWAP ONLY THE KEY FIELDS ARE NAMED HERE
      *    SO THE RECORD NAMES STAY DISTINCT.
       FD  CR-PRIOR-MASTER-FILE.
       01  RETAINED-MASTER-RECORD.
           05  RMST-KEY.
               10  RMST-ZIP-CODE               PIC X(05).
               10  RMST-ADD-ON-LOW-NO          PIC X(04).
           05  FILLER                          PIC X(44).

       FD  CR-PRIOR-SPLIT-FILE.
       01  RETAINED-SPLIT-RECORD.
           05  RSPL-KEY.
               10  RSPL-ZIP-CODE               PIC X(05).
               10  RSPL-ADD-ON-LOW-NO          PIC X(04).
               10  RSPL-STREET-LOW-NO          PIC 9(05).
           05  FILLER                          PIC X(39).

       FD  LOCAL-OVERRIDE-FILE.
           COPY "zipovrd.cpy".

       FD  OVERRIDE-AUDIT-FILE.
           COPY "zipovra.cpy".

       FD  FIPS-MASTER-FILE.
           COPY "zipfips.cpy".

       FD  CITY-CONTROL-FILE.
       01  CITY-CONTROL-RECORD                 PIC X(51).

       FD  CITY-MASTER-FILE.
           COPY "zipcmst.cpy".

       FD  ZIP-SUMMARY-FILE.
           COPY "zipzsum.cpy".

       FD  COUNTY-INVERSE-FILE.
           COPY "zipcnty.cpy".

       FD  DISTRICT-CONTROL-FILE.
       01  DISTRICT-CONTROL-RECORD             PIC X(51).

       FD  DISTRICT-MASTER-FILE.
           COPY "zipdstm.cpy".

       FD  CENSUS-REFERENCE-FILE.
           COPY "zipcens.cpy".

       FD  SUSPENSE-WORKLIST-FILE.
           COPY "zipsusk.cpy".

       FD  CR-HISTORY-FILE.
           COPY "ziphist.cpy".

       FD  CR-SPLIT-HISTORY-FILE.
           COPY "zipshst.cpy".

       FD  ARCHIVE-INVENTORY-FILE.
           COPY "ziparcv.cpy".

       FD  CYCLE-STATUS-FILE.
           COPY "zipcycs.cpy".

       FD  VENDOR-SCORECARD-FILE.
           COPY "zipvscr.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TAPE-STATUS                      PIC X(02).
           88  TAPE-OK                         VALUE '00'.
           88  TAPE-EOF                        VALUE '10'.

       01  WS-FILE-STATUS                      PIC X(02).
           88  FILE-OK                         VALUE '00'.
           88  FILE-EOF                        VALUE '10'.
           88  FILE-NOT-FOUND                  VALUE '35'.

           COPY "zipdrsn.cpy".

      *    ONE ENTRY PER ZIPDRSN.CPY SECTION, IN THE SAME ORDER.
       01  WS-SECTION-TABLE.
           05  WS-SECTION-ENTRY OCCURS 22 TIMES.
               10  WS-SECT-LENGTH              PIC 9(05).
               10  WS-SECT-PRESENT             PIC X(01).
                   88  SECT-PRESENT            VALUE 'Y'.
               10  WS-SECT-ROWS-UNLOADED       PIC 9(09).
               10  WS-SECT-ROWS-PROVED         PIC 9(09).

       01  WS-SECT-IX                          PIC 9(03).
       01  WS-PROOF-IX                         PIC 9(03).
       01  WS-DATA-IMAGE                       PIC X(231).
       01  WS-CURRENT-DATE                     PIC X(08).
       01  WS-TIME-OF-DAY                      PIC X(08).

       01  WS-SWITCHES.
           05  WS-HEADER-SEEN                  PIC X(01) VALUE 'N'.
               88  HEADER-SEEN                 VALUE 'Y'.
           05  WS-IN-SECTION                   PIC X(01) VALUE 'N'.
               88  IN-SECTION                  VALUE 'Y'.
           05  WS-TRAILER-SEEN                 PIC X(01) VALUE 'N'.
               88  TRAILER-SEEN                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TAPE-RECORDS-WRITTEN         PIC 9(09) VALUE ZERO.
           05  WS-DATA-ROWS-WRITTEN            PIC 9(09) VALUE ZERO.
           05  WS-FILES-NOT-PRESENT            PIC 9(09) VALUE ZERO.
           05  WS-TAPE-RECORDS-PROVED          PIC 9(09) VALUE ZERO.
           05  WS-DATA-ROWS-PROVED             PIC 9(09) VALUE ZERO.
           05  WS-SECTION-ROWS-PROVED          PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0300-UNLOAD-SECTION
               VARYING WS-SECT-IX FROM 1 BY 1
               UNTIL WS-SECT-IX > DRSN-SECTION-TOTAL
           PERFORM 0400-WRITE-CONTROL-TRAILER
           CLOSE DR-TAPE-FILE
           PERFORM 0500-PROVE-TAPE
           PERFORM 0900-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           PERFORM 0110-LOAD-SECTION-LENGTHS
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           OPEN OUTPUT DR-TAPE-FILE
           IF NOT TAPE-OK
               DISPLAY 'ZIPDRUNL: ABEND - DR TAPE OPEN FAILED, STATUS '
                   WS-TAPE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO DR-TAPE-HEADER-RECORD
           SET DRTP-TAPE-HEADER TO TRUE
           MOVE 'DRTAPE'            TO DRTP-FILE-NAME
           MOVE WS-CURRENT-DATE     TO DRTP-CREATED-DATE
           MOVE WS-TIME-OF-DAY (1:6) TO DRTP-CREATED-TIME
           MOVE DRSN-SECTION-TOTAL  TO DRTP-SECTION-COUNT
           PERFORM 0390-PUT-TAPE-RECORD
           DISPLAY 'ZIPDRUNL: DR UNLOAD STARTED ' WS-CURRENT-DATE
               ' ' WS-TIME-OF-DAY (1:6).

      *    THE LENGTH OF EACH FILE'S RECORD AS COMPILED HERE GOES ON
      *    ITS SECTION HEADER, SO ZIPDRRLD CAN REFUSE A TAPE CUT
      *    UNDER A DIFFERENT LAYOUT.
       0110-LOAD-SECTION-LENGTHS.
           MOVE LENGTH OF LIVE-CONTROL-RECORD
               TO WS-SECT-LENGTH (1)
           MOVE LENGTH OF CROSS-REF-MASTER-RECORD
               TO WS-SECT-LENGTH (2)
           MOVE LENGTH OF SPLIT-MASTER-RECORD
               TO WS-SECT-LENGTH (3)
           MOVE LENGTH OF RETAINED-CONTROL-RECORD
               TO WS-SECT-LENGTH (4)
           MOVE LENGTH OF RETAINED-MASTER-RECORD
               TO WS-SECT-LENGTH (5)
           MOVE LENGTH OF RETAINED-SPLIT-RECORD
               TO WS-SECT-LENGTH (6)
           MOVE LENGTH OF LOCAL-OVERRIDE-RECORD
               TO WS-SECT-LENGTH (7)
           MOVE LENGTH OF OVERRIDE-AUDIT-RECORD
               TO WS-SECT-LENGTH (8)
           MOVE LENGTH OF FIPS-MASTER-RECORD
               TO WS-SECT-LENGTH (9)
           MOVE LENGTH OF CITY-CONTROL-RECORD
               TO WS-SECT-LENGTH (10)
           MOVE LENGTH OF CITY-MASTER-RECORD
               TO WS-SECT-LENGTH (11)
           MOVE LENGTH OF ZIP-SUMMARY-RECORD
               TO WS-SECT-LENGTH (12)
           MOVE LENGTH OF COUNTY-INVERSE-RECORD
               TO WS-SECT-LENGTH (13)
           MOVE LENGTH OF DISTRICT-CONTROL-RECORD
               TO WS-SECT-LENGTH (14)
           MOVE LENGTH OF DISTRICT-MASTER-RECORD
               TO WS-SECT-LENGTH (15)
           MOVE LENGTH OF CENSUS-REFERENCE-RECORD
               TO WS-SECT-LENGTH (16)
           MOVE LENGTH OF SUSPENSE-WORKLIST-RECORD
               TO WS-SECT-LENGTH (17)
           MOVE LENGTH OF CROSS-REF-HISTORY-RECORD
               TO WS-SECT-LENGTH (18)
           MOVE LENGTH OF SPLIT-HISTORY-RECORD
               TO WS-SECT-LENGTH (19)
           MOVE LENGTH OF ARCHIVE-INVENTORY-RECORD
               TO WS-SECT-LENGTH (20)
           MOVE LENGTH OF CYCLE-STATUS-RECORD
               TO WS-SECT-LENGTH (21)
           MOVE LENGTH OF VENDOR-SCORECARD-RECORD
               TO WS-SECT-LENGTH (22).

      *    ONE SECTION PER FILE: HEADER, ROWS IN KEY ORDER, TRAILER.
       0300-UNLOAD-SECTION.
           MOVE ZERO TO WS-SECT-ROWS-UNLOADED (WS-SECT-IX)
           MOVE ZERO TO WS-SECT-ROWS-PROVED (WS-SECT-IX)
           PERFORM 0310-OPEN-SECTION-FILE
           EVALUATE TRUE
               WHEN FILE-OK
                   MOVE 'Y' TO WS-SECT-PRESENT (WS-SECT-IX)
               WHEN FILE-NOT-FOUND
                   MOVE 'N' TO WS-SECT-PRESENT (WS-SECT-IX)
                   ADD 1 TO WS-FILES-NOT-PRESENT
               WHEN OTHER
                   DISPLAY 'ZIPDRUNL: ABEND - OPEN OF '
                       DRSN-FILE-NAME (WS-SECT-IX)
                       ' FAILED, STATUS ' WS-FILE-STATUS
                   PERFORM 0950-ABEND
           END-EVALUATE
           MOVE SPACES TO DR-SECTION-HEADER-RECORD
           SET DRTP-SECTION-HEADER TO TRUE
           MOVE DRSN-FILE-NAME (WS-SECT-IX) TO DRTP-FILE-NAME
           MOVE WS-SECT-PRESENT (WS-SECT-IX) TO DRSH-FILE-PRESENT
           MOVE WS-SECT-LENGTH (WS-SECT-IX)  TO DRSH-RECORD-LENGTH
           PERFORM 0390-PUT-TAPE-RECORD
           IF SECT-PRESENT (WS-SECT-IX)
               PERFORM 0330-COPY-SECTION-ROW UNTIL FILE-EOF
               PERFORM 0340-CLOSE-SECTION-FILE
               DISPLAY 'ZIPDRUNL: ' DRSN-FILE-NAME (WS-SECT-IX)
                   ' ROWS UNLOADED = '
                   WS-SECT-ROWS-UNLOADED (WS-SECT-IX)
           ELSE
               DISPLAY 'ZIPDRUNL: ' DRSN-FILE-NAME (WS-SECT-IX)
                   ' NOT PRESENT - EMPTY SECTION WRITTEN'
           END-IF
           MOVE SPACES TO DR-SECTION-TRAILER-RECORD
           SET DRTP-SECTION-TRAILER TO TRUE
           MOVE DRSN-FILE-NAME (WS-SECT-IX) TO DRTP-FILE-NAME
           MOVE WS-SECT-ROWS-UNLOADED (WS-SECT-IX)
               TO DRSE-RECORD-COUNT
           PERFORM 0390-PUT-TAPE-RECORD.

       0310-OPEN-SECTION-FILE.
           EVALUATE WS-SECT-IX
               WHEN 1
                   OPEN INPUT CR-CONTROL-FILE
               WHEN 2
                   OPEN INPUT CR-MASTER-FILE
               WHEN 3
                   OPEN INPUT CR-SPLIT-FILE
               WHEN 4
                   OPEN INPUT CR-PRIOR-CONTROL-FILE
               WHEN 5
                   OPEN INPUT CR-PRIOR-MASTER-FILE
               WHEN 6
                   OPEN INPUT CR-PRIOR-SPLIT-FILE
               WHEN 7
                   OPEN INPUT LOCAL-OVERRIDE-FILE
               WHEN 8
                   OPEN INPUT OVERRIDE-AUDIT-FILE
               WHEN 9
                   OPEN INPUT FIPS-MASTER-FILE
               WHEN 10
                   OPEN INPUT CITY-CONTROL-FILE
               WHEN 11
                   OPEN INPUT CITY-MASTER-FILE
               WHEN 12
                   OPEN INPUT ZIP-SUMMARY-FILE
               WHEN 13
                   OPEN INPUT COUNTY-INVERSE-FILE
               WHEN 14
                   OPEN INPUT DISTRICT-CONTROL-FILE
               WHEN 15
                   OPEN INPUT DISTRICT-MASTER-FILE
               WHEN 16
                   OPEN INPUT CENSUS-REFERENCE-FILE
               WHEN 17
                   OPEN INPUT SUSPENSE-WORKLIST-FILE
               WHEN 18
                   OPEN INPUT CR-HISTORY-FILE
               WHEN 19
                   OPEN INPUT CR-SPLIT-HISTORY-FILE
               WHEN 20
                   OPEN INPUT ARCHIVE-INVENTORY-FILE
               WHEN 21
                   OPEN INPUT CYCLE-STATUS-FILE
               WHEN 22
                   OPEN INPUT VENDOR-SCORECARD-FILE
           END-EVALUATE.

       0320-READ-SECTION-FILE.
           EVALUATE WS-SECT-IX
               WHEN 1
                   READ CR-CONTROL-FILE INTO WS-DATA-IMAGE
               WHEN 2
                   READ CR-MASTER-FILE NEXT RECORD
                       INTO WS-DATA-IMAGE
               WHEN 3
                   READ CR-SPLIT-FILE NEXT RECORD
                       INTO WS-DATA-IMAGE
               WHEN 4
                   READ CR-PRIOR-CONTROL-FILE INTO WS-DATA-IMAGE
               WHEN 5
                   READ CR-PRIOR-MASTER-FILE NEXT RECORD
                       INTO WS-DATA-IMAGE
               WHEN 6
                   READ CR-PRIOR-SPLIT-FILE NEXT RECORD
                       INTO WS-DATA-IMAGE
               WHEN 7
                   READ LOCAL-OVERRIDE-FILE NEXT RECORD
                       INTO WS-DATA-IMAGE
               WHEN 8
                   READ OVERRIDE-AUDIT-FILE NEXT RECORD
                       INTO WS-DATA-IMAGE
               WHEN 9
                   READ FIPS-MASTER-FILE NEXT RECORD
                       INTO WS-DATA-IMAGE
               WHEN 10
                   READ CITY-CONTROL-FILE INTO WS-DATA-IMAGE
               WHEN 11
                   READ CITY-MASTER-FILE NEXT RECORD
                       INTO WS-DATA-IMAGE
               WHEN 12
                   READ ZIP-SUMMARY-FILE NEXT RECORD
                       INTO WS-DATA-IMAGE
               WHEN 13
                   READ COUNTY-INVERSE-FILE NEXT RECORD
                       INTO WS-DATA-IMAGE
               WHEN 14
                   READ DISTRICT-CONTROL-FILE INTO WS-DATA-IMAGE
               WHEN 15
                   READ DISTRICT-MASTER-FILE NEXT RECORD
                       INTO WS-DATA-IMAGE
               WHEN 16
                   READ CENSUS-REFERENCE-FILE NEXT RECORD
                       INTO WS-DATA-IMAGE
               WHEN 17
                   READ SUSPENSE-WORKLIST-FILE NEXT RECORD
                       INTO WS-DATA-IMAGE
               WHEN 18
                   READ CR-HISTORY-FILE NEXT RECORD
                       INTO WS-DATA-IMAGE
               WHEN 19
                   READ CR-SPLIT-HISTORY-FILE NEXT RECORD
                       INTO WS-DATA-IMAGE
               WHEN 20
                   READ ARCHIVE-INVENTORY-FILE NEXT RECORD
                       INTO WS-DATA-IMAGE
               WHEN 21
                   READ CYCLE-STATUS-FILE NEXT RECORD
                       INTO WS-DATA-IMAGE
               WHEN 22
                   READ VENDOR-SCORECARD-FILE NEXT RECORD
                       INTO WS-DATA-IMAGE
           END-EVALUATE.

       0330-COPY-SECTION-ROW.
           PERFORM 0320-READ-SECTION-FILE
           EVALUATE TRUE
               WHEN FILE-OK
                   MOVE SPACES TO DR-DATA-ROW-RECORD
                   SET DRTP-DATA-ROW TO TRUE
                   MOVE DRSN-FILE-NAME (WS-SECT-IX) TO DRTP-FILE-NAME
                   MOVE WS-DATA-IMAGE TO DRTD-RECORD-IMAGE
                   PERFORM 0390-PUT-TAPE-RECORD
                   ADD 1 TO WS-SECT-ROWS-UNLOADED (WS-SECT-IX)
                   ADD 1 TO WS-DATA-ROWS-WRITTEN
               WHEN FILE-EOF
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ZIPDRUNL: ABEND - READ OF '
                       DRSN-FILE-NAME (WS-SECT-IX)
                       ' FAILED, STATUS ' WS-FILE-STATUS
                   PERFORM 0950-ABEND
           END-EVALUATE.

       0340-CLOSE-SECTION-FILE.
           EVALUATE WS-SECT-IX
               WHEN 1
                   CLOSE CR-CONTROL-FILE
               WHEN 2
                   CLOSE CR-MASTER-FILE
               WHEN 3
                   CLOSE CR-SPLIT-FILE
               WHEN 4
                   CLOSE CR-PRIOR-CONTROL-FILE
               WHEN 5
                   CLOSE CR-PRIOR-MASTER-FILE
               WHEN 6
                   CLOSE CR-PRIOR-SPLIT-FILE
               WHEN 7
                   CLOSE LOCAL-OVERRIDE-FILE
               WHEN 8
                   CLOSE OVERRIDE-AUDIT-FILE
               WHEN 9
                   CLOSE FIPS-MASTER-FILE
               WHEN 10
                   CLOSE CITY-CONTROL-FILE
               WHEN 11
                   CLOSE CITY-MASTER-FILE
               WHEN 12
                   CLOSE ZIP-SUMMARY-FILE
               WHEN 13
                   CLOSE COUNTY-INVERSE-FILE
               WHEN 14
                   CLOSE DISTRICT-CONTROL-FILE
               WHEN 15
                   CLOSE DISTRICT-MASTER-FILE
               WHEN 16
                   CLOSE CENSUS-REFERENCE-FILE
               WHEN 17
                   CLOSE SUSPENSE-WORKLIST-FILE
               WHEN 18
                   CLOSE CR-HISTORY-FILE
               WHEN 19
                   CLOSE CR-SPLIT-HISTORY-FILE
               WHEN 20
                   CLOSE ARCHIVE-INVENTORY-FILE
               WHEN 21
                   CLOSE CYCLE-STATUS-FILE
               WHEN 22
                   CLOSE VENDOR-SCORECARD-FILE
           END-EVALUATE.

      *    EVERY TAPE RECORD TYPE SHARES THE ONE RECORD AREA, SO THE
      *    HEADER NAME WRITES WHICHEVER VIEW WAS JUST BUILT.
       0390-PUT-TAPE-RECORD.
           WRITE DR-TAPE-HEADER-RECORD
           IF NOT TAPE-OK
               DISPLAY 'ZIPDRUNL: ABEND - DR TAPE WRITE FAILED, '
                   'STATUS ' WS-TAPE-STATUS
               PERFORM 0950-ABEND
           END-IF
           ADD 1 TO WS-TAPE-RECORDS-WRITTEN.

       0400-WRITE-CONTROL-TRAILER.
           MOVE SPACES TO DR-CONTROL-TRAILER-RECORD
           SET DRTP-CONTROL-TRAILER TO TRUE
           MOVE 'DRTAPE'             TO DRTP-FILE-NAME
           MOVE DRSN-SECTION-TOTAL   TO DRCT-SECTION-COUNT
           MOVE WS-DATA-ROWS-WRITTEN TO DRCT-DATA-ROW-COUNT
           PERFORM 0390-PUT-TAPE-RECORD.

      *    READ THE CLOSED TAPE BACK AND PROVE IT THE WAY ZIPDRRLD
      *    WILL: HEADER FIRST, EVERY SECTION IN ORDER AND CLOSED BY
      *    ITS TRAILER, EVERY COUNT MATCHING ITS ROWS, THE CONTROL
      *    TRAILER MATCHING THE WHOLE AND NOTHING AFTER IT.  THE
      *    PROVED COUNTS MUST ALSO MATCH WHAT WAS UNLOADED.
       0500-PROVE-TAPE.
           MOVE ZERO TO WS-PROOF-IX
           OPEN INPUT DR-TAPE-FILE
           IF NOT TAPE-OK
               DISPLAY 'ZIPDRUNL: ABEND - DR TAPE WILL NOT REOPEN '
                   'FOR PROOF, STATUS ' WS-TAPE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0510-PROVE-TAPE-RECORD UNTIL TAPE-EOF
           CLOSE DR-TAPE-FILE
           IF NOT TRAILER-SEEN
               DISPLAY 'ZIPDRUNL: ABEND - DR TAPE HAS NO CONTROL '
                   'TRAILER, UNLOAD WAS INCOMPLETE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TAPE-RECORDS-PROVED NOT = WS-TAPE-RECORDS-WRITTEN
               DISPLAY 'ZIPDRUNL: ABEND - ' WS-TAPE-RECORDS-PROVED
                   ' TAPE RECORDS READ BACK, '
                   WS-TAPE-RECORDS-WRITTEN ' WRITTEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0560-MATCH-SECTION-COUNTS
               VARYING WS-SECT-IX FROM 1 BY 1
               UNTIL WS-SECT-IX > DRSN-SECTION-TOTAL.

       0510-PROVE-TAPE-RECORD.
           READ DR-TAPE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-TAPE-RECORDS-PROVED
                   IF TRAILER-SEEN
                       DISPLAY 'ZIPDRUNL: ABEND - RECORDS FOLLOW THE '
                           'CONTROL TRAILER'
                       PERFORM 0950-ABEND
                   END-IF
                   IF NOT HEADER-SEEN AND NOT DRTP-TAPE-HEADER
                       DISPLAY 'ZIPDRUNL: ABEND - DR TAPE DOES NOT '
                           'BEGIN WITH ITS TAPE HEADER'
                       PERFORM 0950-ABEND
                   END-IF
                   EVALUATE TRUE
                       WHEN DRTP-TAPE-HEADER
                           PERFORM 0520-PROVE-TAPE-HEADER
                       WHEN DRTP-SECTION-HEADER
                           PERFORM 0530-PROVE-SECTION-HEADER
                       WHEN DRTP-DATA-ROW
                           PERFORM 0540-PROVE-DATA-ROW
                       WHEN DRTP-SECTION-TRAILER
                           PERFORM 0550-PROVE-SECTION-TRAILER
                       WHEN DRTP-CONTROL-TRAILER
                           PERFORM 0555-PROVE-CONTROL-TRAILER
                       WHEN OTHER
                           DISPLAY 'ZIPDRUNL: ABEND - UNKNOWN DR TAPE '
                               'RECORD TYPE ' DRTP-RECORD-TYPE
                           PERFORM 0950-ABEND
                   END-EVALUATE
           END-READ.

       0520-PROVE-TAPE-HEADER.
           IF HEADER-SEEN
               DISPLAY 'ZIPDRUNL: ABEND - SECOND TAPE HEADER ON THE '
                   'DR TAPE'
               PERFORM 0950-ABEND
           END-IF
           SET HEADER-SEEN TO TRUE.

       0530-PROVE-SECTION-HEADER.
           IF IN-SECTION
               DISPLAY 'ZIPDRUNL: ABEND - SECTION '
                   DRSN-FILE-NAME (WS-PROOF-IX)
                   ' HAS NO SECTION TRAILER'
               PERFORM 0950-ABEND
           END-IF
           ADD 1 TO WS-PROOF-IX
           IF WS-PROOF-IX > DRSN-SECTION-TOTAL
               DISPLAY 'ZIPDRUNL: ABEND - MORE SECTIONS THAN '
                   'ZIPDRSN.CPY LISTS, AT ' DRTP-FILE-NAME
               PERFORM 0950-ABEND
           END-IF
           IF DRTP-FILE-NAME NOT = DRSN-FILE-NAME (WS-PROOF-IX)
               DISPLAY 'ZIPDRUNL: ABEND - SECTION ' DRTP-FILE-NAME
                   ' FOUND WHERE ' DRSN-FILE-NAME (WS-PROOF-IX)
                   ' BELONGS'
               PERFORM 0950-ABEND
           END-IF
           IF DRSH-FILE-PRESENT NOT = WS-SECT-PRESENT (WS-PROOF-IX)
                   OR DRSH-RECORD-LENGTH
                       NOT = WS-SECT-LENGTH (WS-PROOF-IX)
               DISPLAY 'ZIPDRUNL: ABEND - SECTION HEADER FOR '
                   DRTP-FILE-NAME ' DOES NOT MATCH THE UNLOAD'
               PERFORM 0950-ABEND
           END-IF
           MOVE ZERO TO WS-SECTION-ROWS-PROVED
           SET IN-SECTION TO TRUE.

       0540-PROVE-DATA-ROW.
           IF NOT IN-SECTION
               DISPLAY 'ZIPDRUNL: ABEND - DATA ROW FOR '
                   DRTP-FILE-NAME ' OUTSIDE ANY SECTION'
               PERFORM 0950-ABEND
           END-IF
           IF DRTP-FILE-NAME NOT = DRSN-FILE-NAME (WS-PROOF-IX)
                   OR NOT SECT-PRESENT (WS-PROOF-IX)
               DISPLAY 'ZIPDRUNL: ABEND - DATA ROW FOR '
                   DRTP-FILE-NAME ' OUTSIDE ITS SECTION'
               PERFORM 0950-ABEND
           END-IF
           ADD 1 TO WS-SECTION-ROWS-PROVED
           ADD 1 TO WS-DATA-ROWS-PROVED.

       0550-PROVE-SECTION-TRAILER.
           IF NOT IN-SECTION
               DISPLAY 'ZIPDRUNL: ABEND - SECTION TRAILER FOR '
                   DRTP-FILE-NAME ' OUTSIDE ANY SECTION'
               PERFORM 0950-ABEND
           END-IF
           IF DRTP-FILE-NAME NOT = DRSN-FILE-NAME (WS-PROOF-IX)
               DISPLAY 'ZIPDRUNL: ABEND - SECTION TRAILER FOR '
                   DRTP-FILE-NAME ' WITHOUT ITS HEADER'
               PERFORM 0950-ABEND
           END-IF
           IF DRSE-RECORD-COUNT NOT = WS-SECTION-ROWS-PROVED
               DISPLAY 'ZIPDRUNL: ABEND - SECTION ' DRTP-FILE-NAME
                   ' TRAILER COUNT ' DRSE-RECORD-COUNT
                   ' BUT ' WS-SECTION-ROWS-PROVED ' ROWS'
               PERFORM 0950-ABEND
           END-IF
           MOVE WS-SECTION-ROWS-PROVED
               TO WS-SECT-ROWS-PROVED (WS-PROOF-IX)
           MOVE 'N' TO WS-IN-SECTION.

       0555-PROVE-CONTROL-TRAILER.
           IF IN-SECTION
               DISPLAY 'ZIPDRUNL: ABEND - SECTION '
                   DRSN-FILE-NAME (WS-PROOF-IX)
                   ' HAS NO SECTION TRAILER'
               PERFORM 0950-ABEND
           END-IF
           IF DRCT-SECTION-COUNT NOT = WS-PROOF-IX
                   OR DRCT-SECTION-COUNT NOT = DRSN-SECTION-TOTAL
                   OR DRCT-DATA-ROW-COUNT NOT = WS-DATA-ROWS-PROVED
               DISPLAY 'ZIPDRUNL: ABEND - CONTROL TRAILER ('
                   DRCT-SECTION-COUNT '/' DRCT-DATA-ROW-COUNT
                   ') DOES NOT MATCH THE TAPE ('
                   WS-PROOF-IX '/' WS-DATA-ROWS-PROVED ')'
               PERFORM 0950-ABEND
           END-IF
           SET TRAILER-SEEN TO TRUE.

       0560-MATCH-SECTION-COUNTS.
           IF WS-SECT-ROWS-PROVED (WS-SECT-IX)
                   NOT = WS-SECT-ROWS-UNLOADED (WS-SECT-IX)
               DISPLAY 'ZIPDRUNL: ABEND - ' DRSN-FILE-NAME (WS-SECT-IX)
                   ' READ BACK ' WS-SECT-ROWS-PROVED (WS-SECT-IX)
                   ' ROWS, UNLOADED '
                   WS-SECT-ROWS-UNLOADED (WS-SECT-IX)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0900-TERMINATE.
           DISPLAY 'ZIPDRUNL: SECTIONS WRITTEN     = '
               DRSN-SECTION-TOTAL
           DISPLAY 'ZIPDRUNL: FILES NOT PRESENT    = '
               WS-FILES-NOT-PRESENT
           DISPLAY 'ZIPDRUNL: DATA ROWS WRITTEN    = '
               WS-DATA-ROWS-WRITTEN
           DISPLAY 'ZIPDRUNL: TAPE RECORDS WRITTEN = '
               WS-TAPE-RECORDS-WRITTEN
           DISPLAY 'ZIPDRUNL: DR TAPE PROVED - SECTION COUNTS AND '
               'CONTROL TRAILER AGREE'.

      *    THE TAPE IS NOT A USABLE DR COPY; THE KEYED FILES WERE
      *    ONLY READ, SO THE JOB IS SIMPLY RE-RUN ONTO A FRESH TAPE.
       0950-ABEND.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
