      *================================================================
      *  ZIPDRRLD --  DISASTER-RECOVERY RELOAD.  REBUILDS EVERY KEYED
      *                FILE, AND ITS CONTROL RECORD, FROM A ZIPDRUNL
      *                DR TAPE (DRTAPE, SEE ZIPDRTP.CPY).  THE WHOLE
      *                TAPE IS PROVED BEFORE ANY FILE IS TOUCHED --
      *                TAPE HEADER FIRST, EVERY SECTION IN THE
      *                ZIPDRSN.CPY ORDER WITH THE RECORD LENGTH THIS
      *                PROGRAM WAS COMPILED WITH, EVERY SECTION COUNT
      *                AGAINST ITS ROWS, AND THE CONTROL TRAILER
      *                AGAINST THE WHOLE; A TAPE WITHOUT ITS TRAILER
      *                IS A BROKEN UNLOAD AND IS REFUSED.  EACH TARGET
      *                IS THEN CHECKED: ONE THAT ALREADY HOLDS RECORDS
      *                IS NOT OVERWRITTEN UNLESS THE ONE-CARD REQUEST
      *                (DRCARD) SAYS FORCE, AND IF ANY WOULD BE THE
      *                RUN STOPS BEFORE WRITING ANYTHING, LISTING THEM.
      *                EACH FILE ON THE TAPE IS THEN REWRITTEN FROM
      *                SCRATCH IN KEY ORDER AND ITS RELOADED COUNT IS
      *                PROVED AGAINST THE TAPE.  A SECTION MARKED NOT
      *                PRESENT (THE FILE DID NOT EXIST AT UNLOAD TIME)
      *                LEAVES ITS TARGET AS IT IS; IF THAT TARGET HOLDS
      *                RECORDS IT IS LISTED AND THE JOB ENDS RC 4 SO
      *                THE OPERATOR CAN DECIDE WHETHER IT BELONGS.
      *                AN ABEND PART WAY THROUGH THE RELOAD LEAVES
      *                SOME FILES REBUILT; RE-RUN WITH FORCE.  RUN IT
      *                WITH THE ONLINE REGION DOWN.  ON DEMAND, NOT A
      *                CYCLE STEP.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPDRRLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELOAD-CARD-FILE ASSIGN TO "DRCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT DR-TAPE-FILE ASSIGN TO "DRTAPE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAPE-STATUS.

      *    THE FILES ARE CHECKED AND RELOADED ONE AT A TIME, SO THEY
      *    SHARE ONE FILE STATUS FIELD.
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
      *    COLUMNS 1-5 'FORCE' LETS THE RELOAD REPLACE FILES THAT
      *    ALREADY HOLD RECORDS; BLANK REFUSES TO.
       FD  RELOAD-CARD-FILE.
       01  RELOAD-REQUEST-CARD.
           05  CARD-REPLACE-OPTION             PIC X(05).
               88  CARD-FORCE                  VALUE 'FORCE'.
               88  CARD-NO-FORCE               VALUE SPACES.
           05  FILLER                          PIC X(75).

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
       01  WS-CARD-STATUS                      PIC X(02).
           88  CARD-OK                         VALUE '00'.
           88  CARD-EOF                        VALUE '10'.
           88  CARD-NOT-FOUND                  VALUE '35'.

       01  WS-TAPE-STATUS                      PIC X(02).
           88  TAPE-OK                         VALUE '00'.
           88  TAPE-EOF                        VALUE '10'.
           88  TAPE-NOT-FOUND                  VALUE '35'.

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
               10  WS-SECT-POPULATED           PIC X(01).
                   88  SECT-POPULATED          VALUE 'Y'.
               10  WS-SECT-ROWS-PROVED         PIC 9(09).
               10  WS-SECT-ROWS-RELOADED       PIC 9(09).

       01  WS-SECT-IX                          PIC 9(03).
       01  WS-PROOF-IX                         PIC 9(03).
       01  WS-DATA-IMAGE                       PIC X(231).

       01  WS-TAPE-CREATED.
           05  WS-TAPE-CREATED-DATE            PIC X(08) VALUE SPACES.
           05  WS-TAPE-CREATED-TIME            PIC X(06) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-HEADER-SEEN                  PIC X(01) VALUE 'N'.
               88  HEADER-SEEN                 VALUE 'Y'.
           05  WS-IN-SECTION                   PIC X(01) VALUE 'N'.
               88  IN-SECTION                  VALUE 'Y'.
           05  WS-TRAILER-SEEN                 PIC X(01) VALUE 'N'.
               88  TRAILER-SEEN                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TAPE-RECORDS-PROVED          PIC 9(09) VALUE ZERO.
           05  WS-DATA-ROWS-PROVED             PIC 9(09) VALUE ZERO.
           05  WS-SECTION-ROWS-PROVED          PIC 9(09) VALUE ZERO.
           05  WS-POPULATED-REFUSED            PIC 9(09) VALUE ZERO.
           05  WS-POPULATED-REPLACED           PIC 9(09) VALUE ZERO.
           05  WS-STALE-TARGETS-LEFT           PIC 9(09) VALUE ZERO.
           05  WS-FILES-RELOADED               PIC 9(09) VALUE ZERO.
           05  WS-FILES-NOT-ON-TAPE            PIC 9(09) VALUE ZERO.
           05  WS-DATA-ROWS-RELOADED           PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROVE-TAPE
           PERFORM 0300-CHECK-TARGET
               VARYING WS-SECT-IX FROM 1 BY 1
               UNTIL WS-SECT-IX > DRSN-SECTION-TOTAL
           PERFORM 0350-REFUSE-POPULATED-TARGETS
           PERFORM 0400-RELOAD-TAPE
           PERFORM 0500-VERIFY-RELOAD
               VARYING WS-SECT-IX FROM 1 BY 1
               UNTIL WS-SECT-IX > DRSN-SECTION-TOTAL
           PERFORM 0900-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           PERFORM 0110-LOAD-SECTION-LENGTHS
           OPEN INPUT RELOAD-CARD-FILE
           IF CARD-NOT-FOUND
               DISPLAY 'ZIPDRRLD: ABEND - NO RELOAD REQUEST CARD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RELOAD-CARD-FILE
               AT END
                   DISPLAY 'ZIPDRRLD: ABEND - NO RELOAD REQUEST CARD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF NOT CARD-FORCE AND NOT CARD-NO-FORCE
               DISPLAY 'ZIPDRRLD: ABEND - CARD OPTION '
                   CARD-REPLACE-OPTION ' IS NOT FORCE OR BLANK'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RELOAD-CARD-FILE
           IF CARD-FORCE
               DISPLAY 'ZIPDRRLD: FORCE REQUESTED - POPULATED FILES '
                   'WILL BE REPLACED'
           END-IF.

      *    THE LENGTH OF EACH FILE'S RECORD AS COMPILED HERE; EVERY
      *    SECTION ON THE TAPE MUST CARRY THE SAME LENGTH.
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

      *    PASS ONE: PROVE THE WHOLE TAPE BEFORE ANY TARGET IS OPENED.
       0200-PROVE-TAPE.
           MOVE ZERO TO WS-PROOF-IX
           OPEN INPUT DR-TAPE-FILE
           IF TAPE-NOT-FOUND
               DISPLAY 'ZIPDRRLD: ABEND - NO DR TAPE MOUNTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0210-PROVE-TAPE-RECORD UNTIL TAPE-EOF
           CLOSE DR-TAPE-FILE
           IF NOT TRAILER-SEEN
               DISPLAY 'ZIPDRRLD: ABEND - DR TAPE HAS NO CONTROL '
                   'TRAILER, UNLOAD WAS INCOMPLETE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'ZIPDRRLD: DR TAPE OF ' WS-TAPE-CREATED-DATE
               ' ' WS-TAPE-CREATED-TIME ' PROVED, '
               WS-DATA-ROWS-PROVED ' DATA ROWS'.

       0210-PROVE-TAPE-RECORD.
           READ DR-TAPE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-TAPE-RECORDS-PROVED
                   IF TRAILER-SEEN
                       DISPLAY 'ZIPDRRLD: ABEND - RECORDS FOLLOW THE '
                           'CONTROL TRAILER'
                       PERFORM 0950-ABEND
                   END-IF
                   IF NOT HEADER-SEEN AND NOT DRTP-TAPE-HEADER
                       DISPLAY 'ZIPDRRLD: ABEND - DR TAPE DOES NOT '
                           'BEGIN WITH ITS TAPE HEADER'
                       PERFORM 0950-ABEND
                   END-IF
                   EVALUATE TRUE
                       WHEN DRTP-TAPE-HEADER
                           PERFORM 0220-PROVE-TAPE-HEADER
                       WHEN DRTP-SECTION-HEADER
                           PERFORM 0230-PROVE-SECTION-HEADER
                       WHEN DRTP-DATA-ROW
                           PERFORM 0240-PROVE-DATA-ROW
                       WHEN DRTP-SECTION-TRAILER
                           PERFORM 0250-PROVE-SECTION-TRAILER
                       WHEN DRTP-CONTROL-TRAILER
                           PERFORM 0255-PROVE-CONTROL-TRAILER
                       WHEN OTHER
                           DISPLAY 'ZIPDRRLD: ABEND - UNKNOWN DR TAPE '
                               'RECORD TYPE ' DRTP-RECORD-TYPE
                           PERFORM 0950-ABEND
                   END-EVALUATE
           END-READ.

       0220-PROVE-TAPE-HEADER.
           IF HEADER-SEEN
               DISPLAY 'ZIPDRRLD: ABEND - SECOND TAPE HEADER ON THE '
                   'DR TAPE'
               PERFORM 0950-ABEND
           END-IF
           MOVE DRTP-CREATED-DATE TO WS-TAPE-CREATED-DATE
           MOVE DRTP-CREATED-TIME TO WS-TAPE-CREATED-TIME
           SET HEADER-SEEN TO TRUE.

       0230-PROVE-SECTION-HEADER.
           IF IN-SECTION
               DISPLAY 'ZIPDRRLD: ABEND - SECTION '
                   DRSN-FILE-NAME (WS-PROOF-IX)
                   ' HAS NO SECTION TRAILER'
               PERFORM 0950-ABEND
           END-IF
           ADD 1 TO WS-PROOF-IX
           IF WS-PROOF-IX > DRSN-SECTION-TOTAL
               DISPLAY 'ZIPDRRLD: ABEND - MORE SECTIONS THAN '
                   'ZIPDRSN.CPY LISTS, AT ' DRTP-FILE-NAME
               PERFORM 0950-ABEND
           END-IF
           IF DRTP-FILE-NAME NOT = DRSN-FILE-NAME (WS-PROOF-IX)
               DISPLAY 'ZIPDRRLD: ABEND - SECTION ' DRTP-FILE-NAME
                   ' FOUND WHERE ' DRSN-FILE-NAME (WS-PROOF-IX)
                   ' BELONGS'
               PERFORM 0950-ABEND
           END-IF
           IF NOT DRSH-FILE-ON-TAPE AND NOT DRSH-FILE-NOT-PRESENT
               DISPLAY 'ZIPDRRLD: ABEND - SECTION ' DRTP-FILE-NAME
                   ' HEADER HAS NO PRESENT FLAG'
               PERFORM 0950-ABEND
           END-IF
           IF DRSH-RECORD-LENGTH NOT = WS-SECT-LENGTH (WS-PROOF-IX)
               DISPLAY 'ZIPDRRLD: ABEND - SECTION ' DRTP-FILE-NAME
                   ' WAS UNLOADED WITH ' DRSH-RECORD-LENGTH
                   '-BYTE RECORDS, THIS LAYOUT IS '
                   WS-SECT-LENGTH (WS-PROOF-IX)
               PERFORM 0950-ABEND
           END-IF
           MOVE DRSH-FILE-PRESENT TO WS-SECT-PRESENT (WS-PROOF-IX)
           MOVE ZERO TO WS-SECTION-ROWS-PROVED
           SET IN-SECTION TO TRUE.

       0240-PROVE-DATA-ROW.
           IF NOT IN-SECTION
               DISPLAY 'ZIPDRRLD: ABEND - DATA ROW FOR '
                   DRTP-FILE-NAME ' OUTSIDE ANY SECTION'
               PERFORM 0950-ABEND
           END-IF
           IF DRTP-FILE-NAME NOT = DRSN-FILE-NAME (WS-PROOF-IX)
                   OR NOT SECT-PRESENT (WS-PROOF-IX)
               DISPLAY 'ZIPDRRLD: ABEND - DATA ROW FOR '
                   DRTP-FILE-NAME ' OUTSIDE ITS SECTION'
               PERFORM 0950-ABEND
           END-IF
           ADD 1 TO WS-SECTION-ROWS-PROVED
           ADD 1 TO WS-DATA-ROWS-PROVED.

       0250-PROVE-SECTION-TRAILER.
           IF NOT IN-SECTION
               DISPLAY 'ZIPDRRLD: ABEND - SECTION TRAILER FOR '
                   DRTP-FILE-NAME ' OUTSIDE ANY SECTION'
               PERFORM 0950-ABEND
           END-IF
           IF DRTP-FILE-NAME NOT = DRSN-FILE-NAME (WS-PROOF-IX)
               DISPLAY 'ZIPDRRLD: ABEND - SECTION TRAILER FOR '
                   DRTP-FILE-NAME ' WITHOUT ITS HEADER'
               PERFORM 0950-ABEND
           END-IF
           IF DRSE-RECORD-COUNT NOT = WS-SECTION-ROWS-PROVED
               DISPLAY 'ZIPDRRLD: ABEND - SECTION ' DRTP-FILE-NAME
                   ' TRAILER COUNT ' DRSE-RECORD-COUNT
                   ' BUT ' WS-SECTION-ROWS-PROVED ' ROWS'
               PERFORM 0950-ABEND
           END-IF
           MOVE WS-SECTION-ROWS-PROVED
               TO WS-SECT-ROWS-PROVED (WS-PROOF-IX)
           MOVE 'N' TO WS-IN-SECTION.

       0255-PROVE-CONTROL-TRAILER.
           IF IN-SECTION
               DISPLAY 'ZIPDRRLD: ABEND - SECTION '
                   DRSN-FILE-NAME (WS-PROOF-IX)
                   ' HAS NO SECTION TRAILER'
               PERFORM 0950-ABEND
           END-IF
           IF DRCT-SECTION-COUNT NOT = WS-PROOF-IX
                   OR DRCT-SECTION-COUNT NOT = DRSN-SECTION-TOTAL
                   OR DRCT-DATA-ROW-COUNT NOT = WS-DATA-ROWS-PROVED
               DISPLAY 'ZIPDRRLD: ABEND - CONTROL TRAILER ('
                   DRCT-SECTION-COUNT '/' DRCT-DATA-ROW-COUNT
                   ') DOES NOT MATCH THE TAPE ('
                   WS-PROOF-IX '/' WS-DATA-ROWS-PROVED ')'
               PERFORM 0950-ABEND
           END-IF
           SET TRAILER-SEEN TO TRUE.

      *    A TARGET HOLDS RECORDS IF IT OPENS AND YIELDS ONE READ.
       0300-CHECK-TARGET.
           MOVE 'N' TO WS-SECT-POPULATED (WS-SECT-IX)
           MOVE ZERO TO WS-SECT-ROWS-RELOADED (WS-SECT-IX)
           PERFORM 0310-OPEN-TARGET-INPUT
           EVALUATE TRUE
               WHEN FILE-OK
                   PERFORM 0320-READ-TARGET
                   EVALUATE TRUE
                       WHEN FILE-OK
                           MOVE 'Y' TO WS-SECT-POPULATED (WS-SECT-IX)
                       WHEN FILE-EOF
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'ZIPDRRLD: ABEND - READ OF '
                               DRSN-FILE-NAME (WS-SECT-IX)
                               ' FAILED, STATUS ' WS-FILE-STATUS
                           PERFORM 0950-ABEND
                   END-EVALUATE
                   PERFORM 0330-CLOSE-TARGET
               WHEN FILE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ZIPDRRLD: ABEND - OPEN OF '
                       DRSN-FILE-NAME (WS-SECT-IX)
                       ' FAILED, STATUS ' WS-FILE-STATUS
                   PERFORM 0950-ABEND
           END-EVALUATE
           IF SECT-POPULATED (WS-SECT-IX)
               EVALUATE TRUE
                   WHEN NOT SECT-PRESENT (WS-SECT-IX)
                       DISPLAY 'ZIPDRRLD: ' DRSN-FILE-NAME (WS-SECT-IX)
                           ' HOLDS RECORDS BUT WAS NOT ON THE TAPE - '
                           'LEFT AS IT IS'
                       ADD 1 TO WS-STALE-TARGETS-LEFT
                   WHEN CARD-FORCE
                       DISPLAY 'ZIPDRRLD: ' DRSN-FILE-NAME (WS-SECT-IX)
                           ' HOLDS RECORDS - REPLACED UNDER FORCE'
                       ADD 1 TO WS-POPULATED-REPLACED
                   WHEN OTHER
                       DISPLAY 'ZIPDRRLD: ' DRSN-FILE-NAME (WS-SECT-IX)
                           ' HOLDS RECORDS - NOT OVERWRITTEN'
                       ADD 1 TO WS-POPULATED-REFUSED
               END-EVALUATE
           END-IF.

       0310-OPEN-TARGET-INPUT.
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

       0320-READ-TARGET.
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

       0330-CLOSE-TARGET.
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

      *    NOTHING HAS BEEN WRITTEN YET, SO REFUSING HERE LEAVES
      *    EVERY TARGET EXACTLY AS IT WAS.
       0350-REFUSE-POPULATED-TARGETS.
           IF WS-POPULATED-REFUSED > ZERO
               DISPLAY 'ZIPDRRLD: ABEND - ' WS-POPULATED-REFUSED
                   ' FILE(S) LISTED ABOVE ALREADY HOLD RECORDS; '
                   'NOTHING RELOADED'
               DISPLAY 'ZIPDRRLD: RE-RUN WITH FORCE ON DRCARD TO '
                   'REPLACE THEM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    PASS TWO: EACH SECTION ON THE TAPE REBUILDS ITS FILE FROM
      *    SCRATCH.  THE TAPE IS ALREADY PROVED, SO ONLY THE WRITES
      *    THEMSELVES NEED CHECKING HERE.
       0400-RELOAD-TAPE.
           MOVE ZERO TO WS-SECT-IX
           MOVE SPACES TO WS-TAPE-STATUS
           OPEN INPUT DR-TAPE-FILE
           PERFORM 0410-RELOAD-TAPE-RECORD UNTIL TAPE-EOF
           CLOSE DR-TAPE-FILE.

       0410-RELOAD-TAPE-RECORD.
           READ DR-TAPE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN DRTP-SECTION-HEADER
                           ADD 1 TO WS-SECT-IX
                           PERFORM 0420-START-SECTION
                       WHEN DRTP-DATA-ROW
                           PERFORM 0440-RELOAD-ROW
                       WHEN DRTP-SECTION-TRAILER
                           PERFORM 0460-END-SECTION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       0420-START-SECTION.
           IF SECT-PRESENT (WS-SECT-IX)
               PERFORM 0430-OPEN-TARGET-OUTPUT
               IF NOT FILE-OK
                   DISPLAY 'ZIPDRRLD: ABEND - OPEN OUTPUT OF '
                       DRSN-FILE-NAME (WS-SECT-IX)
                       ' FAILED, STATUS ' WS-FILE-STATUS
                   PERFORM 0950-ABEND
               END-IF
           END-IF.

       0430-OPEN-TARGET-OUTPUT.
           EVALUATE WS-SECT-IX
               WHEN 1
                   OPEN OUTPUT CR-CONTROL-FILE
               WHEN 2
                   OPEN OUTPUT CR-MASTER-FILE
               WHEN 3
                   OPEN OUTPUT CR-SPLIT-FILE
               WHEN 4
                   OPEN OUTPUT CR-PRIOR-CONTROL-FILE
               WHEN 5
                   OPEN OUTPUT CR-PRIOR-MASTER-FILE
               WHEN 6
                   OPEN OUTPUT CR-PRIOR-SPLIT-FILE
               WHEN 7
                   OPEN OUTPUT LOCAL-OVERRIDE-FILE
               WHEN 8
                   OPEN OUTPUT OVERRIDE-AUDIT-FILE
               WHEN 9
                   OPEN OUTPUT FIPS-MASTER-FILE
               WHEN 10
                   OPEN OUTPUT CITY-CONTROL-FILE
               WHEN 11
                   OPEN OUTPUT CITY-MASTER-FILE
               WHEN 12
                   OPEN OUTPUT ZIP-SUMMARY-FILE
               WHEN 13
                   OPEN OUTPUT COUNTY-INVERSE-FILE
               WHEN 14
                   OPEN OUTPUT DISTRICT-CONTROL-FILE
               WHEN 15
                   OPEN OUTPUT DISTRICT-MASTER-FILE
               WHEN 16
                   OPEN OUTPUT CENSUS-REFERENCE-FILE
               WHEN 17
                   OPEN OUTPUT SUSPENSE-WORKLIST-FILE
               WHEN 18
                   OPEN OUTPUT CR-HISTORY-FILE
               WHEN 19
                   OPEN OUTPUT CR-SPLIT-HISTORY-FILE
               WHEN 20
                   OPEN OUTPUT ARCHIVE-INVENTORY-FILE
               WHEN 21
                   OPEN OUTPUT CYCLE-STATUS-FILE
               WHEN 22
                   OPEN OUTPUT VENDOR-SCORECARD-FILE
           END-EVALUATE.

       0440-RELOAD-ROW.
           PERFORM 0450-WRITE-TARGET-ROW
           IF NOT FILE-OK
               DISPLAY 'ZIPDRRLD: ABEND - WRITE TO '
                   DRSN-FILE-NAME (WS-SECT-IX)
                   ' FAILED, STATUS ' WS-FILE-STATUS
                   ' AFTER ' WS-SECT-ROWS-RELOADED (WS-SECT-IX)
                   ' ROWS'
               PERFORM 0950-ABEND
           END-IF
           ADD 1 TO WS-SECT-ROWS-RELOADED (WS-SECT-IX)
           ADD 1 TO WS-DATA-ROWS-RELOADED.

      *    THE TAPE IMAGE IS LEFT-JUSTIFIED, SO THE MOVE TAKES JUST
      *    THE RECORD'S OWN LENGTH OFF THE FRONT OF IT.
       0450-WRITE-TARGET-ROW.
           EVALUATE WS-SECT-IX
               WHEN 1
                   MOVE DRTD-RECORD-IMAGE TO LIVE-CONTROL-RECORD
                   WRITE LIVE-CONTROL-RECORD
               WHEN 2
                   MOVE DRTD-RECORD-IMAGE TO CROSS-REF-MASTER-RECORD
                   WRITE CROSS-REF-MASTER-RECORD
               WHEN 3
                   MOVE DRTD-RECORD-IMAGE TO SPLIT-MASTER-RECORD
                   WRITE SPLIT-MASTER-RECORD
               WHEN 4
                   MOVE DRTD-RECORD-IMAGE TO RETAINED-CONTROL-RECORD
                   WRITE RETAINED-CONTROL-RECORD
               WHEN 5
                   MOVE DRTD-RECORD-IMAGE TO RETAINED-MASTER-RECORD
                   WRITE RETAINED-MASTER-RECORD
               WHEN 6
                   MOVE DRTD-RECORD-IMAGE TO RETAINED-SPLIT-RECORD
                   WRITE RETAINED-SPLIT-RECORD
               WHEN 7
                   MOVE DRTD-RECORD-IMAGE TO LOCAL-OVERRIDE-RECORD
                   WRITE LOCAL-OVERRIDE-RECORD
               WHEN 8
                   MOVE DRTD-RECORD-IMAGE TO OVERRIDE-AUDIT-RECORD
                   WRITE OVERRIDE-AUDIT-RECORD
               WHEN 9
                   MOVE DRTD-RECORD-IMAGE TO FIPS-MASTER-RECORD
                   WRITE FIPS-MASTER-RECORD
               WHEN 10
                   MOVE DRTD-RECORD-IMAGE TO CITY-CONTROL-RECORD
                   WRITE CITY-CONTROL-RECORD
               WHEN 11
                   MOVE DRTD-RECORD-IMAGE TO CITY-MASTER-RECORD
                   WRITE CITY-MASTER-RECORD
               WHEN 12
                   MOVE DRTD-RECORD-IMAGE TO ZIP-SUMMARY-RECORD
                   WRITE ZIP-SUMMARY-RECORD
               WHEN 13
                   MOVE DRTD-RECORD-IMAGE TO COUNTY-INVERSE-RECORD
                   WRITE COUNTY-INVERSE-RECORD
               WHEN 14
                   MOVE DRTD-RECORD-IMAGE TO DISTRICT-CONTROL-RECORD
                   WRITE DISTRICT-CONTROL-RECORD
               WHEN 15
                   MOVE DRTD-RECORD-IMAGE TO DISTRICT-MASTER-RECORD
                   WRITE DISTRICT-MASTER-RECORD
               WHEN 16
                   MOVE DRTD-RECORD-IMAGE TO CENSUS-REFERENCE-RECORD
                   WRITE CENSUS-REFERENCE-RECORD
               WHEN 17
                   MOVE DRTD-RECORD-IMAGE TO SUSPENSE-WORKLIST-RECORD
                   WRITE SUSPENSE-WORKLIST-RECORD
               WHEN 18
                   MOVE DRTD-RECORD-IMAGE TO CROSS-REF-HISTORY-RECORD
                   WRITE CROSS-REF-HISTORY-RECORD
               WHEN 19
                   MOVE DRTD-RECORD-IMAGE TO SPLIT-HISTORY-RECORD
                   WRITE SPLIT-HISTORY-RECORD
               WHEN 20
                   MOVE DRTD-RECORD-IMAGE TO ARCHIVE-INVENTORY-RECORD
                   WRITE ARCHIVE-INVENTORY-RECORD
               WHEN 21
                   MOVE DRTD-RECORD-IMAGE TO CYCLE-STATUS-RECORD
                   WRITE CYCLE-STATUS-RECORD
               WHEN 22
                   MOVE DRTD-RECORD-IMAGE
                       TO VENDOR-SCORECARD-RECORD
                   WRITE VENDOR-SCORECARD-RECORD
           END-EVALUATE.

       0460-END-SECTION.
           IF SECT-PRESENT (WS-SECT-IX)
               PERFORM 0330-CLOSE-TARGET
               ADD 1 TO WS-FILES-RELOADED
               DISPLAY 'ZIPDRRLD: ' DRSN-FILE-NAME (WS-SECT-IX)
                   ' ROWS RELOADED = '
                   WS-SECT-ROWS-RELOADED (WS-SECT-IX)
           ELSE
               ADD 1 TO WS-FILES-NOT-ON-TAPE
               DISPLAY 'ZIPDRRLD: ' DRSN-FILE-NAME (WS-SECT-IX)
                   ' NOT PRESENT ON THE TAPE - NOT RELOADED'
           END-IF.

       0500-VERIFY-RELOAD.
           IF WS-SECT-ROWS-RELOADED (WS-SECT-IX)
                   NOT = WS-SECT-ROWS-PROVED (WS-SECT-IX)
               DISPLAY 'ZIPDRRLD: ABEND - ' DRSN-FILE-NAME (WS-SECT-IX)
                   ' RELOADED ' WS-SECT-ROWS-RELOADED (WS-SECT-IX)
                   ' ROWS, TAPE HOLDS '
                   WS-SECT-ROWS-PROVED (WS-SECT-IX)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0900-TERMINATE.
           DISPLAY 'ZIPDRRLD: FILES RELOADED       = '
               WS-FILES-RELOADED
           DISPLAY 'ZIPDRRLD: FILES NOT ON TAPE    = '
               WS-FILES-NOT-ON-TAPE
           DISPLAY 'ZIPDRRLD: REPLACED UNDER FORCE = '
               WS-POPULATED-REPLACED
           DISPLAY 'ZIPDRRLD: STALE TARGETS LEFT   = '
               WS-STALE-TARGETS-LEFT
           DISPLAY 'ZIPDRRLD: DATA ROWS RELOADED   = '
               WS-DATA-ROWS-RELOADED
           DISPLAY 'ZIPDRRLD: RELOAD PROVED - EVERY SECTION COUNT '
               'AGREES WITH THE TAPE'
           IF WS-STALE-TARGETS-LEFT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       0950-ABEND.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
