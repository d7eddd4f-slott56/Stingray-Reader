      *================================================================
      *  ZIPCENCM --  SECOND-SOURCE COMPARISON OF THE VENDOR'S
      *                COUNTIES AGAINST THE CENSUS BUREAU'S ZCTA-TO-
      *                COUNTY RELATIONSHIP FILE (CENSREF, LOADED BY
      *                ZIPCENLD), RUN AFTER EACH CUTOVER ONCE ZIPZSUM
      *                AND ZIPFIPS HAVE RUN.  UNTIL NOW THE ONLY SIGN
      *                THE VENDOR WAS WRONG FOR A RANGE WAS A BILLING
      *                COMPLAINT; THIS JOB GIVES OVERRIDE RESEARCH A
      *                LIST TO START FROM INSTEAD.
      *
      *                CRMSTR IS SCANNED IN KEY SEQUENCE AND, FOR
      *                EACH ZIP, THE COUNTIES ITS RANGES (AND ITS
      *                CRSPLIT SUB-RANGES) RESOLVE TO ARE TALLIED AND
      *                TURNED INTO FIPS CODES THROUGH FIPSMSTR -- THE
      *                BUREAU KNOWS COUNTIES ONLY BY FIPS CODE.  THE
      *                DOMINANT COUNTY IS TAKEN FROM CRZSUM, AS THE
      *                LOOKUPS TAKE IT.  A ZIP IS REPORTED WHEN:
      *                  - THE CENSUS PUTS MOST OF THE ZIP IN A
      *                    COUNTY OTHER THAN THE VENDOR'S DOMINANT
      *                    COUNTY,
      *                  - ANY COUNTY ON THE VENDOR TAPE FOR THE ZIP
      *                    IS NOT ONE THE CENSUS PUTS THE ZIP IN, OR
      *                  - ANY COUNTY THE CENSUS PUTS PART OF THE ZIP
      *                    IN IS NOT ON THE VENDOR TAPE FOR IT.
      *                REPORTED ZIPS ARE RANKED BY HOW MUCH OF THE
      *                ZIP THE CENSUS PUTS OUTSIDE THE VENDOR'S
      *                DOMINANT COUNTY, WORST FIRST, THROUGH A KEYED
      *                WORK FILE (CENSWRK) WHOSE KEY IS THE RANK.
      *                EACH CARRIES A NOTE WHERE AN OVERRIDE IN
      *                EFFECT ON CROVRD ALREADY MOVES A RANGE OF THE
      *                ZIP TO A COUNTY THE CENSUS PUTS IT IN.
      *
      *                A ZIP THE CENSUS DOES NOT TABULATE (PO-BOX
      *                AND UNIQUE ZIPS HAVE NO ZCTA) IS COUNTED, NOT
      *                REPORTED; SO IS A ZIP WHOSE DOMINANT COUNTY
      *                HAS NO FIPS CODE ASSIGNED YET -- ZIPFIPS LISTS
      *                THOSE FOR RESEARCH.  NOTHING IS UPDATED HERE.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPCENCM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CR-MASTER-FILE ASSIGN TO "CRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRM-KEY
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT CR-SPLIT-FILE ASSIGN TO "CRSPLIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPLM-KEY
               FILE STATUS IS WS-SPLIT-STATUS.

           SELECT ZIP-SUMMARY-FILE ASSIGN TO "CRZSUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZSUM-ZIP-CODE
               FILE STATUS IS WS-ZSUM-STATUS.

           SELECT FIPS-MASTER-FILE ASSIGN TO "FIPSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIPS-KEY
               FILE STATUS IS WS-FIPS-STATUS.

           SELECT CENSUS-REFERENCE-FILE ASSIGN TO "CENSREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CENS-KEY
               FILE STATUS IS WS-CENS-STATUS.

           SELECT LOCAL-OVERRIDE-FILE ASSIGN TO "CROVRD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVRD-KEY
               FILE STATUS IS WS-OVRD-STATUS.

           SELECT RANK-WORK-FILE ASSIGN TO "CENSWRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CENW-KEY
               FILE STATUS IS WS-WORK-STATUS.

           SELECT COMPARISON-REPORT-FILE ASSIGN TO "CENCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CR-MASTER-FILE.
           COPY "zipmstr.cpy".

       FD  CR-SPLIT-FILE.
           COPY "zipsplt.cpy".

       FD  ZIP-SUMMARY-FILE.
           COPY "zipzsum.cpy".

       FD  FIPS-MASTER-FILE.
           COPY "zipfips.cpy".

       FD  CENSUS-REFERENCE-FILE.
           COPY "zipcens.cpy".

       FD  LOCAL-OVERRIDE-FILE.
           COPY "zipovrd.cpy".

      *    RANKING WORK FILE, PRIVATE TO THIS JOB.  THE RANK IS
      *    10000 LESS THE SHARE ELSEWHERE IN HUNDREDTHS OF A PERCENT,
      *    SO KEY SEQUENCE IS WORST ZIP FIRST; THE LINE NUMBER KEEPS
      *    A ZIP'S SUMMARY LINE (00) AHEAD OF ITS DETAIL LINES.
       FD  RANK-WORK-FILE.
       01  RANK-WORK-RECORD.
           05  CENW-KEY.
               10  CENW-RANK-KEY               PIC 9(05).
               10  CENW-ZIP-CODE               PIC X(05).
               10  CENW-LINE-NO                PIC 9(02).
           05  CENW-PRINT-LINE                 PIC X(132).

       FD  COMPARISON-REPORT-FILE.
       01  RPT-LINE                            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MSTR-STATUS                      PIC X(02).
           88  MSTR-OK                         VALUE '00'.
           88  MSTR-EOF                        VALUE '10'.

       01  WS-SPLIT-STATUS                     PIC X(02).
           88  SPLIT-OK                        VALUE '00'.

       01  WS-ZSUM-STATUS                      PIC X(02).
           88  ZSUM-OK                         VALUE '00'.

       01  WS-FIPS-STATUS                      PIC X(02).
           88  FIPS-OK                         VALUE '00'.

       01  WS-CENS-STATUS                      PIC X(02).
           88  CENS-OK                         VALUE '00'.
           88  CENS-NOT-FOUND                  VALUE '35'.

       01  WS-OVRD-STATUS                      PIC X(02).
           88  OVRD-OK                         VALUE '00'.
           88  OVRD-NOT-FOUND                  VALUE '35'.

       01  WS-WORK-STATUS                      PIC X(02).
           88  WORK-OK                         VALUE '00'.
           88  WORK-EOF                        VALUE '10'.

       01  WS-RPT-STATUS                       PIC X(02).

       01  WS-COUNTERS.
           05  WS-MASTER-RECORDS-READ          PIC 9(09) VALUE ZERO.
           05  WS-ZIPS-READ                    PIC 9(09) VALUE ZERO.
           05  WS-ZIPS-COMPARED                PIC 9(09) VALUE ZERO.
           05  WS-ZIPS-AGREEING                PIC 9(09) VALUE ZERO.
           05  WS-ZIPS-DISAGREEING             PIC 9(09) VALUE ZERO.
           05  WS-DOMINANT-DISAGREEING         PIC 9(09) VALUE ZERO.
           05  WS-ZIPS-COVERED                 PIC 9(09) VALUE ZERO.
           05  WS-ZIPS-NOT-A-ZCTA              PIC 9(09) VALUE ZERO.
           05  WS-ZIPS-NO-SUMMARY              PIC 9(09) VALUE ZERO.
           05  WS-ZIPS-DOMINANT-UNMAPPED       PIC 9(09) VALUE ZERO.
           05  WS-LINES-PRINTED                PIC 9(09) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-OVRD-AVAILABLE-SW            PIC X(01) VALUE 'Y'.
               88  OVRD-AVAILABLE              VALUE 'Y'.
           05  WS-SCAN-DONE-SW                 PIC X(01).
               88  SCAN-DONE                   VALUE 'Y'.
           05  WS-FOUND-SW                     PIC X(01).
               88  ENTRY-FOUND                 VALUE 'Y'.
           05  WS-DISAGREE-SW                  PIC X(01).
               88  ZIP-DISAGREES               VALUE 'Y'.
           05  WS-DOMINANT-DISAGREE-SW         PIC X(01).
               88  DOMINANT-DISAGREES          VALUE 'Y'.

      *    VENDOR COUNTY TALLY FOR THE ZIP BEING GROUPED, AS IN
      *    ZIPZSUM, WIDENED WITH EACH COUNTY'S FIPS CODE AND THE
      *    SHARE OF THE ZIP THE CENSUS GIVES THAT COUNTY.
       01  WS-ZIP-GROUP.
           05  WS-GROUP-ZIP-CODE               PIC X(05)
                                               VALUE LOW-VALUES.
           05  WS-TALLY-COUNT                  PIC 9(03).
           05  WS-TALLY-SUB                    PIC 9(03).
           05  WS-TALLY-ENTRY OCCURS 50 TIMES.
               10  WS-TLY-STATE-ABBREV         PIC X(02).
               10  WS-TLY-COUNTY-NO            PIC X(03).
               10  WS-TLY-COUNTY-NAME          PIC X(25).
               10  WS-TLY-RANGE-COUNT          PIC 9(05).
               10  WS-TLY-FIPS-CODE            PIC X(05).
               10  WS-TLY-FIPS-SW              PIC X(01).
                   88  TLY-FIPS-MAPPED         VALUE 'Y'.
               10  WS-TLY-CENSUS-SHARE         PIC 9(03)V99.
               10  WS-TLY-IN-CENSUS-SW         PIC X(01).
                   88  TLY-IN-CENSUS           VALUE 'Y'.

       01  WS-CANDIDATE-COUNTY.
           05  WS-CAND-STATE-ABBREV            PIC X(02).
           05  WS-CAND-COUNTY-NO               PIC X(03).
           05  WS-CAND-COUNTY-NAME             PIC X(25).

      *    THE CENSUS PARTS OF THE CURRENT ZIP'S ZCTA.  THE WIDEST
      *    ZCTAS IN THE RELATIONSHIP FILE CROSS A DOZEN OR SO
      *    COUNTIES; OVERFLOW ABENDS RATHER THAN COMPARING AGAINST A
      *    TRUNCATED LIST.
       01  WS-CENSUS-GROUP.
           05  WS-CENSUS-COUNT                 PIC 9(03).
           05  WS-CENSUS-SUB                   PIC 9(03).
           05  WS-CENSUS-ENTRY OCCURS 30 TIMES.
               10  WS-CEN-FIPS-CODE            PIC X(05).
               10  WS-CEN-SHARE                PIC 9(03)V99.
               10  WS-CEN-BASIS                PIC X(01).
               10  WS-CEN-ON-VENDOR-SW         PIC X(01).
                   88  CEN-ON-VENDOR           VALUE 'Y'.

       01  WS-COMPARE-WORK.
           05  WS-DOM-SUB                      PIC 9(03).
           05  WS-CEN-DOM-SUB                  PIC 9(03).
           05  WS-ELSEWHERE-PCT                PIC 9(03)V99.
           05  WS-LINE-NO                      PIC 9(02).
           05  WS-OVERRIDE-COUNT               PIC 9(05).
           05  WS-OVERRIDE-AGREE-COUNT         PIC 9(05).
           05  WS-OVERRIDE-FIPS                PIC X(05).
           05  WS-EDIT-PCT                     PIC ZZ9.99.
           05  WS-EDIT-COUNT                   PIC ZZZZ9.
           05  WS-EDIT-TOTAL                   PIC ZZZZ9.

       01  WS-HEADING-LINE.
           05  FILLER                          PIC X(08)
                                               VALUE ' ZIP'.
           05  FILLER                          PIC X(08)
                                               VALUE 'ELSEWH'.
           05  FILLER                          PIC X(33)
                                               VALUE 'VENDOR DOMINANT'.
           05  FILLER                          PIC X(07)
                                               VALUE 'FIPS'.
           05  FILLER                          PIC X(13)
                                               VALUE 'CENSUS MOST'.
           05  FILLER                          PIC X(03)
                                               VALUE 'B'.
           05  FILLER                          PIC X(08)
                                               VALUE 'OVERRIDE'.

       01  WS-SUMMARY-LINE.
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-SUM-ZIP-CODE                 PIC X(05).
           05  FILLER                          PIC X(02)  VALUE SPACE.
           05  WS-SUM-ELSEWHERE-PCT            PIC ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACE.
           05  WS-SUM-VENDOR-STATE             PIC X(02).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-SUM-VENDOR-COUNTY            PIC X(03).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-SUM-VENDOR-NAME              PIC X(25).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-SUM-VENDOR-FIPS              PIC X(05).
           05  FILLER                          PIC X(02)  VALUE SPACE.
           05  WS-SUM-CENSUS-FIPS              PIC X(05).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-SUM-CENSUS-SHARE             PIC ZZ9.99.
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-SUM-CENSUS-BASIS             PIC X(01).
           05  FILLER                          PIC X(02)  VALUE SPACE.
           05  WS-SUM-OVERRIDE-NOTE            PIC X(50).

       01  WS-DETAIL-LINE.
           05  FILLER                          PIC X(10)  VALUE SPACE.
           05  WS-DTL-TEXT                     PIC X(100).

      *    CYCLE-CONTROL INTERFACE -- SEE ZIPCYCC.
           COPY "zipcycc.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-GROUP-MASTER UNTIL MSTR-EOF
           IF WS-GROUP-ZIP-CODE NOT = LOW-VALUES
               PERFORM 0300-COMPARE-ZIP
           END-IF
           PERFORM 0800-PRINT-RANKED-REPORT
           PERFORM 0900-TERMINATE
           STOP RUN.

       0010-CYCLE-START-CHECK.
           MOVE 'CK'       TO CYCC-FUNCTION
           MOVE 'ZIPCENCM' TO CYCC-JOB-NAME
           MOVE SPACES     TO CYCC-TAPE-SEQUENCE-NO
           MOVE SPACES     TO CYCC-OPERATOR-INITIALS
           MOVE SPACES     TO CYCC-OVERRIDE-SWITCH
           CALL "ZIPCYCC" USING CYCC-PARAMETER
           IF CYCC-BLOCKED
               DISPLAY 'ZIPCENCM: ABEND - ' CYCC-MESSAGE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    WITH NO CENSUS FILE LOADED THERE IS NOTHING TO COMPARE
      *    WITH; THE RUN SAYS SO AND COMPLETES, AS ZIPOVRX DOES WITH
      *    NO OVERRIDE FILE, SO THE CYCLE IS NOT HELD FOR IT.
       0100-INITIALIZE.
           PERFORM 0010-CYCLE-START-CHECK
           OPEN OUTPUT COMPARISON-REPORT-FILE
           MOVE SPACES TO RPT-LINE
           STRING 'VENDOR COUNTY VS CENSUS ZCTA - '
                  'DISAGREEING ZIPS, WORST FIRST'
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT CENSUS-REFERENCE-FILE
           IF CENS-NOT-FOUND
               MOVE 'NO CENSUS REFERENCE FILE - RUN ZIPCENLD'
                   TO RPT-LINE
               WRITE RPT-LINE
               CLOSE COMPARISON-REPORT-FILE
               PERFORM 0990-RECORD-CYCLE-COMPLETE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT CR-MASTER-FILE
           OPEN INPUT CR-SPLIT-FILE
           OPEN INPUT ZIP-SUMMARY-FILE
           OPEN INPUT FIPS-MASTER-FILE
           OPEN INPUT LOCAL-OVERRIDE-FILE
           IF OVRD-NOT-FOUND
               MOVE 'N' TO WS-OVRD-AVAILABLE-SW
           END-IF
           OPEN OUTPUT RANK-WORK-FILE.

       0200-GROUP-MASTER.
           READ CR-MASTER-FILE NEXT RECORD
               AT END
                   SET MSTR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-RECORDS-READ
                   IF CRM-ZIP-CODE NOT = WS-GROUP-ZIP-CODE
                       IF WS-GROUP-ZIP-CODE NOT = LOW-VALUES
                           PERFORM 0300-COMPARE-ZIP
                       END-IF
                       MOVE CRM-ZIP-CODE TO WS-GROUP-ZIP-CODE
                       MOVE ZERO         TO WS-TALLY-COUNT
                   END-IF
                   MOVE CRM-STATE-ABBREV TO WS-CAND-STATE-ABBREV
                   MOVE CRM-COUNTY-NO    TO WS-CAND-COUNTY-NO
                   MOVE CRM-COUNTY-NAME  TO WS-CAND-COUNTY-NAME
                   PERFORM 0210-TALLY-COUNTY
           END-READ.

       0210-TALLY-COUNTY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 0220-TEST-TALLY-ENTRY
               VARYING WS-TALLY-SUB FROM 1 BY 1
               UNTIL WS-TALLY-SUB > WS-TALLY-COUNT
                   OR ENTRY-FOUND
           IF NOT ENTRY-FOUND
               ADD 1 TO WS-TALLY-COUNT
               IF WS-TALLY-COUNT > 50
                   DISPLAY 'ZIPCENCM: ABEND - MORE THAN 50 COUNTIES '
                       'IN ZIP ' WS-GROUP-ZIP-CODE ', TALLY OVERFLOW'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CAND-STATE-ABBREV TO
                   WS-TLY-STATE-ABBREV (WS-TALLY-COUNT)
               MOVE WS-CAND-COUNTY-NO    TO
                   WS-TLY-COUNTY-NO (WS-TALLY-COUNT)
               MOVE WS-CAND-COUNTY-NAME  TO
                   WS-TLY-COUNTY-NAME (WS-TALLY-COUNT)
               MOVE 1                    TO
                   WS-TLY-RANGE-COUNT (WS-TALLY-COUNT)
           END-IF.

       0220-TEST-TALLY-ENTRY.
           IF WS-TLY-STATE-ABBREV (WS-TALLY-SUB) =
                                                 WS-CAND-STATE-ABBREV
                   AND WS-TLY-COUNTY-NO (WS-TALLY-SUB) =
                                                 WS-CAND-COUNTY-NO
               SET ENTRY-FOUND TO TRUE
               ADD 1 TO WS-TLY-RANGE-COUNT (WS-TALLY-SUB)
           END-IF.

      *    ONE ZIP'S WORTH OF CRMSTR HAS BEEN TALLIED.  THE SPLIT
      *    SUB-RANGES ARE ADDED, BOTH SIDES ARE PUT ON FIPS CODES AND
      *    MATCHED, AND A DISAGREEING ZIP IS FILED UNDER ITS RANK.
       0300-COMPARE-ZIP.
           ADD 1 TO WS-ZIPS-READ
           PERFORM 0310-TALLY-SPLIT-COUNTIES
           MOVE WS-GROUP-ZIP-CODE TO ZSUM-ZIP-CODE
           READ ZIP-SUMMARY-FILE
               INVALID KEY
                   ADD 1 TO WS-ZIPS-NO-SUMMARY
                   DISPLAY 'ZIPCENCM: ZIP ' WS-GROUP-ZIP-CODE
                       ' NOT ON CRZSUM - NOT COMPARED'
                   EXIT PARAGRAPH
           END-READ
           PERFORM 0320-LOAD-CENSUS-PARTS
           IF WS-CENSUS-COUNT = ZERO
               ADD 1 TO WS-ZIPS-NOT-A-ZCTA
               EXIT PARAGRAPH
           END-IF
           PERFORM 0330-MAP-VENDOR-COUNTY
               VARYING WS-TALLY-SUB FROM 1 BY 1
               UNTIL WS-TALLY-SUB > WS-TALLY-COUNT
           PERFORM 0340-FIND-DOMINANT-ENTRIES
           IF WS-DOM-SUB = ZERO
               ADD 1 TO WS-ZIPS-DOMINANT-UNMAPPED
               EXIT PARAGRAPH
           END-IF
           IF NOT TLY-FIPS-MAPPED (WS-DOM-SUB)
               ADD 1 TO WS-ZIPS-DOMINANT-UNMAPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ZIPS-COMPARED
           PERFORM 0350-TEST-AGREEMENT
           IF NOT ZIP-DISAGREES
               ADD 1 TO WS-ZIPS-AGREEING
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ZIPS-DISAGREEING
           IF DOMINANT-DISAGREES
               ADD 1 TO WS-DOMINANT-DISAGREEING
           END-IF
           PERFORM 0360-CHECK-OVERRIDES
           PERFORM 0400-FILE-RANKED-LINES.

       0310-TALLY-SPLIT-COUNTIES.
           MOVE 'N'               TO WS-SCAN-DONE-SW
           MOVE WS-GROUP-ZIP-CODE TO SPLM-ZIP-CODE
           MOVE LOW-VALUES        TO SPLM-ADD-ON-LOW-NO
           MOVE ZERO              TO SPLM-STREET-LOW-NO
           START CR-SPLIT-FILE KEY IS NOT LESS THAN SPLM-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 0315-READ-NEXT-SPLIT UNTIL SCAN-DONE.

       0315-READ-NEXT-SPLIT.
           READ CR-SPLIT-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   IF SPLM-ZIP-CODE NOT = WS-GROUP-ZIP-CODE
                       SET SCAN-DONE TO TRUE
                   ELSE
                       MOVE SPLM-STATE-ABBREV TO WS-CAND-STATE-ABBREV
                       MOVE SPLM-COUNTY-NO    TO WS-CAND-COUNTY-NO
                       MOVE SPLM-COUNTY-NAME  TO WS-CAND-COUNTY-NAME
                       PERFORM 0210-TALLY-COUNTY
                   END-IF
           END-READ.

       0320-LOAD-CENSUS-PARTS.
           MOVE ZERO              TO WS-CENSUS-COUNT
           MOVE 'N'               TO WS-SCAN-DONE-SW
           MOVE WS-GROUP-ZIP-CODE TO CENS-ZCTA-CODE
           MOVE LOW-VALUES        TO CENS-COUNTY-FIPS-CODE
           START CENSUS-REFERENCE-FILE KEY IS NOT LESS THAN CENS-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 0325-READ-NEXT-CENSUS-PART UNTIL SCAN-DONE.

       0325-READ-NEXT-CENSUS-PART.
           READ CENSUS-REFERENCE-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   IF CENS-ZCTA-CODE NOT = WS-GROUP-ZIP-CODE
                       SET SCAN-DONE TO TRUE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-CENSUS-COUNT
                   IF WS-CENSUS-COUNT > 30
                       DISPLAY 'ZIPCENCM: ABEND - MORE THAN 30 CENSUS '
                           'COUNTY PARTS IN ZCTA ' WS-GROUP-ZIP-CODE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE CENS-COUNTY-FIPS-CODE TO
                       WS-CEN-FIPS-CODE (WS-CENSUS-COUNT)
                   MOVE CENS-ZIP-SHARE-PCT    TO
                       WS-CEN-SHARE (WS-CENSUS-COUNT)
                   MOVE CENS-SHARE-BASIS      TO
                       WS-CEN-BASIS (WS-CENSUS-COUNT)
                   MOVE 'N'                   TO
                       WS-CEN-ON-VENDOR-SW (WS-CENSUS-COUNT)
           END-READ.

      *    A VENDOR COUNTY WITH NO FIPS CODE ASSIGNED YET CANNOT BE
      *    COMPARED; IT IS SHOWN ON THE REPORT IF THE ZIP IS LISTED
      *    FOR ANOTHER REASON, BUT DOES NOT ITSELF LIST THE ZIP.
       0330-MAP-VENDOR-COUNTY.
           MOVE 'N'    TO WS-TLY-FIPS-SW (WS-TALLY-SUB)
           MOVE 'N'    TO WS-TLY-IN-CENSUS-SW (WS-TALLY-SUB)
           MOVE ZERO   TO WS-TLY-CENSUS-SHARE (WS-TALLY-SUB)
           MOVE SPACES TO WS-TLY-FIPS-CODE (WS-TALLY-SUB)
           MOVE WS-TLY-STATE-ABBREV (WS-TALLY-SUB) TO FIPS-STATE-ABBREV
           MOVE WS-TLY-COUNTY-NO (WS-TALLY-SUB)    TO FIPS-COUNTY-NO
           READ FIPS-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT FIPS-CODE-ASSIGNED
               EXIT PARAGRAPH
           END-IF
           SET TLY-FIPS-MAPPED (WS-TALLY-SUB) TO TRUE
           MOVE FIPS-STATE-CODE  TO WS-TLY-FIPS-CODE (WS-TALLY-SUB)
                                    (1:2)
           MOVE FIPS-COUNTY-CODE TO WS-TLY-FIPS-CODE (WS-TALLY-SUB)
                                    (3:3)
           PERFORM 0335-MATCH-CENSUS-ENTRY
               VARYING WS-CENSUS-SUB FROM 1 BY 1
               UNTIL WS-CENSUS-SUB > WS-CENSUS-COUNT.

       0335-MATCH-CENSUS-ENTRY.
           IF WS-CEN-FIPS-CODE (WS-CENSUS-SUB) =
                                      WS-TLY-FIPS-CODE (WS-TALLY-SUB)
               SET TLY-IN-CENSUS (WS-TALLY-SUB) TO TRUE
               MOVE WS-CEN-SHARE (WS-CENSUS-SUB)
                   TO WS-TLY-CENSUS-SHARE (WS-TALLY-SUB)
               SET CEN-ON-VENDOR (WS-CENSUS-SUB) TO TRUE
           END-IF.

      *    THE VENDOR'S DOMINANT COUNTY IS CRZSUM'S; THE CENSUS'S IS
      *    THE PART HOLDING THE LARGEST SHARE, A TIE GOING TO THE
      *    LOWER FIPS CODE (THE FIRST IN KEY SEQUENCE).
       0340-FIND-DOMINANT-ENTRIES.
           MOVE ZERO TO WS-DOM-SUB
           PERFORM 0345-TEST-VENDOR-DOMINANT
               VARYING WS-TALLY-SUB FROM 1 BY 1
               UNTIL WS-TALLY-SUB > WS-TALLY-COUNT
           MOVE 1 TO WS-CEN-DOM-SUB
           PERFORM 0347-TEST-CENSUS-DOMINANT
               VARYING WS-CENSUS-SUB FROM 2 BY 1
               UNTIL WS-CENSUS-SUB > WS-CENSUS-COUNT.

       0345-TEST-VENDOR-DOMINANT.
           IF WS-TLY-STATE-ABBREV (WS-TALLY-SUB) = ZSUM-STATE-ABBREV
                   AND WS-TLY-COUNTY-NO (WS-TALLY-SUB) =
                                                    ZSUM-COUNTY-NO
               MOVE WS-TALLY-SUB TO WS-DOM-SUB
           END-IF.

       0347-TEST-CENSUS-DOMINANT.
           IF WS-CEN-SHARE (WS-CENSUS-SUB) >
                                      WS-CEN-SHARE (WS-CEN-DOM-SUB)
               MOVE WS-CENSUS-SUB TO WS-CEN-DOM-SUB
           END-IF.

      *    THE SHARE ELSEWHERE IS WHAT THE CENSUS PUTS OUTSIDE THE
      *    VENDOR'S DOMINANT COUNTY.  THE PUBLISHED PERCENTAGES ARE
      *    ROUNDED, SO A SHARE A HAIR OVER 100 IS TAKEN AS 100.
       0350-TEST-AGREEMENT.
           MOVE 'N' TO WS-DISAGREE-SW
           MOVE 'N' TO WS-DOMINANT-DISAGREE-SW
           IF WS-TLY-CENSUS-SHARE (WS-DOM-SUB) > 100
               MOVE ZERO TO WS-ELSEWHERE-PCT
           ELSE
               COMPUTE WS-ELSEWHERE-PCT =
                   100 - WS-TLY-CENSUS-SHARE (WS-DOM-SUB)
           END-IF
           IF WS-CEN-FIPS-CODE (WS-CEN-DOM-SUB) NOT =
                                      WS-TLY-FIPS-CODE (WS-DOM-SUB)
                   AND WS-CEN-SHARE (WS-CEN-DOM-SUB) >
                                      WS-TLY-CENSUS-SHARE (WS-DOM-SUB)
               SET ZIP-DISAGREES TO TRUE
               SET DOMINANT-DISAGREES TO TRUE
           END-IF
           PERFORM 0355-TEST-VENDOR-COUNTY
               VARYING WS-TALLY-SUB FROM 1 BY 1
               UNTIL WS-TALLY-SUB > WS-TALLY-COUNT
           PERFORM 0357-TEST-CENSUS-COUNTY
               VARYING WS-CENSUS-SUB FROM 1 BY 1
               UNTIL WS-CENSUS-SUB > WS-CENSUS-COUNT.

       0355-TEST-VENDOR-COUNTY.
           IF TLY-FIPS-MAPPED (WS-TALLY-SUB)
                   AND NOT TLY-IN-CENSUS (WS-TALLY-SUB)
               SET ZIP-DISAGREES TO TRUE
           END-IF.

       0357-TEST-CENSUS-COUNTY.
           IF NOT CEN-ON-VENDOR (WS-CENSUS-SUB)
                   AND WS-CEN-SHARE (WS-CENSUS-SUB) > ZERO
               SET ZIP-DISAGREES TO TRUE
           END-IF.

      *    AN OVERRIDE IN EFFECT (NOT A PENDING ADD) THAT PUTS A
      *    RANGE OF THE ZIP IN A COUNTY THE CENSUS ALSO PUTS THE ZIP
      *    IN IS TAKEN AS ALREADY COVERING THE DISAGREEMENT; ONE THAT
      *    POINTS SOMEWHERE THE CENSUS DOES NOT IS NOTED TOO, SINCE
      *    THE TWO SOURCES THEN DISAGREE ABOUT OUR OWN CORRECTION.
       0360-CHECK-OVERRIDES.
           MOVE ZERO   TO WS-OVERRIDE-COUNT
           MOVE ZERO   TO WS-OVERRIDE-AGREE-COUNT
           MOVE SPACES TO WS-SUM-OVERRIDE-NOTE
           IF NOT OVRD-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N'               TO WS-SCAN-DONE-SW
           MOVE WS-GROUP-ZIP-CODE TO OVRD-ZIP-CODE
           MOVE LOW-VALUES        TO OVRD-ADD-ON-LOW-NO
           START LOCAL-OVERRIDE-FILE KEY IS NOT LESS THAN OVRD-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 0365-READ-NEXT-OVERRIDE UNTIL SCAN-DONE
           IF WS-OVERRIDE-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-OVERRIDE-AGREE-COUNT > ZERO
               ADD 1 TO WS-ZIPS-COVERED
               MOVE WS-OVERRIDE-AGREE-COUNT TO WS-EDIT-COUNT
               MOVE WS-OVERRIDE-COUNT       TO WS-EDIT-TOTAL
               STRING 'COVERED -' WS-EDIT-COUNT ' OF' WS-EDIT-TOTAL
                   ' OVERRIDES TO A CENSUS COUNTY'
                   DELIMITED BY SIZE INTO WS-SUM-OVERRIDE-NOTE
           ELSE
               MOVE WS-OVERRIDE-COUNT TO WS-EDIT-COUNT
               STRING 'NOT COVERED -' WS-EDIT-COUNT
                   ' OVERRIDES, NONE TO A CENSUS COUNTY'
                   DELIMITED BY SIZE INTO WS-SUM-OVERRIDE-NOTE
           END-IF.

       0365-READ-NEXT-OVERRIDE.
           READ LOCAL-OVERRIDE-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   IF OVRD-ZIP-CODE NOT = WS-GROUP-ZIP-CODE
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF NOT OVRD-PENDING-ADD
                           ADD 1 TO WS-OVERRIDE-COUNT
                           PERFORM 0370-TEST-OVERRIDE-COUNTY
                       END-IF
                   END-IF
           END-READ.

       0370-TEST-OVERRIDE-COUNTY.
           MOVE OVRD-STATE-ABBREV TO FIPS-STATE-ABBREV
           MOVE OVRD-COUNTY-NO    TO FIPS-COUNTY-NO
           READ FIPS-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT FIPS-CODE-ASSIGNED
               EXIT PARAGRAPH
           END-IF
           MOVE FIPS-STATE-CODE  TO WS-OVERRIDE-FIPS (1:2)
           MOVE FIPS-COUNTY-CODE TO WS-OVERRIDE-FIPS (3:3)
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 0375-TEST-OVERRIDE-FIPS
               VARYING WS-CENSUS-SUB FROM 1 BY 1
               UNTIL WS-CENSUS-SUB > WS-CENSUS-COUNT
                   OR ENTRY-FOUND
           IF ENTRY-FOUND
               ADD 1 TO WS-OVERRIDE-AGREE-COUNT
           END-IF.

       0375-TEST-OVERRIDE-FIPS.
           IF WS-CEN-FIPS-CODE (WS-CENSUS-SUB) = WS-OVERRIDE-FIPS
               SET ENTRY-FOUND TO TRUE
           END-IF.

      *    LINE 00 IS THE ZIP'S SUMMARY; THE DETAIL LINES FOLLOW IT
      *    UNDER THE SAME RANK SO THE PRINT PASS NEEDS NO LOGIC OF
      *    ITS OWN.
       0400-FILE-RANKED-LINES.
           COMPUTE CENW-RANK-KEY = 10000 - (WS-ELSEWHERE-PCT * 100)
           MOVE WS-GROUP-ZIP-CODE TO CENW-ZIP-CODE
           MOVE ZERO              TO WS-LINE-NO
           MOVE WS-GROUP-ZIP-CODE TO WS-SUM-ZIP-CODE
           MOVE WS-ELSEWHERE-PCT  TO WS-SUM-ELSEWHERE-PCT
           MOVE WS-TLY-STATE-ABBREV (WS-DOM-SUB)
                                  TO WS-SUM-VENDOR-STATE
           MOVE WS-TLY-COUNTY-NO (WS-DOM-SUB)
                                  TO WS-SUM-VENDOR-COUNTY
           MOVE WS-TLY-COUNTY-NAME (WS-DOM-SUB)
                                  TO WS-SUM-VENDOR-NAME
           MOVE WS-TLY-FIPS-CODE (WS-DOM-SUB)
                                  TO WS-SUM-VENDOR-FIPS
           MOVE WS-CEN-FIPS-CODE (WS-CEN-DOM-SUB)
                                  TO WS-SUM-CENSUS-FIPS
           MOVE WS-CEN-SHARE (WS-CEN-DOM-SUB)
                                  TO WS-SUM-CENSUS-SHARE
           MOVE WS-CEN-BASIS (WS-CEN-DOM-SUB)
                                  TO WS-SUM-CENSUS-BASIS
           MOVE WS-SUMMARY-LINE   TO CENW-PRINT-LINE
           PERFORM 0450-WRITE-WORK-LINE
           IF DOMINANT-DISAGREES
               MOVE SPACES TO WS-DTL-TEXT
               STRING 'DOMINANT COUNTY DISAGREES - CENSUS PUTS MOST '
                   'OF THE ZIP IN FIPS ' WS-SUM-CENSUS-FIPS
                   DELIMITED BY SIZE INTO WS-DTL-TEXT
               PERFORM 0440-WRITE-DETAIL-LINE
           END-IF
           PERFORM 0410-DETAIL-VENDOR-COUNTY
               VARYING WS-TALLY-SUB FROM 1 BY 1
               UNTIL WS-TALLY-SUB > WS-TALLY-COUNT
           PERFORM 0420-DETAIL-CENSUS-COUNTY
               VARYING WS-CENSUS-SUB FROM 1 BY 1
               UNTIL WS-CENSUS-SUB > WS-CENSUS-COUNT.

       0410-DETAIL-VENDOR-COUNTY.
           IF NOT TLY-FIPS-MAPPED (WS-TALLY-SUB)
               MOVE SPACES TO WS-DTL-TEXT
               STRING 'VENDOR COUNTY '
                   WS-TLY-STATE-ABBREV (WS-TALLY-SUB) ' '
                   WS-TLY-COUNTY-NO (WS-TALLY-SUB) ' '
                   WS-TLY-COUNTY-NAME (WS-TALLY-SUB)
                   ' HAS NO FIPS CODE - NOT COMPARED'
                   DELIMITED BY SIZE INTO WS-DTL-TEXT
               PERFORM 0440-WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           IF NOT TLY-IN-CENSUS (WS-TALLY-SUB)
               MOVE SPACES TO WS-DTL-TEXT
               STRING 'VENDOR COUNTY '
                   WS-TLY-STATE-ABBREV (WS-TALLY-SUB) ' '
                   WS-TLY-COUNTY-NO (WS-TALLY-SUB) ' '
                   WS-TLY-COUNTY-NAME (WS-TALLY-SUB)
                   ' FIPS ' WS-TLY-FIPS-CODE (WS-TALLY-SUB)
                   ' NOT IN CENSUS ZCTA - RANGES '
                   WS-TLY-RANGE-COUNT (WS-TALLY-SUB)
                   DELIMITED BY SIZE INTO WS-DTL-TEXT
               PERFORM 0440-WRITE-DETAIL-LINE
           END-IF.

       0420-DETAIL-CENSUS-COUNTY.
           IF NOT CEN-ON-VENDOR (WS-CENSUS-SUB)
                   AND WS-CEN-SHARE (WS-CENSUS-SUB) > ZERO
               MOVE WS-CEN-SHARE (WS-CENSUS-SUB) TO WS-EDIT-PCT
               MOVE SPACES TO WS-DTL-TEXT
               STRING 'CENSUS COUNTY FIPS '
                   WS-CEN-FIPS-CODE (WS-CENSUS-SUB)
                   ' HOLDS ' WS-EDIT-PCT
                   ' PCT OF THE ZIP - NOT ON VENDOR TAPE FOR IT'
                   DELIMITED BY SIZE INTO WS-DTL-TEXT
               PERFORM 0440-WRITE-DETAIL-LINE
           END-IF.

       0440-WRITE-DETAIL-LINE.
           ADD 1 TO WS-LINE-NO
           MOVE WS-DETAIL-LINE TO CENW-PRINT-LINE
           PERFORM 0450-WRITE-WORK-LINE.

       0450-WRITE-WORK-LINE.
           MOVE WS-LINE-NO TO CENW-LINE-NO
           WRITE RANK-WORK-RECORD
               INVALID KEY
                   DISPLAY 'ZIPCENCM: ABEND - CENSWRK WRITE FAILED, '
                       'STATUS ' WS-WORK-STATUS ' ZIP '
                       WS-GROUP-ZIP-CODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

      *    THE WORK FILE WAS BUILT UNDER OPEN OUTPUT; IT IS RE-OPENED
      *    FOR INPUT AND READ BACK IN KEY (RANK) SEQUENCE.
       0800-PRINT-RANKED-REPORT.
           CLOSE RANK-WORK-FILE
           OPEN INPUT RANK-WORK-FILE
           PERFORM 0810-PRINT-WORK-LINE UNTIL WORK-EOF
           CLOSE RANK-WORK-FILE.

       0810-PRINT-WORK-LINE.
           READ RANK-WORK-FILE NEXT RECORD
               AT END
                   SET WORK-EOF TO TRUE
               NOT AT END
                   IF CENW-LINE-NO = ZERO
                           AND WS-LINES-PRINTED > ZERO
                       MOVE SPACES TO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
                   MOVE CENW-PRINT-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO WS-LINES-PRINTED
           END-READ.

       0900-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'BASIS P = SHARE OF ZCTA POPULATION, A = SHARE OF AREA'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'VENDOR ZIPS READ           : ' WS-ZIPS-READ
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'ZIPS COMPARED              : ' WS-ZIPS-COMPARED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'ZIPS AGREEING              : ' WS-ZIPS-AGREEING
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'ZIPS DISAGREEING           : ' WS-ZIPS-DISAGREEING
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '  DOMINANT COUNTY DIFFERS  : '
               WS-DOMINANT-DISAGREEING
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING '  COVERED BY AN OVERRIDE   : ' WS-ZIPS-COVERED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'ZIPS WITH NO CENSUS ZCTA   : ' WS-ZIPS-NOT-A-ZCTA
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'DOMINANT COUNTY NO FIPS    : '
               WS-ZIPS-DOMINANT-UNMAPPED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'ZIPS MISSING FROM CRZSUM   : ' WS-ZIPS-NO-SUMMARY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE CR-MASTER-FILE
           CLOSE CR-SPLIT-FILE
           CLOSE ZIP-SUMMARY-FILE
           CLOSE FIPS-MASTER-FILE
           CLOSE CENSUS-REFERENCE-FILE
           IF OVRD-AVAILABLE
               CLOSE LOCAL-OVERRIDE-FILE
           END-IF
           CLOSE COMPARISON-REPORT-FILE
           DISPLAY 'ZIPCENCM: MASTER RECORDS READ  = '
               WS-MASTER-RECORDS-READ
           DISPLAY 'ZIPCENCM: ZIPS COMPARED        = '
               WS-ZIPS-COMPARED
           DISPLAY 'ZIPCENCM: ZIPS DISAGREEING     = '
               WS-ZIPS-DISAGREEING
           DISPLAY 'ZIPCENCM: COVERED BY OVERRIDE  = '
               WS-ZIPS-COVERED
           DISPLAY 'ZIPCENCM: ZIPS WITH NO ZCTA    = '
               WS-ZIPS-NOT-A-ZCTA
           DISPLAY 'ZIPCENCM: DOMINANT NO FIPS     = '
               WS-ZIPS-DOMINANT-UNMAPPED
           DISPLAY 'ZIPCENCM: MISSING FROM CRZSUM  = '
               WS-ZIPS-NO-SUMMARY
           PERFORM 0990-RECORD-CYCLE-COMPLETE.

       0990-RECORD-CYCLE-COMPLETE.
           MOVE 'CP'       TO CYCC-FUNCTION
           MOVE 'ZIPCENCM' TO CYCC-JOB-NAME
           MOVE SPACES     TO CYCC-TAPE-SEQUENCE-NO
           MOVE SPACES     TO CYCC-OPERATOR-INITIALS
           MOVE SPACES     TO CYCC-OVERRIDE-SWITCH
           CALL "ZIPCYCC" USING CYCC-PARAMETER.
