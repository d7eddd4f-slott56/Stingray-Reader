      *================================================================
      *  ZIPCTYAU --  CITY/COUNTY CONSISTENCY AUDIT.  CTYMSTR (FROM
      *                THE CITY-STATE TAPE, ZIPCITLD) AND CRMSTR/
      *                CRSPLIT (FROM THE COUNTY TAPE) COME FROM TWO
      *                SEPARATE VENDOR PRODUCTS AND ZIPAUDIT/ZIPRECON
      *                ONLY LOOK AT THE COUNTY SIDE, SO WHEN THE INQUIRY
      *                SCREEN SHOWS A CITY AND A COUNTY THAT CANNOT
      *                BOTH BE RIGHT NOTHING SAYS WHICH TAPE IS WRONG.
      *                THIS JOB MATCHES CTYMSTR TO CRZSUM BY ZIP, IN
      *                KEY SEQUENCE, AND FOR EVERY ZIP ON BOTH WALKS
      *                THE ZIP'S CRMSTR RANGES AND CRSPLIT SUB-RANGES
      *                COMPARING THEIR STATE WITH THE CITY TAPE'S:
      *                  SEVERE  - THE CITY TAPE'S STATE MATCHES NONE
      *                            OF THE ZIP'S COUNTY RANGES (THE TWO
      *                            TAPES FLATLY CONTRADICT EACH OTHER);
      *                  WARNING - IT MATCHES SOME RANGES BUT NOT ALL
      *                            (A STATE-LINE ZIP OR A MISCODED
      *                            RANGE), A COUNTY ZIP WITH NO CITY
      *                            RECORD, AND A CITY ZIP WITH NO
      *                            COUNTY RANGES THAT IS NOT PO-BOX
      *                            ONLY;
      *                  INFO    - A PO-BOX-ONLY CITY ZIP WITH NO
      *                            COUNTY RANGES, WHICH IS EXPECTED.
      *                EVERY CITY-TAPE LINE CARRIES THE LOCALITY TYPE
      *                AND THE REPORT ENDS WITH THE COUNTS BY LOCALITY
      *                TYPE.  THE SAME RETURN CODES AS ZIPAUDIT -- 8
      *                WHEN ANYTHING SEVERE WAS FOUND, 4 WHEN ONLY
      *                WARNINGS, 0 WHEN CLEAN -- SO THE CYCLE CAN BE
      *                HELD; A FILE THAT CANNOT BE READ THROUGH ALSO
      *                GIVES 8.  WITH NO CITY MASTER LOADED YET THE RUN
      *                SAYS SO AND COMPLETES.  RUNS AFTER ZIPZSUM HAS
      *                REBUILT CRZSUM.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPCTYAU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CITY-MASTER-FILE ASSIGN TO "CTYMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTYM-ZIP-CODE
               FILE STATUS IS WS-CITY-STATUS.

           SELECT ZIP-SUMMARY-FILE ASSIGN TO "CRZSUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ZSUM-ZIP-CODE
               FILE STATUS IS WS-ZSUM-STATUS.

           SELECT CR-MASTER-FILE ASSIGN TO "CRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRM-KEY
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT CR-SPLIT-FILE ASSIGN TO "CRSPLIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SPLM-KEY
               FILE STATUS IS WS-SPLIT-STATUS.

           SELECT CITY-AUDIT-REPORT-FILE ASSIGN TO "CTYAURPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CITY-MASTER-FILE.
           COPY "zipcmst.cpy".

       FD  ZIP-SUMMARY-FILE.
           COPY "zipzsum.cpy".

       FD  CR-MASTER-FILE.
           COPY "zipmstr.cpy".

       FD  CR-SPLIT-FILE.
           COPY "zipsplt.cpy".

       FD  CITY-AUDIT-REPORT-FILE.
       01  RPT-LINE                            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CITY-STATUS                      PIC X(02).
           88  CITY-OK                         VALUE '00'.
           88  CITY-NOT-FOUND                  VALUE '35'.

       01  WS-ZSUM-STATUS                      PIC X(02).
           88  ZSUM-OK                         VALUE '00'.

       01  WS-MSTR-STATUS                      PIC X(02).
           88  MSTR-OK                         VALUE '00'.

       01  WS-SPLIT-STATUS                     PIC X(02).
           88  SPLIT-OK                        VALUE '00'.

       01  WS-RPT-STATUS                       PIC X(02).

       01  WS-SWITCHES.
           05  WS-CITY-AT-EOF                  PIC X(01) VALUE 'N'.
               88  CITY-DONE                   VALUE 'Y'.
           05  WS-ZSUM-AT-EOF                  PIC X(01) VALUE 'N'.
               88  ZSUM-DONE                   VALUE 'Y'.
           05  WS-MSTR-AT-EOF                  PIC X(01) VALUE 'N'.
               88  MSTR-DONE                   VALUE 'Y'.
           05  WS-SPLIT-AT-EOF                 PIC X(01) VALUE 'N'.
               88  SPLIT-DONE                  VALUE 'Y'.
           05  WS-READ-FAILED-SW               PIC X(01) VALUE 'N'.
               88  READ-FAILED                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CITY-RECORDS-READ            PIC 9(09) VALUE ZERO.
           05  WS-COUNTY-ZIPS-READ             PIC 9(09) VALUE ZERO.
           05  WS-MASTER-RECORDS-READ          PIC 9(09) VALUE ZERO.
           05  WS-SPLIT-RECORDS-READ           PIC 9(09) VALUE ZERO.
           05  WS-ZIPS-ON-BOTH                 PIC 9(09) VALUE ZERO.
           05  WS-COUNTY-ONLY-ZIPS             PIC 9(09) VALUE ZERO.
           05  WS-SEVERE-COUNT                 PIC 9(09) VALUE ZERO.
           05  WS-WARNING-COUNT                PIC 9(09) VALUE ZERO.
           05  WS-INFO-COUNT                   PIC 9(09) VALUE ZERO.

      *    THE ZIP EACH STREAM IS POSITIONED ON.  CRMSTR AND CRSPLIT
      *    ARE WALKED FORWARD TO EACH ZIP THE CITY AND SUMMARY
      *    STREAMS HAVE IN COMMON; ZIPS ONLY ONE SIDE HOLDS ARE
      *    SKIPPED OVER ON THE NEXT MATCH.
       01  WS-STREAM-KEYS.
           05  WS-CITY-ZIP                     PIC X(05).
           05  WS-ZSUM-ZIP                     PIC X(05).
           05  WS-MSTR-ZIP                     PIC X(05).
           05  WS-SPLIT-ZIP                    PIC X(05).

      *    STATE TALLY FOR THE ZIP BEING MATCHED: RANGES AND SPLIT
      *    SUB-RANGES SEEN, HOW MANY DISAGREE WITH THE CITY TAPE,
      *    AND THE FIRST STATE THEY NAME INSTEAD.
       01  WS-ZIP-STATE-TALLY.
           05  WS-ZIP-RANGES                   PIC 9(05).
           05  WS-ZIP-DISAGREEING              PIC 9(05).
           05  WS-ZIP-OTHER-STATE              PIC X(02).

      *    USPS LOCALITY TYPES AS CARRIED ON CTYMSTR (SEE
      *    ZIPCMST.CPY); THE LAST ENTRY CATCHES ANY CODE THE VENDOR
      *    ADDS WITHOUT NOTICE.
       01  WS-LOCALITY-TABLE-DATA.
           05  FILLER PIC X(13) VALUE ' STANDARD    '.
           05  FILLER PIC X(13) VALUE 'PPO BOX ONLY '.
           05  FILLER PIC X(13) VALUE 'UUNIQUE      '.
           05  FILLER PIC X(13) VALUE 'MMILITARY    '.
           05  FILLER PIC X(13) VALUE '?OTHER       '.
       01  WS-LOCALITY-TABLE REDEFINES WS-LOCALITY-TABLE-DATA.
           05  WS-LOCALITY-ENTRY OCCURS 5 TIMES.
               10  WS-LOC-CODE                 PIC X(01).
               10  WS-LOC-DESC                 PIC X(12).
       01  WS-LOC-SUB                          PIC 9(02).
       01  WS-LOC-IX                           PIC 9(02).

       01  WS-LOCALITY-COUNTS.
           05  WS-LOCALITY-COUNT-ENTRY OCCURS 5 TIMES.
               10  WS-LOC-CITY-ZIPS            PIC 9(09).
               10  WS-LOC-ON-BOTH              PIC 9(09).
               10  WS-LOC-NO-COUNTY            PIC 9(09).
               10  WS-LOC-STATE-NONE           PIC 9(09).
               10  WS-LOC-STATE-SOME           PIC 9(09).

       01  WS-REPORT-LINE.
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-RPT-SEVERITY                 PIC X(07).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-RPT-ZIP-CODE                 PIC X(05).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-RPT-LOCALITY                 PIC X(12).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-RPT-DETAIL                   PIC X(52).

       01  WS-LOCALITY-HEADING.
           05  FILLER                          PIC X(13)
                                               VALUE ' LOCALITY'.
           05  FILLER                          PIC X(11)
                                               VALUE '  CITY ZIPS'.
           05  FILLER                          PIC X(11)
                                               VALUE '    MATCHED'.
           05  FILLER                          PIC X(11)
                                               VALUE '  NO COUNTY'.
           05  FILLER                          PIC X(11)
                                               VALUE ' STATE NONE'.
           05  FILLER                          PIC X(11)
                                               VALUE ' STATE SOME'.

       01  WS-LOCALITY-LINE.
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-LOCL-DESC                    PIC X(12).
           05  FILLER                          PIC X(02)  VALUE SPACE.
           05  WS-LOCL-CITY-ZIPS               PIC ZZZZZZZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACE.
           05  WS-LOCL-ON-BOTH                 PIC ZZZZZZZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACE.
           05  WS-LOCL-NO-COUNTY               PIC ZZZZZZZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACE.
           05  WS-LOCL-STATE-NONE              PIC ZZZZZZZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACE.
           05  WS-LOCL-STATE-SOME              PIC ZZZZZZZZ9.

      *    CYCLE-CONTROL INTERFACE -- SEE ZIPCYCC.
           COPY "zipcycc.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-MATCH-MERGE UNTIL CITY-DONE AND ZSUM-DONE
           PERFORM 0900-TERMINATE
           STOP RUN.

       0010-CYCLE-START-CHECK.
           MOVE 'CK'       TO CYCC-FUNCTION
           MOVE 'ZIPCTYAU' TO CYCC-JOB-NAME
           MOVE SPACES     TO CYCC-TAPE-SEQUENCE-NO
           MOVE SPACES     TO CYCC-OPERATOR-INITIALS
           MOVE SPACES     TO CYCC-OVERRIDE-SWITCH
           CALL "ZIPCYCC" USING CYCC-PARAMETER
           IF CYCC-BLOCKED
               DISPLAY 'ZIPCTYAU: ABEND - ' CYCC-MESSAGE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    CTYMSTR DOES NOT EXIST UNTIL THE FIRST CITY TAPE IS
      *    LOADED.  WITHOUT IT THERE IS NOTHING TO AUDIT; THE RUN SAYS
      *    SO AND COMPLETES, AS ZIPCENCM DOES WITH NO CENSUS FILE, SO
      *    THE CYCLE IS NOT HELD FOR IT.
       0100-INITIALIZE.
           PERFORM 0010-CYCLE-START-CHECK
           MOVE ZEROS TO WS-LOCALITY-COUNTS
           OPEN OUTPUT CITY-AUDIT-REPORT-FILE
           MOVE 'CITY MASTER / COUNTY MASTER CONSISTENCY AUDIT REPORT'
               TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT CITY-MASTER-FILE
           IF CITY-NOT-FOUND
               MOVE 'NO CITY MASTER - RUN ZIPCITLD' TO RPT-LINE
               WRITE RPT-LINE
               CLOSE CITY-AUDIT-REPORT-FILE
               PERFORM 0990-RECORD-CYCLE-COMPLETE
               STOP RUN
           END-IF
           OPEN INPUT ZIP-SUMMARY-FILE
           OPEN INPUT CR-MASTER-FILE
           OPEN INPUT CR-SPLIT-FILE
           PERFORM 0110-READ-CITY
           PERFORM 0120-READ-SUMMARY
           PERFORM 0130-READ-MASTER
           PERFORM 0140-READ-SPLIT.

       0110-READ-CITY.
           READ CITY-MASTER-FILE NEXT RECORD
               AT END
                   SET CITY-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CITY-RECORDS-READ
                   MOVE CTYM-ZIP-CODE TO WS-CITY-ZIP
           END-READ
           IF NOT CITY-OK AND NOT CITY-DONE
               DISPLAY 'ZIPCTYAU: CTYMSTR READ FAILED, STATUS '
                   WS-CITY-STATUS
               SET READ-FAILED TO TRUE
               SET CITY-DONE TO TRUE
           END-IF.

       0120-READ-SUMMARY.
           READ ZIP-SUMMARY-FILE NEXT RECORD
               AT END
                   SET ZSUM-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNTY-ZIPS-READ
                   MOVE ZSUM-ZIP-CODE TO WS-ZSUM-ZIP
           END-READ
           IF NOT ZSUM-OK AND NOT ZSUM-DONE
               DISPLAY 'ZIPCTYAU: CRZSUM READ FAILED, STATUS '
                   WS-ZSUM-STATUS
               SET READ-FAILED TO TRUE
               SET ZSUM-DONE TO TRUE
           END-IF.

       0130-READ-MASTER.
           READ CR-MASTER-FILE NEXT RECORD
               AT END
                   SET MSTR-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-RECORDS-READ
                   MOVE CRM-ZIP-CODE TO WS-MSTR-ZIP
           END-READ
           IF NOT MSTR-OK AND NOT MSTR-DONE
               DISPLAY 'ZIPCTYAU: CRMSTR READ FAILED, STATUS '
                   WS-MSTR-STATUS
               SET READ-FAILED TO TRUE
               SET MSTR-DONE TO TRUE
           END-IF.

       0140-READ-SPLIT.
           READ CR-SPLIT-FILE NEXT RECORD
               AT END
                   SET SPLIT-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-SPLIT-RECORDS-READ
                   MOVE SPLM-ZIP-CODE TO WS-SPLIT-ZIP
           END-READ
           IF NOT SPLIT-OK AND NOT SPLIT-DONE
               DISPLAY 'ZIPCTYAU: CRSPLIT READ FAILED, STATUS '
                   WS-SPLIT-STATUS
               SET READ-FAILED TO TRUE
               SET SPLIT-DONE TO TRUE
           END-IF.

       0200-MATCH-MERGE.
           EVALUATE TRUE
               WHEN CITY-DONE
                   PERFORM 0220-COUNTY-ZIP-NO-CITY
                   PERFORM 0120-READ-SUMMARY
               WHEN ZSUM-DONE
                   PERFORM 0230-CITY-ZIP-NO-COUNTY
                   PERFORM 0110-READ-CITY
               WHEN WS-CITY-ZIP < WS-ZSUM-ZIP
                   PERFORM 0230-CITY-ZIP-NO-COUNTY
                   PERFORM 0110-READ-CITY
               WHEN WS-CITY-ZIP > WS-ZSUM-ZIP
                   PERFORM 0220-COUNTY-ZIP-NO-CITY
                   PERFORM 0120-READ-SUMMARY
               WHEN OTHER
                   PERFORM 0210-COMPARE-STATES
                   PERFORM 0110-READ-CITY
                   PERFORM 0120-READ-SUMMARY
           END-EVALUATE.

       0210-COMPARE-STATES.
           ADD 1 TO WS-ZIPS-ON-BOTH
           PERFORM 0250-FIND-LOCALITY
           ADD 1 TO WS-LOC-CITY-ZIPS (WS-LOC-IX)
           ADD 1 TO WS-LOC-ON-BOTH (WS-LOC-IX)
           MOVE ZERO   TO WS-ZIP-RANGES
           MOVE ZERO   TO WS-ZIP-DISAGREEING
           MOVE SPACES TO WS-ZIP-OTHER-STATE
           PERFORM 0130-READ-MASTER
               UNTIL MSTR-DONE OR WS-MSTR-ZIP NOT < WS-CITY-ZIP
           PERFORM 0212-TALLY-MASTER-RANGE
               UNTIL MSTR-DONE OR WS-MSTR-ZIP NOT = WS-CITY-ZIP
           PERFORM 0140-READ-SPLIT
               UNTIL SPLIT-DONE OR WS-SPLIT-ZIP NOT < WS-CITY-ZIP
           PERFORM 0214-TALLY-SPLIT-RANGE
               UNTIL SPLIT-DONE OR WS-SPLIT-ZIP NOT = WS-CITY-ZIP
           IF WS-ZIP-DISAGREEING = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE CTYM-ZIP-CODE         TO WS-RPT-ZIP-CODE
           MOVE WS-LOC-DESC (WS-LOC-IX) TO WS-RPT-LOCALITY
           MOVE SPACES TO WS-RPT-DETAIL
           IF WS-ZIP-DISAGREEING = WS-ZIP-RANGES
               MOVE 'SEVERE ' TO WS-RPT-SEVERITY
               STRING 'CITY TAPE STATE ' CTYM-STATE-ABBREV
                   ', ALL ' WS-ZIP-RANGES ' RANGES SAY '
                   WS-ZIP-OTHER-STATE
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               ADD 1 TO WS-SEVERE-COUNT
               ADD 1 TO WS-LOC-STATE-NONE (WS-LOC-IX)
           ELSE
               MOVE 'WARNING' TO WS-RPT-SEVERITY
               STRING 'CITY TAPE STATE ' CTYM-STATE-ABBREV
                   ', ' WS-ZIP-DISAGREEING ' OF ' WS-ZIP-RANGES
                   ' RANGES SAY ' WS-ZIP-OTHER-STATE
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               ADD 1 TO WS-WARNING-COUNT
               ADD 1 TO WS-LOC-STATE-SOME (WS-LOC-IX)
           END-IF
           PERFORM 0800-WRITE-AUDIT-LINE.

       0212-TALLY-MASTER-RANGE.
           ADD 1 TO WS-ZIP-RANGES
           IF CRM-STATE-ABBREV NOT = CTYM-STATE-ABBREV
               ADD 1 TO WS-ZIP-DISAGREEING
               IF WS-ZIP-OTHER-STATE = SPACES
                   MOVE CRM-STATE-ABBREV TO WS-ZIP-OTHER-STATE
               END-IF
           END-IF
           PERFORM 0130-READ-MASTER.

       0214-TALLY-SPLIT-RANGE.
           ADD 1 TO WS-ZIP-RANGES
           IF SPLM-STATE-ABBREV NOT = CTYM-STATE-ABBREV
               ADD 1 TO WS-ZIP-DISAGREEING
               IF WS-ZIP-OTHER-STATE = SPACES
                   MOVE SPLM-STATE-ABBREV TO WS-ZIP-OTHER-STATE
               END-IF
           END-IF
           PERFORM 0140-READ-SPLIT.

      *    THE COUNTY TAPE KNOWS THE ZIP BUT THE CITY TAPE DOES NOT,
      *    SO THE INQUIRY SCREEN RESOLVES A COUNTY WITH NO CITY NAME.
       0220-COUNTY-ZIP-NO-CITY.
           ADD 1 TO WS-COUNTY-ONLY-ZIPS
           MOVE 'WARNING'       TO WS-RPT-SEVERITY
           MOVE ZSUM-ZIP-CODE   TO WS-RPT-ZIP-CODE
           MOVE 'NO CITY REC'   TO WS-RPT-LOCALITY
           MOVE SPACES TO WS-RPT-DETAIL
           STRING 'NO CITY RECORD - COUNTY TAPE HAS ' ZSUM-RANGE-COUNT
               ' RANGES IN ' ZSUM-STATE-ABBREV
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0800-WRITE-AUDIT-LINE
           ADD 1 TO WS-WARNING-COUNT.

      *    THE CITY TAPE KNOWS THE ZIP BUT NO COUNTY RANGE COVERS IT.
      *    A PO-BOX-ONLY ZIP HAS NO STREET DELIVERY FOR THE COUNTY
      *    TAPE TO RANGE, SO FOR THOSE IT IS ONLY NOTED.
       0230-CITY-ZIP-NO-COUNTY.
           PERFORM 0250-FIND-LOCALITY
           ADD 1 TO WS-LOC-CITY-ZIPS (WS-LOC-IX)
           ADD 1 TO WS-LOC-NO-COUNTY (WS-LOC-IX)
           MOVE CTYM-ZIP-CODE           TO WS-RPT-ZIP-CODE
           MOVE WS-LOC-DESC (WS-LOC-IX) TO WS-RPT-LOCALITY
           MOVE SPACES TO WS-RPT-DETAIL
           STRING 'NO COUNTY RANGES - ' CTYM-PREF-CITY-NAME
               ' ' CTYM-STATE-ABBREV
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           IF CTYM-PO-BOX-ONLY
               MOVE 'INFO   ' TO WS-RPT-SEVERITY
               ADD 1 TO WS-INFO-COUNT
           ELSE
               MOVE 'WARNING' TO WS-RPT-SEVERITY
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           PERFORM 0800-WRITE-AUDIT-LINE.

       0250-FIND-LOCALITY.
           MOVE 5 TO WS-LOC-IX
           PERFORM 0255-TEST-LOCALITY
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > 4 OR WS-LOC-IX NOT = 5.

       0255-TEST-LOCALITY.
           IF CTYM-LOCALITY-TYPE = WS-LOC-CODE (WS-LOC-SUB)
               MOVE WS-LOC-SUB TO WS-LOC-IX
           END-IF.

       0800-WRITE-AUDIT-LINE.
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       0900-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CITY RECORDS READ   : ' WS-CITY-RECORDS-READ
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'COUNTY ZIPS READ    : ' WS-COUNTY-ZIPS-READ
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'MASTER RECORDS READ : ' WS-MASTER-RECORDS-READ
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'SPLIT RECORDS READ  : ' WS-SPLIT-RECORDS-READ
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'ZIPS ON BOTH TAPES  : ' WS-ZIPS-ON-BOTH
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'COUNTY-ONLY ZIPS    : ' WS-COUNTY-ONLY-ZIPS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'SEVERE FINDINGS     : ' WS-SEVERE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'WARNING FINDINGS    : ' WS-WARNING-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'INFO FINDINGS       : ' WS-INFO-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CITY ZIPS BY LOCALITY TYPE' TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LOCALITY-HEADING TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0910-WRITE-LOCALITY-LINE
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > 5
           IF READ-FAILED
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'AUDIT INCOMPLETE - A FILE COULD NOT BE READ'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           CLOSE CITY-MASTER-FILE
           CLOSE ZIP-SUMMARY-FILE
           CLOSE CR-MASTER-FILE
           CLOSE CR-SPLIT-FILE
           CLOSE CITY-AUDIT-REPORT-FILE
           DISPLAY 'ZIPCTYAU: CITY RECORDS READ   = '
               WS-CITY-RECORDS-READ
           DISPLAY 'ZIPCTYAU: COUNTY ZIPS READ    = '
               WS-COUNTY-ZIPS-READ
           DISPLAY 'ZIPCTYAU: ZIPS ON BOTH TAPES  = '
               WS-ZIPS-ON-BOTH
           DISPLAY 'ZIPCTYAU: SEVERE FINDINGS     = '
               WS-SEVERE-COUNT
           DISPLAY 'ZIPCTYAU: WARNING FINDINGS    = '
               WS-WARNING-COUNT
           DISPLAY 'ZIPCTYAU: INFO FINDINGS       = '
               WS-INFO-COUNT
           IF WS-SEVERE-COUNT NOT = ZERO OR READ-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-COUNT NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 0990-RECORD-CYCLE-COMPLETE.

       0910-WRITE-LOCALITY-LINE.
           MOVE WS-LOC-DESC (WS-LOC-SUB)       TO WS-LOCL-DESC
           MOVE WS-LOC-CITY-ZIPS (WS-LOC-SUB)  TO WS-LOCL-CITY-ZIPS
           MOVE WS-LOC-ON-BOTH (WS-LOC-SUB)    TO WS-LOCL-ON-BOTH
           MOVE WS-LOC-NO-COUNTY (WS-LOC-SUB)  TO WS-LOCL-NO-COUNTY
           MOVE WS-LOC-STATE-NONE (WS-LOC-SUB) TO WS-LOCL-STATE-NONE
           MOVE WS-LOC-STATE-SOME (WS-LOC-SUB) TO WS-LOCL-STATE-SOME
           MOVE WS-LOCALITY-LINE TO RPT-LINE
           WRITE RPT-LINE.

       0990-RECORD-CYCLE-COMPLETE.
           MOVE 'CP'       TO CYCC-FUNCTION
           MOVE 'ZIPCTYAU' TO CYCC-JOB-NAME
           MOVE SPACES     TO CYCC-TAPE-SEQUENCE-NO
           MOVE SPACES     TO CYCC-OPERATOR-INITIALS
           MOVE SPACES     TO CYCC-OVERRIDE-SWITCH
           CALL "ZIPCYCC" USING CYCC-PARAMETER.
