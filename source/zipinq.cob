      *                DIRECTLY VIA EXEC CICS READ (NOT THE BATCH
      *                ZIPLKUP SUBPROGRAM, WHICH DOES ITS OWN COBOL
      *                FILE I-O AND IS NOT CALLABLE FROM UNDER CICS).
      *                UP TO FIVE SPECIAL TAX DISTRICTS FOR THE ZIP
      *                ARE LISTED FROM THE DISTRICT MASTER (DISTMSTR)
      *                UNDER THE COUNTY.  THE SCREEN TAKES NO STREET
      *                NUMBER, SO A DISTRICT DRAWN ON A STREET RANGE
      *                IS LISTED WITH THAT RANGE FOR THE OPERATOR TO
      *                CHECK AGAINST THE CALLER'S ADDRESS.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPINQ.

       01  WS-CITY-RESP                        PIC S9(08) COMP.

       01  WS-DIST-RESP                        PIC S9(08) COMP.

       01  WS-DISTRICT-SCAN-DONE               PIC X(01).
           88  DISTRICT-SCAN-DONE               VALUE 'Y'.

       01  WS-DISTRICT-APPLIES                 PIC X(01).
           88  DISTRICT-APPLIES                 VALUE 'Y'.

       01  WS-DISTRICT-COUNT                   PIC 9(02).

       01  WS-DISTRICT-LINE                    PIC X(60).

       01  WS-MASTER-FOUND                     PIC X(01) VALUE 'N'.
           88  MASTER-WAS-FOUND                 VALUE 'Y'.

       COPY "zipfips.cpy".
       COPY "zipcmst.cpy".
       COPY "zipactl.cpy".
       COPY "zipdstm.cpy".
       COPY "zipinqm.cpy".

       PROCEDURE DIVISION.
                   RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO MSGO STATEO CNTNOO CNTNMO FIPSO CITYO
           MOVE SPACES TO DIST1O DIST2O DIST3O DIST4O DIST5O
           MOVE ZIPCDI TO ZIPCDO
           MOVE ADDONI TO ADDONO
           IF ZIPCDI = SPACES OR ZIPCDI = LOW-VALUE
           ELSE
               PERFORM 0100-LOOKUP-COUNTY
               PERFORM 0130-REPORT-CITY
               PERFORM 0150-REPORT-DISTRICTS
               PERFORM 0140-LOG-ACTIVITY
           END-IF
           EXEC CICS
                   LENGTH(LENGTH OF LOOKUP-ACTIVITY-RECORD)
                   RESP(WS-LOG-RESP)
           END-EXEC.

      *    THE SAME FORWARD SCAN AS ZIPLKUP'S DISTRICT LOOKUP: FROM
      *    THE FIRST DISTRICT RANGE FOR THE ZIP UNTIL THE ZIP CHANGES
      *    OR A RANGE STARTS ABOVE THE ENTERED ADD-ON.  WITH NO
      *    ADD-ON ENTERED ONLY WHOLE-ZIP DISTRICTS ARE LISTED.  A
      *    DISTMSTR THAT IS NOT DEFINED OR NOT OPEN FAILS THE STARTBR
      *    AND THE DISTRICT LINES STAY BLANK.
       0150-REPORT-DISTRICTS.
           MOVE ZERO          TO WS-DISTRICT-COUNT
           MOVE ZIPCDI        TO DSTM-ZIP-CODE
           MOVE LOW-VALUES    TO DSTM-ADD-ON-LOW-NO
                                 DSTM-DISTRICT-CODE
           MOVE ZERO          TO DSTM-STREET-LOW-NO
           MOVE 'N'           TO WS-DISTRICT-SCAN-DONE
           EXEC CICS
               STARTBR FILE('DISTMSTR')
                   RIDFLD(DSTM-KEY)
                   KEYLENGTH(LENGTH OF DSTM-KEY)
                   GTEQ
                   RESP(WS-DIST-RESP)
           END-EXEC
           IF WS-DIST-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF
           PERFORM 0160-READ-NEXT-DISTRICT UNTIL DISTRICT-SCAN-DONE
           EXEC CICS
               ENDBR FILE('DISTMSTR')
           END-EXEC
           IF WS-DISTRICT-COUNT > 5 AND MSGO = SPACES
               MOVE 'MORE THAN 5 TAX DISTRICTS APPLY - LIST IS PARTIAL'
                                       TO MSGO
           END-IF.

       0160-READ-NEXT-DISTRICT.
           EXEC CICS
               READNEXT FILE('DISTMSTR')
                   INTO(DISTRICT-MASTER-RECORD)
                   RIDFLD(DSTM-KEY)
                   KEYLENGTH(LENGTH OF DSTM-KEY)
                   RESP(WS-DIST-RESP)
           END-EXEC
           IF WS-DIST-RESP NOT = DFHRESP(NORMAL)
               SET DISTRICT-SCAN-DONE TO TRUE
           ELSE
               PERFORM 0170-EVALUATE-DISTRICT-RECORD
           END-IF.

       0170-EVALUATE-DISTRICT-RECORD.
           MOVE 'N' TO WS-DISTRICT-APPLIES
           IF DSTM-ZIP-CODE NOT = ZIPCDI
               SET DISTRICT-SCAN-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF ADDONI = SPACES OR ADDONI = LOW-VALUE
               IF DSTM-ADD-ON-LOW-NO = '0000'
                       AND DSTM-ADD-ON-HIGH-NO = '9999'
                       AND DSTM-NO-STREET-RANGE
                   SET DISTRICT-APPLIES TO TRUE
               END-IF
           ELSE
               IF DSTM-ADD-ON-LOW-NO > ADDONI
                   SET DISTRICT-SCAN-DONE TO TRUE
                   EXIT PARAGRAPH
               END-IF
               IF ADDONI <= DSTM-ADD-ON-HIGH-NO
                   SET DISTRICT-APPLIES TO TRUE
               END-IF
           END-IF
           IF DISTRICT-APPLIES
               ADD 1 TO WS-DISTRICT-COUNT
               PERFORM 0180-SHOW-DISTRICT
           END-IF.

       0180-SHOW-DISTRICT.
           MOVE SPACES TO WS-DISTRICT-LINE
           IF DSTM-NO-STREET-RANGE
               STRING DSTM-DISTRICT-CODE ' ' DSTM-DISTRICT-TYPE ' '
                   DSTM-DISTRICT-NAME
                   DELIMITED BY SIZE INTO WS-DISTRICT-LINE
           ELSE
               STRING DSTM-DISTRICT-CODE ' ' DSTM-DISTRICT-TYPE ' '
                   DSTM-DISTRICT-NAME ' STREETS '
                   DSTM-STREET-LOW-NO '-' DSTM-STREET-HIGH-NO
                   DELIMITED BY SIZE INTO WS-DISTRICT-LINE
           END-IF
           EVALUATE WS-DISTRICT-COUNT
               WHEN 1
                   MOVE WS-DISTRICT-LINE TO DIST1O
               WHEN 2
                   MOVE WS-DISTRICT-LINE TO DIST2O
               WHEN 3
                   MOVE WS-DISTRICT-LINE TO DIST3O
               WHEN 4
                   MOVE WS-DISTRICT-LINE TO DIST4O
               WHEN 5
                   MOVE WS-DISTRICT-LINE TO DIST5O
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
