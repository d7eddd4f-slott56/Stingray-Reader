      *                POSITIONING MATCHES THE TECHNIQUE PROVEN IN
      *                ZIPINQ (STARTBR GTEQ WITH A READPREV FALLBACK
      *                STANDING IN FOR BATCH START NOT GREATER THAN).
      *                THE SPECIAL TAX DISTRICTS THAT APPLY ARE
      *                BROWSED FROM DISTMSTR WITH THE SAME RULES AS
      *                ZIPLKUP'S DISTRICT SCAN AND RETURNED WHETHER OR
      *                NOT A COUNTY WAS FOUND.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPCSRV.

       01  WS-LOG-RESP                         PIC S9(08) COMP.

       01  WS-DIST-RESP                        PIC S9(08) COMP.

      *    HOW MUCH OF THE COMMAREA THE CALLER ACTUALLY PASSED --
      *    CALLERS BUILT BEFORE THE DISTRICT FIELDS WERE ADDED STILL
      *    LINK WITH THE SHORTER AREA, AND ONLY THAT MUCH IS MOVED
      *    IN AND BACK OUT.
       01  WS-CALLER-LENGTH                    PIC S9(04) COMP.

       01  WS-DISTRICT-SCAN-DONE               PIC X(01).
           88  DISTRICT-SCAN-DONE              VALUE 'Y'.

       01  WS-DISTRICT-APPLIES                 PIC X(01).
           88  DISTRICT-APPLIES                VALUE 'Y'.

       01  WS-DISTRICT-SUB                     PIC 9(01).

       01  WS-SPLIT-SCAN-DONE                  PIC X(01).
           88  SPLIT-SCAN-DONE                 VALUE 'Y'.

       COPY "zipzsum.cpy".
       COPY "zipovrd.cpy".
       COPY "zipactl.cpy".
       COPY "zipdstm.cpy".

       LINKAGE SECTION.
       01  DFHCOMMAREA                         PIC X(216).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE EIBCALEN TO WS-CALLER-LENGTH
           IF WS-CALLER-LENGTH > LENGTH OF LKCM-COMMAREA
               MOVE LENGTH OF LKCM-COMMAREA TO WS-CALLER-LENGTH
           END-IF
           IF WS-CALLER-LENGTH < LENGTH OF LKCM-REQUEST
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF
           MOVE SPACES TO LKCM-COMMAREA
           MOVE DFHCOMMAREA (1:WS-CALLER-LENGTH) TO
                                   LKCM-COMMAREA (1:WS-CALLER-LENGTH)
           MOVE SPACES TO LKCM-RESPONSE
           IF LKCM-ADD-ON-LOW-NO = SPACES
                   OR LKCM-ADD-ON-LOW-NO = LOW-VALUES
           IF LKCM-WAS-FOUND
               PERFORM 0400-LOOKUP-FIPS
           END-IF
           PERFORM 0800-LOOKUP-DISTRICTS
           PERFORM 0700-LOG-ACTIVITY
           MOVE LKCM-COMMAREA (1:WS-CALLER-LENGTH) TO
                                   DFHCOMMAREA (1:WS-CALLER-LENGTH)
           EXEC CICS
               RETURN
           END-EXEC
      *    FOR THE CONTAINMENT TEST -- THE SAME RULES AS ZIPLKUP'S
      *    0600, SO ONLINE AND BATCH AGREE.  A CONTAINED REQUEST
      *    TAKES THE OVERRIDE'S COUNTY OUTRIGHT; SPLITS ARE NOT
      *    CONSULTED UNDER AN OVERRIDE.  A PENDING ADD IS PASSED
      *    OVER, AS IN ZIPLKUP.
       0600-LOOKUP-OVERRIDE.
           MOVE LKCM-ZIP-CODE        TO OVRD-ZIP-CODE
           MOVE LKCM-LOW-SECTOR-NO   TO OVRD-LOW-SECTOR-NO

       0610-EVALUATE-OVERRIDE-RECORD.
           IF OVRD-ZIP-CODE = LKCM-ZIP-CODE
                   AND NOT OVRD-PENDING-ADD
               MOVE OVRD-ADD-ON-LOW-NO  TO WS-RANGE-LOW-N
               MOVE OVRD-ADD-ON-HIGH-NO TO WS-RANGE-HIGH-N
               IF WS-REQ-ADD-ON-N >= WS-RANGE-LOW-N
                   MOVE OVRD-COUNTY-NAME  TO LKCM-COUNTY-NAME
               END-IF
           END-IF.

      *    THE SAME SCAN AS ZIPLKUP'S 0700: BROWSE FORWARD FROM THE
      *    FIRST DISTRICT RANGE FOR THE ZIP, TESTING EVERY RANGE
      *    UNTIL THE ZIP CHANGES OR A RANGE STARTS ABOVE THE
      *    REQUESTED ADD-ON.  AN ADD-ON-LESS REQUEST ONLY PICKS UP
      *    WHOLE-ZIP DISTRICTS.  A DISTMSTR THAT IS NOT DEFINED OR
      *    NOT OPEN FAILS THE STARTBR AND SIMPLY RETURNS NO
      *    DISTRICTS.
       0800-LOOKUP-DISTRICTS.
           MOVE ZERO   TO LKCM-DISTRICT-COUNT
           MOVE 'N'    TO LKCM-DISTRICT-OVERFLOW
           MOVE SPACES TO LKCM-DISTRICT-ENTRY (1)
                          LKCM-DISTRICT-ENTRY (2)
                          LKCM-DISTRICT-ENTRY (3)
                          LKCM-DISTRICT-ENTRY (4)
                          LKCM-DISTRICT-ENTRY (5)
           MOVE LKCM-ZIP-CODE TO DSTM-ZIP-CODE
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
           PERFORM 0810-READ-NEXT-DISTRICT UNTIL DISTRICT-SCAN-DONE
           EXEC CICS
               ENDBR FILE('DISTMSTR')
           END-EXEC.

       0810-READ-NEXT-DISTRICT.
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
               PERFORM 0820-EVALUATE-DISTRICT-RECORD
           END-IF.

       0820-EVALUATE-DISTRICT-RECORD.
           MOVE 'N' TO WS-DISTRICT-APPLIES
           IF DSTM-ZIP-CODE NOT = LKCM-ZIP-CODE
               SET DISTRICT-SCAN-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LKCM-ADD-ON-LOW-NO = SPACES
                   OR LKCM-ADD-ON-LOW-NO = LOW-VALUES
               IF DSTM-ADD-ON-LOW-NO = '0000'
                       AND DSTM-ADD-ON-HIGH-NO = '9999'
                       AND DSTM-NO-STREET-RANGE
                   SET DISTRICT-APPLIES TO TRUE
               END-IF
           ELSE
               IF DSTM-ADD-ON-LOW-NO > LKCM-ADD-ON-LOW-NO
                   SET DISTRICT-SCAN-DONE TO TRUE
                   EXIT PARAGRAPH
               END-IF
               IF LKCM-ADD-ON-LOW-NO <= DSTM-ADD-ON-HIGH-NO
                   IF DSTM-NO-STREET-RANGE
                       SET DISTRICT-APPLIES TO TRUE
                   ELSE
                       IF LKCM-STREET-NO NOT = ZERO
                               AND LKCM-STREET-NO >= DSTM-STREET-LOW-NO
                               AND LKCM-STREET-NO <=
                                               DSTM-STREET-HIGH-NO
                           SET DISTRICT-APPLIES TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF DISTRICT-APPLIES
               PERFORM 0830-ADD-DISTRICT
           END-IF.

       0830-ADD-DISTRICT.
           IF LKCM-DISTRICT-COUNT = 5
               SET LKCM-MORE-DISTRICTS TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LKCM-DISTRICT-COUNT
           MOVE LKCM-DISTRICT-COUNT TO WS-DISTRICT-SUB
           MOVE DSTM-DISTRICT-CODE TO
                               LKCM-DISTRICT-CODE (WS-DISTRICT-SUB)
           MOVE DSTM-DISTRICT-TYPE TO
                               LKCM-DISTRICT-TYPE (WS-DISTRICT-SUB)
           MOVE DSTM-DISTRICT-NAME TO
                               LKCM-DISTRICT-NAME (WS-DISTRICT-SUB).
