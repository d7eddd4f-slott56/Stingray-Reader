      *================================================================
      *  ZIPSUSW  --  CICS PSEUDO-CONVERSATIONAL WORK SCREEN (TRANID
      *                ZIPW) OVER THE KEYED SUSPENSE WORKLIST
      *                (SUSPMSTR), FOR THE ADDRESS-CORRECTION GROUP
      *                THAT RESEARCHES THE REQUESTS ZIPSUSP LISTS AS
      *                PERSISTENT FAILURES.  THE CLERK PAGES THROUGH
      *                THE OPEN ITEMS OLDEST FIRST (F FIRST, N NEXT),
      *                KEYS A CORRECTED ZIP/ADD-ON/STREET NUMBER AND
      *                LOOKS IT UP (L) THROUGH THE ZIPCSRV COUNTY
      *                SERVICE, SO THE ANSWER SHOWN IS EXACTLY WHAT
      *                THE BATCH LOOKUPS WOULD GIVE.  THE CLERK THEN
      *                CLOSES THE ITEM UNDER THEIR INITIALS AS WORKED
      *                (W -- ONLY A CORRECTION THAT RESOLVES CAN BE
      *                MARKED WORKED, AND THE CORRECTION AND ITS
      *                COUNTY ARE HELD ON THE ITEM), UNRESOLVABLE (U)
      *                OR RETURNED TO THE REQUESTER (R).  A CLOSED
      *                ITEM DROPS OFF THE WORKLIST AND ZIPSUSP NO
      *                LONGER RE-DRIVES IT; ZIPSUSP SENDS EACH WORKED
      *                ITEM BACK TO THE ORIGINATING SYSTEM ON THE
      *                CORRECTION FEEDBACK FILE.  THE CURRENT ITEM'S
      *                KEY TRAVELS IN THE COMMAREA BETWEEN SCREENS.
      *                SCREEN HANDLING FOLLOWS ZIPOVRM.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPSUSW.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESP                             PIC S9(08) COMP.

       01  WS-CSRV-RESP                        PIC S9(08) COMP.

       01  WS-ACTION-OK                        PIC X(01).
           88  ACTION-ACCEPTED                 VALUE 'Y'.

       01  WS-ITEM-FOUND                       PIC X(01).
           88  ITEM-WAS-FOUND                  VALUE 'Y'.

       01  WS-SCAN-DONE                        PIC X(01).
           88  SCAN-DONE                       VALUE 'Y'.

      *    THE KEY OF THE ITEM ON THE SCREEN, CARRIED ACROSS THE
      *    PSEUDO-CONVERSATION IN THE COMMAREA; SPACES WHEN THE
      *    SCREEN HOLDS NO ITEM.
       01  WS-CURRENT-KEY                      PIC X(42).

      *    N STARTS ITS BROWSE AT THE CURRENT ITEM AND STEPS OVER IT.
       01  WS-SKIP-KEY                         PIC X(42).

       01  WS-CURRENT-TIMESTAMP                PIC X(14).

      *    THE SIGNED-ON USERID GOES ON EVERY CLOSED ITEM ALONGSIDE
      *    THE TYPED INITIALS, AS ON THE OVERRIDE SCREEN.
       01  WS-USERID                           PIC X(08).

       01  WS-CLOSE-MESSAGE                    PIC X(60).

           COPY "zipsusk.cpy".
           COPY "ziplkcm.cpy".
           COPY "zipsusm.cpy".

       LINKAGE SECTION.
       01  DFHCOMMAREA                         PIC X(42).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           EXEC CICS
               ASSIGN USERID(WS-USERID)
           END-EXEC
           MOVE LOW-VALUES TO ZIPSUSI
           MOVE SPACES     TO WS-CURRENT-KEY
           IF EIBCALEN = ZERO
               PERFORM 0300-FIRST-OPEN-ITEM
           ELSE
               MOVE DFHCOMMAREA TO WS-CURRENT-KEY
               EXEC CICS
                   RECEIVE MAP('ZIPSUSM') MAPSET('ZIPSUSS')
                       INTO(ZIPSUSI)
                       RESP(WS-RESP)
               END-EXEC
               MOVE SPACES  TO MSGO
               PERFORM 0340-CLEAR-ITEM-FIELDS
               MOVE ACTIONI TO ACTIONO
               MOVE CZIPI   TO CZIPO
               MOVE CADDONI TO CADDONO
               MOVE CSTRTI  TO CSTRTO
               MOVE INITLI  TO INITLO
               PERFORM 0150-SHOW-CURRENT-ITEM
               PERFORM 0100-VALIDATE-SCREEN
               IF ACTION-ACCEPTED
                   PERFORM 0200-APPLY-ACTION
               END-IF
           END-IF
           EXEC CICS
               SEND MAP('ZIPSUSM') MAPSET('ZIPSUSS')
                   FROM(ZIPSUSO)
                   CURSOR
           END-EXEC
           EXEC CICS
               RETURN TRANSID('ZIPW') COMMAREA(WS-CURRENT-KEY)
           END-EXEC
           GOBACK.

      *    PAGING NEEDS NOTHING KEYED.  EVERY OTHER ACTION WORKS ON
      *    THE ITEM ON THE SCREEN; A LOOK-UP OR A WORKED CLOSURE
      *    NEEDS A CORRECTED ZIP, AND EVERY CLOSURE NEEDS THE CLERK'S
      *    INITIALS.  THE STREET NUMBER IS RIGHT-JUSTIFIED AND ZERO-
      *    FILLED BY THE MAP; ZERO OR BLANK MEANS NO STREET NUMBER.
       0100-VALIDATE-SCREEN.
           MOVE 'N' TO WS-ACTION-OK
           IF ACTIONI NOT = 'F' AND ACTIONI NOT = 'N'
                   AND ACTIONI NOT = 'L' AND ACTIONI NOT = 'W'
                   AND ACTIONI NOT = 'U' AND ACTIONI NOT = 'R'
               MOVE 'ACTION MUST BE F, N, L (LOOK UP), W, U OR R'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF
           IF ACTIONI = 'F' OR ACTIONI = 'N'
               SET ACTION-ACCEPTED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT ITEM-WAS-FOUND
               IF MSGO = SPACES
                   MOVE 'NO ITEM ON THE SCREEN - F SHOWS THE OLDEST'
                       TO MSGO
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF ACTIONI = 'L' OR ACTIONI = 'W'
               IF CZIPI NOT NUMERIC
                   MOVE 'ENTER THE CORRECTED 5-DIGIT ZIP CODE' TO MSGO
                   EXIT PARAGRAPH
               END-IF
               IF CADDONI NOT = SPACES AND CADDONI NOT = LOW-VALUES
                       AND CADDONI NOT NUMERIC
                   MOVE 'CORRECTED ADD-ON MUST BE 4 DIGITS OR BLANK'
                       TO MSGO
                   EXIT PARAGRAPH
               END-IF
               IF CSTRTI NOT = SPACES AND CSTRTI NOT = LOW-VALUES
                       AND CSTRTI NOT NUMERIC
                   MOVE 'CORRECTED STREET NUMBER MUST BE NUMERIC'
                       TO MSGO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF ACTIONI NOT = 'L'
               IF INITLI = SPACES OR INITLI = LOW-VALUES
                   MOVE 'ENTER YOUR INITIALS - EVERY CLOSURE IS KEPT'
                       TO MSGO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET ACTION-ACCEPTED TO TRUE.

       0150-SHOW-CURRENT-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND
           IF WS-CURRENT-KEY = SPACES OR WS-CURRENT-KEY = LOW-VALUES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-KEY TO SUSK-KEY
           EXEC CICS
               READ FILE('SUSPMSTR')
                   INTO(SUSPENSE-WORKLIST-RECORD)
                   RIDFLD(SUSK-KEY)
                   RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET ITEM-WAS-FOUND TO TRUE
               PERFORM 0160-DISPLAY-ITEM
           ELSE
               MOVE SPACES TO WS-CURRENT-KEY
               MOVE 'ITEM NO LONGER ON THE WORKLIST - N FOR THE NEXT'
                   TO MSGO
           END-IF.

       0160-DISPLAY-ITEM.
           MOVE SUSK-FIRST-SEEN-DATE   TO SEENO
           MOVE SUSK-CYCLES-UNRESOLVED TO CYCLEO
           MOVE SUSK-ZIP-CODE          TO OZIPO
           MOVE SUSK-ADD-ON-LOW-NO     TO OADDONO
           MOVE SUSK-STREET-NO         TO OSTRTO
           MOVE SUSK-CALLER-REFERENCE  TO REFERO
           MOVE SPACES                 TO STATO
           EVALUATE TRUE
               WHEN SUSK-OPEN
                   MOVE 'OPEN' TO STATO
               WHEN SUSK-WORKED
                   STRING 'WORKED BY ' SUSK-CLOSED-BY-INITIALS ' '
                       SUSK-CLOSED-USERID ' AT ' SUSK-CLOSED-TIMESTAMP
                       DELIMITED BY SIZE INTO STATO
               WHEN SUSK-UNRESOLVABLE
                   STRING 'UNRESOLVABLE - ' SUSK-CLOSED-BY-INITIALS ' '
                       SUSK-CLOSED-USERID ' AT ' SUSK-CLOSED-TIMESTAMP
                       DELIMITED BY SIZE INTO STATO
               WHEN SUSK-RETURNED
                   STRING 'RETURNED BY ' SUSK-CLOSED-BY-INITIALS ' '
                       SUSK-CLOSED-USERID ' AT ' SUSK-CLOSED-TIMESTAMP
                       DELIMITED BY SIZE INTO STATO
           END-EVALUATE.

       0200-APPLY-ACTION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CURRENT-TIMESTAMP
           EVALUATE ACTIONI
               WHEN 'F'
                   PERFORM 0300-FIRST-OPEN-ITEM
               WHEN 'N'
                   PERFORM 0310-NEXT-OPEN-ITEM
               WHEN 'L'
                   PERFORM 0400-LOOK-UP-CORRECTION
               WHEN 'W'
                   PERFORM 0500-MARK-WORKED
               WHEN 'U'
                   PERFORM 0510-CLOSE-ITEM
               WHEN 'R'
                   PERFORM 0510-CLOSE-ITEM
           END-EVALUATE.

       0300-FIRST-OPEN-ITEM.
           MOVE LOW-VALUES TO SUSK-KEY WS-SKIP-KEY
           PERFORM 0320-BROWSE-FOR-OPEN-ITEM
           IF NOT ITEM-WAS-FOUND
               MOVE 'NO OPEN ITEMS ON THE SUSPENSE WORKLIST' TO MSGO
           END-IF.

       0310-NEXT-OPEN-ITEM.
           IF WS-CURRENT-KEY = SPACES
               MOVE LOW-VALUES     TO SUSK-KEY WS-SKIP-KEY
           ELSE
               MOVE WS-CURRENT-KEY TO SUSK-KEY WS-SKIP-KEY
           END-IF
           PERFORM 0320-BROWSE-FOR-OPEN-ITEM
           IF NOT ITEM-WAS-FOUND
               MOVE 'NO MORE OPEN ITEMS - F GOES BACK TO THE OLDEST'
                   TO MSGO
           END-IF.

      *    THE WORKLIST IS KEYED ON FIRST-SEEN DATE, SO A FORWARD
      *    BROWSE MEETS THE OLDEST ITEMS FIRST.  ITEMS ALREADY CLOSED
      *    ARE STEPPED OVER.  A NEW ITEM ON THE SCREEN STARTS WITH
      *    ITS OWN ADDRESS IN THE CORRECTION FIELDS, SO THE CLERK
      *    RE-KEYS ONLY WHAT IS WRONG.
       0320-BROWSE-FOR-OPEN-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND
           MOVE 'N' TO WS-SCAN-DONE
           EXEC CICS
               STARTBR FILE('SUSPMSTR')
                   RIDFLD(SUSK-KEY)
                   KEYLENGTH(LENGTH OF SUSK-KEY)
                   GTEQ
                   RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 0330-READ-NEXT-ITEM UNTIL SCAN-DONE
               EXEC CICS
                   ENDBR FILE('SUSPMSTR')
               END-EXEC
           END-IF
           PERFORM 0340-CLEAR-ITEM-FIELDS
           MOVE SPACES TO CZIPO CADDONO CSTRTO
           IF ITEM-WAS-FOUND
               MOVE SUSK-KEY            TO WS-CURRENT-KEY
               PERFORM 0160-DISPLAY-ITEM
               MOVE SUSK-ZIP-CODE       TO CZIPO
               MOVE SUSK-ADD-ON-LOW-NO  TO CADDONO
               MOVE SUSK-STREET-NO      TO CSTRTO
           ELSE
               MOVE SPACES              TO WS-CURRENT-KEY
           END-IF.

       0330-READ-NEXT-ITEM.
           EXEC CICS
               READNEXT FILE('SUSPMSTR')
                   INTO(SUSPENSE-WORKLIST-RECORD)
                   RIDFLD(SUSK-KEY)
                   KEYLENGTH(LENGTH OF SUSK-KEY)
                   RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET SCAN-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF SUSK-KEY NOT = WS-SKIP-KEY AND SUSK-OPEN
               SET ITEM-WAS-FOUND TO TRUE
               SET SCAN-DONE TO TRUE
           END-IF.

      *    THE CORRECTION AND INITIALS FIELDS SHARE STORAGE WITH
      *    WHAT WAS JUST RECEIVED, SO ONLY THE DISPLAY FIELDS ARE
      *    CLEARED HERE.
       0340-CLEAR-ITEM-FIELDS.
           MOVE SPACES TO SEENO CYCLEO OZIPO OADDONO OSTRTO REFERO
           MOVE SPACES TO STATO STATEO CNTNOO CNTNMO FIPSO BASISO.

       0400-LOOK-UP-CORRECTION.
           PERFORM 0410-RESOLVE-CORRECTION
           IF LKCM-WAS-FOUND
               MOVE 'CORRECTION RESOLVES - W MARKS THE ITEM WORKED'
                   TO MSGO
           ELSE
               IF MSGO = SPACES
                   MOVE 'CORRECTION NOT FOUND ON THE CURRENT TAPE'
                       TO MSGO
               END-IF
           END-IF.

      *    THE SAME SERVICE ORDER-ENTRY AND CLAIMS LINK TO, WITH THE
      *    SAME CONVENTIONS: BLANK ADD-ON FOR THE ZIP-LEVEL FALLBACK,
      *    ZERO STREET NUMBER WHEN THERE IS NONE.
       0410-RESOLVE-CORRECTION.
           MOVE SPACES TO LKCM-COMMAREA
           MOVE ZERO   TO LKCM-DISTRICT-COUNT
           MOVE CZIPI  TO LKCM-ZIP-CODE
           IF CADDONI = SPACES OR CADDONI = LOW-VALUES
               MOVE SPACES  TO LKCM-ADD-ON-LOW-NO
           ELSE
               MOVE CADDONI TO LKCM-ADD-ON-LOW-NO
           END-IF
           IF CSTRTI = SPACES OR CSTRTI = LOW-VALUES
               MOVE ZERO    TO LKCM-STREET-NO
           ELSE
               MOVE CSTRTI  TO LKCM-STREET-NO
           END-IF
           EXEC CICS
               LINK PROGRAM('ZIPCSRV')
                   COMMAREA(LKCM-COMMAREA)
                   LENGTH(LENGTH OF LKCM-COMMAREA)
                   RESP(WS-CSRV-RESP)
           END-EXEC
           IF WS-CSRV-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO LKCM-FOUND
               MOVE 'COUNTY SERVICE ZIPCSRV UNAVAILABLE - TRY AGAIN'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF
           IF NOT LKCM-WAS-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE LKCM-STATE-ABBREV TO STATEO
           MOVE LKCM-COUNTY-NO    TO CNTNOO
           MOVE LKCM-COUNTY-NAME  TO CNTNMO
           IF LKCM-FIPS-IS-ASSIGNED
               STRING LKCM-FIPS-STATE-CODE LKCM-FIPS-COUNTY-CODE
                   DELIMITED BY SIZE INTO FIPSO
           ELSE
               MOVE 'NOT ASSIGNED' TO FIPSO
           END-IF
           EVALUATE TRUE
               WHEN LKCM-OVERRIDE-WAS-APPLIED
                   MOVE 'LOCAL OVERRIDE'              TO BASISO
               WHEN LKCM-AT-ZIP-LEVEL
                   MOVE 'ZIP-LEVEL DOMINANT COUNTY'   TO BASISO
               WHEN LKCM-SPLIT-WAS-APPLIED
                   MOVE 'STREET-NUMBER SPLIT'         TO BASISO
               WHEN OTHER
                   MOVE 'ADD-ON RANGE'                TO BASISO
           END-EVALUATE.

      *    THE CORRECTION IS RESOLVED AGAIN AT THE MOMENT OF CLOSING,
      *    SO WHAT IS HELD ON THE ITEM -- AND SENT BACK TO THE
      *    ORIGINATING SYSTEM -- IS WHAT THE CLERK IS LOOKING AT.
       0500-MARK-WORKED.
           PERFORM 0410-RESOLVE-CORRECTION
           IF NOT LKCM-WAS-FOUND
               IF MSGO = SPACES
                   MOVE 'CORRECTION NOT FOUND - NOT MARKED WORKED'
                       TO MSGO
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 0520-READ-FOR-UPDATE
           IF NOT ITEM-WAS-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE LKCM-ZIP-CODE          TO SUSK-CORR-ZIP-CODE
           MOVE LKCM-ADD-ON-LOW-NO     TO SUSK-CORR-ADD-ON-LOW-NO
           MOVE LKCM-STREET-NO         TO SUSK-CORR-STREET-NO
           MOVE LKCM-STATE-ABBREV      TO SUSK-CORR-STATE-ABBREV
           MOVE LKCM-COUNTY-NO         TO SUSK-CORR-COUNTY-NO
           MOVE LKCM-COUNTY-NAME       TO SUSK-CORR-COUNTY-NAME
           MOVE LKCM-FIPS-STATE-CODE   TO SUSK-CORR-FIPS-STATE-CODE
           MOVE LKCM-FIPS-COUNTY-CODE  TO SUSK-CORR-FIPS-COUNTY-CODE
           MOVE LKCM-FIPS-ASSIGNED     TO SUSK-CORR-FIPS-ASSIGNED
           MOVE LKCM-SPLIT-APPLIED     TO SUSK-CORR-SPLIT-APPLIED
           MOVE LKCM-ZIP-LEVEL         TO SUSK-CORR-ZIP-LEVEL
           MOVE LKCM-OVERRIDE-APPLIED  TO SUSK-CORR-OVERRIDE-APPLIED
           SET SUSK-WORKED TO TRUE
           MOVE 'ITEM MARKED WORKED - NEXT OPEN ITEM SHOWN'
               TO WS-CLOSE-MESSAGE
           PERFORM 0530-CLOSE-AND-ADVANCE.

       0510-CLOSE-ITEM.
           PERFORM 0520-READ-FOR-UPDATE
           IF NOT ITEM-WAS-FOUND
               EXIT PARAGRAPH
           END-IF
           IF ACTIONI = 'U'
               SET SUSK-UNRESOLVABLE TO TRUE
               MOVE 'ITEM MARKED UNRESOLVABLE - NEXT OPEN ITEM SHOWN'
                   TO WS-CLOSE-MESSAGE
           ELSE
               SET SUSK-RETURNED TO TRUE
               MOVE 'ITEM MARKED RETURNED - NEXT OPEN ITEM SHOWN'
                   TO WS-CLOSE-MESSAGE
           END-IF
           PERFORM 0530-CLOSE-AND-ADVANCE.

      *    ANOTHER CLERK MAY HAVE CLOSED THE ITEM, OR ZIPSUSP
      *    RESOLVED IT, SINCE THIS SCREEN WAS SENT -- THE UPDATE READ
      *    CHECKS IT IS STILL THERE AND STILL OPEN.
       0520-READ-FOR-UPDATE.
           MOVE 'N'            TO WS-ITEM-FOUND
           MOVE WS-CURRENT-KEY TO SUSK-KEY
           EXEC CICS
               READ FILE('SUSPMSTR')
                   INTO(SUSPENSE-WORKLIST-RECORD)
                   RIDFLD(SUSK-KEY)
                   UPDATE
                   RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ITEM NO LONGER ON THE WORKLIST - N FOR THE NEXT'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF
           IF NOT SUSK-OPEN
               EXEC CICS
                   UNLOCK FILE('SUSPMSTR')
               END-EXEC
               PERFORM 0160-DISPLAY-ITEM
               MOVE 'ITEM ALREADY CLOSED - SEE STATUS, N FOR THE NEXT'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF
           SET ITEM-WAS-FOUND TO TRUE.

       0530-CLOSE-AND-ADVANCE.
           MOVE INITLI               TO SUSK-CLOSED-BY-INITIALS
           MOVE WS-USERID            TO SUSK-CLOSED-USERID
           MOVE WS-CURRENT-TIMESTAMP TO SUSK-CLOSED-TIMESTAMP
           MOVE SPACES               TO SUSK-FEEDBACK-DATE
           EXEC CICS
               REWRITE FILE('SUSPMSTR')
                   FROM(SUSPENSE-WORKLIST-RECORD)
                   RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'SUSPMSTR REWRITE FAILED - ITEM NOT CLOSED'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF
           PERFORM 0310-NEXT-OPEN-ITEM
           IF ITEM-WAS-FOUND
               MOVE WS-CLOSE-MESSAGE TO MSGO
           ELSE
               MOVE 'ITEM CLOSED - NO MORE OPEN ITEMS ON THE WORKLIST'
                   TO MSGO
           END-IF.
