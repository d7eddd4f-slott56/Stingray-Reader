      *                DOMINANT COUNTY WITH AN EXPLICIT RESOLVED-AT-
      *                ZIP-LEVEL FLAG IN THE RESPONSE.  MULTI-COUNTY
      *                ZIPS STILL COME BACK NOT FOUND AND SUSPEND.
      *                WHETHER OR NOT A COUNTY IS FOUND, THE SPECIAL
      *                TAX DISTRICT MASTER (DISTMSTR, LOADED BY
      *                ZIPDSTLD) IS SCANNED FOR THE ZIP AND UP TO FIVE
      *                APPLICABLE DISTRICTS ARE RETURNED, WITH AN
      *                OVERFLOW FLAG WHEN THERE ARE MORE.
      *
      *                CALL "ZIPLKUP" USING LKUP-REQUEST LKUP-RESPONSE.
      *================================================================
               RECORD KEY IS OVRD-KEY
               FILE STATUS IS WS-OVRD-STATUS.

           SELECT DISTRICT-MASTER-FILE ASSIGN TO "DISTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSTM-KEY
               FILE STATUS IS WS-DIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CR-MASTER-FILE.
       FD  LOCAL-OVERRIDE-FILE.
           COPY "zipovrd.cpy".

       FD  DISTRICT-MASTER-FILE.
           COPY "zipdstm.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MSTR-STATUS                      PIC X(02).
           88  MSTR-OK                         VALUE '00'.
       01  WS-OVRD-STATUS                      PIC X(02).
           88  OVRD-OK                         VALUE '00'.

       01  WS-DIST-STATUS                      PIC X(02).
           88  DIST-OK                         VALUE '00'.

       01  WS-FILES-OPEN                       PIC X(01) VALUE 'N'.
           88  FILES-OPEN                      VALUE 'Y'.

       01  WS-OVRD-AVAILABLE                   PIC X(01) VALUE 'Y'.
           88  OVERRIDE-AVAILABLE              VALUE 'Y'.

      *    DISTMSTR DOES NOT EXIST UNTIL ZIPDSTLD HAS RUN ONCE; A
      *    FAILED OPEN SIMPLY RETURNS NO DISTRICTS.
       01  WS-DIST-AVAILABLE                   PIC X(01) VALUE 'Y'.
           88  DISTRICT-AVAILABLE              VALUE 'Y'.

       01  WS-DISTRICT-SCAN-DONE               PIC X(01).
           88  DISTRICT-SCAN-DONE               VALUE 'Y'.

       01  WS-DISTRICT-APPLIES                 PIC X(01).
           88  DISTRICT-APPLIES                 VALUE 'Y'.

       01  WS-SPLIT-SCAN-DONE                  PIC X(01).
           88  SPLIT-SCAN-DONE                  VALUE 'Y'.

           05  WS-RANGE-LOW-N                  PIC 9(04).
           05  WS-RANGE-HIGH-N                 PIC 9(04).

       01  WS-DISTRICT-SUB                     PIC 9(01).

       LINKAGE SECTION.
       01  LKUP-REQUEST.
           05  LKUP-ZIP-CODE                   PIC X(05).
               88  LKUP-RESOLVED-AT-ZIP-LEVEL    VALUE 'Y'.
           05  LKUP-OVERRIDE-APPLIED           PIC X(01).
               88  LKUP-OVERRIDE-WAS-APPLIED     VALUE 'Y'.
           05  LKUP-DISTRICTS.
               10  LKUP-DISTRICT-COUNT         PIC 9(01).
               10  LKUP-DISTRICT-OVERFLOW      PIC X(01).
                   88  LKUP-MORE-DISTRICTS       VALUE 'Y'.
               10  LKUP-DISTRICT-ENTRY         OCCURS 5 TIMES.
                   15  LKUP-DISTRICT-CODE      PIC X(05).
                   15  LKUP-DISTRICT-TYPE      PIC X(02).
                   15  LKUP-DISTRICT-NAME      PIC X(25).

       PROCEDURE DIVISION USING LKUP-REQUEST LKUP-RESPONSE.
       0000-MAINLINE.
           IF LKUP-WAS-FOUND
               PERFORM 0400-LOOKUP-FIPS
           END-IF
           PERFORM 0700-LOOKUP-DISTRICTS
           GOBACK.

       0100-ENSURE-FILES-OPEN.
               IF NOT OVRD-OK
                   MOVE 'N' TO WS-OVRD-AVAILABLE
               END-IF
               OPEN INPUT DISTRICT-MASTER-FILE
               IF NOT DIST-OK
                   MOVE 'N' TO WS-DIST-AVAILABLE
               END-IF
               SET FILES-OPEN TO TRUE
           END-IF.

      *    REQUEST TAKES THE OVERRIDE'S COUNTY OUTRIGHT -- THE
      *    OVERRIDE EXISTS PRECISELY BECAUSE THE VENDOR'S RECORD FOR
      *    THIS RANGE IS PROVEN WRONG, SO NEITHER THE VENDOR BASE
      *    RANGE NOR ITS SPLITS ARE CONSULTED.  AN ADD STILL AWAITING
      *    SECOND-USER APPROVAL IS NOT IN EFFECT AND IS PASSED OVER;
      *    A PENDING CHANGE OR DELETE LEAVES THE APPROVED FIELDS IN
      *    EFFECT UNTIL IT IS APPROVED.
       0600-LOOKUP-OVERRIDE.
           MOVE SPACES TO LKUP-RESPONSE
           IF NOT OVERRIDE-AVAILABLE

       0610-EVALUATE-OVERRIDE-RECORD.
           IF OVRD-ZIP-CODE = LKUP-ZIP-CODE
                   AND NOT OVRD-PENDING-ADD
               MOVE OVRD-ADD-ON-LOW-NO  TO WS-RANGE-LOW-N
               MOVE OVRD-ADD-ON-HIGH-NO TO WS-RANGE-HIGH-N
               IF WS-REQ-ADD-ON-N >= WS-RANGE-LOW-N
                   MOVE OVRD-COUNTY-NAME  TO LKUP-COUNTY-NAME
               END-IF
           END-IF.

      *    DISTRICTS OVERLAP COUNTIES AND EACH OTHER, SO EVERY RANGE
      *    ON FILE FOR THE ZIP IS TESTED RATHER THAN STOPPING AT THE
      *    FIRST HIT.  THE MASTER IS IN ADD-ON-LOW ORDER WITHIN THE
      *    ZIP, SO THE SCAN STOPS AT THE FIRST RANGE STARTING ABOVE
      *    THE REQUESTED ADD-ON.  AN ADD-ON-LESS REQUEST ONLY PICKS
      *    UP DISTRICTS THAT COVER THE WHOLE ZIP (0000-9999, NO
      *    STREET RANGE); A STREET-LIMITED DISTRICT NEEDS A STREET
      *    NUMBER INSIDE ITS RANGE.
       0700-LOOKUP-DISTRICTS.
           MOVE ZERO   TO LKUP-DISTRICT-COUNT
           MOVE 'N'    TO LKUP-DISTRICT-OVERFLOW
           MOVE SPACES TO LKUP-DISTRICT-ENTRY (1)
                          LKUP-DISTRICT-ENTRY (2)
                          LKUP-DISTRICT-ENTRY (3)
                          LKUP-DISTRICT-ENTRY (4)
                          LKUP-DISTRICT-ENTRY (5)
           IF NOT DISTRICT-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE LKUP-ZIP-CODE TO DSTM-ZIP-CODE
           MOVE LOW-VALUES    TO DSTM-ADD-ON-LOW-NO
                                 DSTM-DISTRICT-CODE
           MOVE ZERO          TO DSTM-STREET-LOW-NO
           MOVE 'N'           TO WS-DISTRICT-SCAN-DONE
           START DISTRICT-MASTER-FILE KEY IS NOT LESS THAN DSTM-KEY
               INVALID KEY
                   SET DISTRICT-SCAN-DONE TO TRUE
           END-START
           PERFORM 0710-READ-NEXT-DISTRICT
               UNTIL DISTRICT-SCAN-DONE.

       0710-READ-NEXT-DISTRICT.
           READ DISTRICT-MASTER-FILE NEXT RECORD
               AT END
                   SET DISTRICT-SCAN-DONE TO TRUE
               NOT AT END
                   PERFORM 0720-EVALUATE-DISTRICT-RECORD
           END-READ.

       0720-EVALUATE-DISTRICT-RECORD.
           MOVE 'N' TO WS-DISTRICT-APPLIES
           IF DSTM-ZIP-CODE NOT = LKUP-ZIP-CODE
               SET DISTRICT-SCAN-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LKUP-ADD-ON-LOW-NO = SPACES
                   OR LKUP-ADD-ON-LOW-NO = LOW-VALUES
               IF DSTM-ADD-ON-LOW-NO = '0000'
                       AND DSTM-ADD-ON-HIGH-NO = '9999'
                       AND DSTM-NO-STREET-RANGE
                   SET DISTRICT-APPLIES TO TRUE
               END-IF
           ELSE
               IF DSTM-ADD-ON-LOW-NO > LKUP-ADD-ON-LOW-NO
                   SET DISTRICT-SCAN-DONE TO TRUE
                   EXIT PARAGRAPH
               END-IF
               IF LKUP-ADD-ON-LOW-NO <= DSTM-ADD-ON-HIGH-NO
                   IF DSTM-NO-STREET-RANGE
                       SET DISTRICT-APPLIES TO TRUE
                   ELSE
                       IF LKUP-STREET-NO NOT = ZERO
                               AND LKUP-STREET-NO >= DSTM-STREET-LOW-NO
                               AND LKUP-STREET-NO <=
                                               DSTM-STREET-HIGH-NO
                           SET DISTRICT-APPLIES TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF DISTRICT-APPLIES
               PERFORM 0730-ADD-DISTRICT
           END-IF.

       0730-ADD-DISTRICT.
           IF LKUP-DISTRICT-COUNT = 5
               SET LKUP-MORE-DISTRICTS TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LKUP-DISTRICT-COUNT
           MOVE LKUP-DISTRICT-COUNT TO WS-DISTRICT-SUB
           MOVE DSTM-DISTRICT-CODE TO
                               LKUP-DISTRICT-CODE (WS-DISTRICT-SUB)
           MOVE DSTM-DISTRICT-TYPE TO
                               LKUP-DISTRICT-TYPE (WS-DISTRICT-SUB)
           MOVE DSTM-DISTRICT-NAME TO
                               LKUP-DISTRICT-NAME (WS-DISTRICT-SUB).
