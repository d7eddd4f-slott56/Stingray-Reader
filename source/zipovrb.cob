      *================================================================
      *  ZIPOVRB  --  BATCH OVERRIDE TRANSACTION JOB, THE BULK PATH
      *                TO THE LOCAL OVERRIDE MASTER (CROVRD) FOR WHEN
      *                A COUNTY ASSESSOR SENDS A LIST OF HUNDREDS OF
      *                CORRECTIONS.  EACH TRANSACTION (ZIPOVRT.CPY)
      *                IS EDITED EXACTLY AS THE ZIPOVRM SCREEN EDITS
      *                A KEYED ACTION AND GOES THROUGH THE SAME
      *                CYCLE: AN ADD, CHANGE OR DELETE ONLY BECOMES A
      *                PENDING REQUEST ON THE RECORD, AND TAKES
      *                EFFECT WHEN A DIFFERENT USER APPROVES IT --
      *                ON THE SCREEN, OR WITH V TRANSACTIONS IN A
      *                LATER RUN OF THIS JOB.  A REQUEST CANNOT BE
      *                APPROVED OR REJECTED IN THE SAME RUN THAT MADE
      *                IT, AND ONLY ONE TRANSACTION PER OVERRIDE IS
      *                TAKEN IN A RUN.  EVERY REQUEST, APPROVAL AND
      *                REJECTION IS WRITTEN TO THE AUDIT LOG (OVRDLOG)
      *                WITH THE JOB NAME IN PLACE OF A SIGNED-ON
      *                USERID, SO ZIPOVRA LISTS BATCH AND SCREEN
      *                ACTIONS TOGETHER.  EVERY TRANSACTION IS LISTED ON
      *                OVRBRPT AS APPLIED OR REJECTED WITH THE
      *                REASON.  RETURN CODE 4 WHEN ANY TRANSACTION
      *                WAS REJECTED, 8 WHEN AN AUDIT ROW COULD NOT BE
      *                WRITTEN.  LIKE ANY BATCH UPDATE OF AN ONLINE
      *                FILE, IT RUNS WITH CROVRD AND OVRDLOG CLOSED
      *                TO THE ONLINE REGION.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPOVRB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-TRANSACTION-FILE ASSIGN TO "OVRDTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT LOCAL-OVERRIDE-FILE ASSIGN TO "CROVRD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OVRD-KEY
               FILE STATUS IS WS-OVRD-STATUS.

           SELECT OVERRIDE-AUDIT-FILE ASSIGN TO "OVRDLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OVRA-KEY
               FILE STATUS IS WS-LOG-STATUS.

           SELECT TRANSACTION-REPORT-FILE ASSIGN TO "OVRBRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OVERRIDE-TRANSACTION-FILE.
           COPY "zipovrt.cpy".

       FD  LOCAL-OVERRIDE-FILE.
           COPY "zipovrd.cpy".

       FD  OVERRIDE-AUDIT-FILE.
           COPY "zipovra.cpy".

       FD  TRANSACTION-REPORT-FILE.
       01  RPT-LINE                            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS                      PIC X(02).
           88  TRAN-OK                         VALUE '00'.
           88  TRAN-EOF                        VALUE '10'.

       01  WS-OVRD-STATUS                      PIC X(02).
           88  OVRD-OK                         VALUE '00'.
           88  OVRD-NOT-FOUND                  VALUE '23' '35'.

       01  WS-LOG-STATUS                       PIC X(02).
           88  LOG-OK                          VALUE '00'.
           88  LOG-NOT-FOUND                   VALUE '35'.

       01  WS-RPT-STATUS                       PIC X(02).

       01  WS-COUNTERS.
           05  WS-TRANSACTIONS-READ            PIC 9(09) VALUE ZERO.
           05  WS-REQUESTS-MADE                PIC 9(09) VALUE ZERO.
           05  WS-REQUESTS-APPROVED            PIC 9(09) VALUE ZERO.
           05  WS-REQUESTS-REJECTED            PIC 9(09) VALUE ZERO.
           05  WS-TRANSACTIONS-REFUSED         PIC 9(09) VALUE ZERO.
           05  WS-AUDIT-WRITE-FAILURES         PIC 9(09) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-TRAN-ACCEPTED-SW             PIC X(01).
               88  TRAN-ACCEPTED               VALUE 'Y'.

       01  WS-RANGE-CHECK.
           05  WS-LOW-RANGE-N                  PIC 9(04).
           05  WS-HIGH-RANGE-N                 PIC 9(04).

      *    ONE TIMESTAMP FOR THE WHOLE RUN: IT STAMPS EVERY REQUEST
      *    AND AUDIT ROW, AND IS HOW A V OR R FOR A REQUEST MADE
      *    EARLIER IN THE SAME RUN IS RECOGNISED AND REFUSED.  IT IS
      *    ALSO WHY ONLY ONE TRANSACTION PER OVERRIDE KEY IS TAKEN IN
      *    A RUN (0220-CHECK-KEY-THIS-RUN).
       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-DATE                     PIC X(08).
           05  WS-RUN-TIME                     PIC X(06).
       01  WS-TIME-OF-DAY                      PIC X(08).

       01  WS-JOB-USERID                       PIC X(08)
                                               VALUE 'ZIPOVRB '.

       01  WS-REPORT-LINE.
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-RPT-ACTION                   PIC X(01).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-RPT-ZIP-CODE                 PIC X(05).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-RPT-ADD-ON-LOW-NO            PIC X(04).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-RPT-INITIALS                 PIC X(03).
           05  FILLER                          PIC X(02)  VALUE SPACE.
           05  WS-RPT-RESULT                   PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-TRANSACTIONS UNTIL TRAN-EOF
           PERFORM 0900-TERMINATE
           STOP RUN.

      *    CROVRD AND OVRDLOG DO NOT EXIST UNTIL THE FIRST OVERRIDE
      *    IS REQUESTED; EACH IS CREATED EMPTY ON FIRST USE, AS
      *    ZIPCYCC DOES FOR THE CYCLE STATUS FILE.
       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY (1:6) TO WS-RUN-TIME
           OPEN INPUT OVERRIDE-TRANSACTION-FILE
           OPEN I-O LOCAL-OVERRIDE-FILE
           IF OVRD-NOT-FOUND
               OPEN OUTPUT LOCAL-OVERRIDE-FILE
               CLOSE LOCAL-OVERRIDE-FILE
               OPEN I-O LOCAL-OVERRIDE-FILE
           END-IF
           OPEN I-O OVERRIDE-AUDIT-FILE
           IF LOG-NOT-FOUND
               OPEN OUTPUT OVERRIDE-AUDIT-FILE
               CLOSE OVERRIDE-AUDIT-FILE
               OPEN I-O OVERRIDE-AUDIT-FILE
           END-IF
           OPEN OUTPUT TRANSACTION-REPORT-FILE
           MOVE 'LOCAL OVERRIDE BATCH TRANSACTION REPORT' TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'RUN TIMESTAMP ' WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0110-READ-TRANSACTION.

       0110-READ-TRANSACTION.
           READ OVERRIDE-TRANSACTION-FILE
               AT END
                   SET TRAN-EOF TO TRUE
           END-READ
           IF NOT TRAN-EOF
               ADD 1 TO WS-TRANSACTIONS-READ
           END-IF.

       0200-PROCESS-TRANSACTIONS.
           MOVE SPACES             TO WS-REPORT-LINE
           MOVE OVRT-ACTION-CODE   TO WS-RPT-ACTION
           MOVE OVRT-ZIP-CODE      TO WS-RPT-ZIP-CODE
           MOVE OVRT-ADD-ON-LOW-NO TO WS-RPT-ADD-ON-LOW-NO
           MOVE OVRT-INITIALS      TO WS-RPT-INITIALS
           PERFORM 0210-EDIT-TRANSACTION
           IF TRAN-ACCEPTED
               PERFORM 0220-CHECK-KEY-THIS-RUN
           END-IF
           IF TRAN-ACCEPTED
               EVALUATE TRUE
                   WHEN OVRT-ACTION-ADD
                       PERFORM 0300-REQUEST-ADD
                   WHEN OVRT-ACTION-CHANGE
                   WHEN OVRT-ACTION-DELETE
                       PERFORM 0310-REQUEST-CHANGE-OR-DELETE
                   WHEN OVRT-ACTION-APPROVE
                       PERFORM 0320-APPROVE-REQUEST
                   WHEN OVRT-ACTION-REJECT
                       PERFORM 0330-REJECT-REQUEST
               END-EVALUATE
           END-IF
           IF NOT TRAN-ACCEPTED
               ADD 1 TO WS-TRANSACTIONS-REFUSED
           END-IF
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0110-READ-TRANSACTION.

      *    THE SAME EDITS, IN THE SAME ORDER, AS ZIPOVRM'S
      *    0100-VALIDATE-SCREEN, PLUS A NUMERIC CHECK ON THE ADD-ON
      *    THE SCREEN'S NUM ATTRIBUTE ENFORCES FOR IT.
       0210-EDIT-TRANSACTION.
           MOVE 'N' TO WS-TRAN-ACCEPTED-SW
           IF NOT OVRT-ACTION-VALID
               MOVE 'ACTION MUST BE A, C, D, V (APPROVE) OR R (REJECT)'
                   TO WS-RPT-RESULT
               EXIT PARAGRAPH
           END-IF
           IF OVRT-ZIP-CODE = SPACES
               MOVE 'ZIP CODE MISSING' TO WS-RPT-RESULT
               EXIT PARAGRAPH
           END-IF
           IF OVRT-ADD-ON-LOW-NO NOT NUMERIC
               MOVE 'ADD-ON LOW MISSING OR NOT NUMERIC' TO WS-RPT-RESULT
               EXIT PARAGRAPH
           END-IF
           IF OVRT-INITIALS = SPACES
               MOVE 'INITIALS MISSING - EVERY ACTION IS AUDITED'
                   TO WS-RPT-RESULT
               EXIT PARAGRAPH
           END-IF
           IF OVRT-ACTION-DELETE OR OVRT-ACTION-APPROVE
                   OR OVRT-ACTION-REJECT
               SET TRAN-ACCEPTED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF OVRT-ADD-ON-HIGH-NO = SPACES
               MOVE OVRT-ADD-ON-LOW-NO TO OVRT-ADD-ON-HIGH-NO
           END-IF
           IF OVRT-ADD-ON-HIGH-NO NOT NUMERIC
               MOVE 'ADD-ON HIGH NOT NUMERIC' TO WS-RPT-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE OVRT-ADD-ON-LOW-NO  TO WS-LOW-RANGE-N
           MOVE OVRT-ADD-ON-HIGH-NO TO WS-HIGH-RANGE-N
           IF WS-LOW-RANGE-N > WS-HIGH-RANGE-N
               MOVE 'ADD-ON LOW GREATER THAN ADD-ON HIGH'
                   TO WS-RPT-RESULT
               EXIT PARAGRAPH
           END-IF
           IF OVRT-STATE-ABBREV NOT ALPHABETIC-UPPER
                   OR OVRT-STATE-ABBREV = SPACES
               MOVE 'STATE ABBREVIATION NOT VALID' TO WS-RPT-RESULT
               EXIT PARAGRAPH
           END-IF
           IF OVRT-COUNTY-NO = SPACES
               MOVE 'CORRECTING COUNTY NUMBER MISSING' TO WS-RPT-RESULT
               EXIT PARAGRAPH
           END-IF
           IF OVRT-COUNTY-NAME = SPACES
               MOVE 'CORRECTING COUNTY NAME MISSING' TO WS-RPT-RESULT
               EXIT PARAGRAPH
           END-IF
           IF OVRT-REASON = SPACES
               MOVE 'REASON PROVEN AGAINST THE ASSESSOR MISSING'
                   TO WS-RPT-RESULT
               EXIT PARAGRAPH
           END-IF
           SET TRAN-ACCEPTED TO TRUE.

      *    EVERY AUDIT ROW OF THE RUN CARRIES THE RUN TIMESTAMP, SO A
      *    SECOND TRANSACTION FOR A KEY ALREADY ACTED ON IN THIS RUN
      *    WOULD NEED AN AUDIT KEY THAT IS ALREADY TAKEN.  THE LOG IS
      *    PROBED FOR THAT KEY AND, IF IT IS THERE, THE TRANSACTION
      *    IS REFUSED BEFORE CROVRD IS TOUCHED; IT GOES IN A LATER
      *    RUN.
       0220-CHECK-KEY-THIS-RUN.
           MOVE WS-RUN-TIMESTAMP   TO OVRA-TIMESTAMP
           MOVE OVRT-ZIP-CODE      TO OVRA-ZIP-CODE
           MOVE OVRT-ADD-ON-LOW-NO TO OVRA-ADD-ON-LOW-NO
           READ OVERRIDE-AUDIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-TRAN-ACCEPTED-SW
                   MOVE 'ALREADY ACTED ON IN THIS RUN - RESUBMIT LATER'
                       TO WS-RPT-RESULT
           END-READ.

      *    A NEW OVERRIDE CLAIMS ITS KEY AS A PENDING ADD THAT EVERY
      *    LOOKUP PASSES OVER UNTIL IT IS APPROVED.
       0300-REQUEST-ADD.
           MOVE OVRT-KEY TO OVRD-KEY
           READ LOCAL-OVERRIDE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-TRAN-ACCEPTED-SW
                   MOVE 'OVERRIDE ALREADY ON FILE - USE ACTION C'
                       TO WS-RPT-RESULT
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES                TO LOCAL-OVERRIDE-RECORD
           MOVE OVRT-KEY              TO OVRD-KEY
           MOVE OVRT-ADD-ON-HIGH-NO   TO OVRD-ADD-ON-HIGH-NO
           MOVE OVRT-STATE-ABBREV     TO OVRD-STATE-ABBREV
           MOVE OVRT-COUNTY-NO        TO OVRD-COUNTY-NO
           MOVE OVRT-COUNTY-NAME      TO OVRD-COUNTY-NAME
           MOVE OVRT-INITIALS         TO OVRD-OPERATOR-INITIALS
           MOVE OVRT-REASON           TO OVRD-REASON
           MOVE WS-RUN-DATE           TO OVRD-ADDED-DATE
           PERFORM 0400-BUILD-PENDING-REQUEST
           WRITE LOCAL-OVERRIDE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-ACCEPTED-SW
                   MOVE 'CROVRD WRITE FAILED - OVERRIDE NOT ADDED'
                       TO WS-RPT-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-REQUESTS-MADE
                   MOVE 'ADD REQUESTED - AWAITING SECOND-USER APPROVAL'
                       TO WS-RPT-RESULT
                   PERFORM 0410-AUDIT-FROM-TRANSACTION
           END-WRITE.

      *    A CHANGE OR DELETE IS PARKED IN THE PENDING AREA AND THE
      *    APPROVED FIELDS STAY IN EFFECT.  A DELETE CARRIES THE
      *    OVERRIDE'S CURRENT COUNTY SO THE APPROVER AND THE AUDIT
      *    LOG SEE WHAT IS BEING RETIRED.  ONE OPEN REQUEST AT A TIME.
       0310-REQUEST-CHANGE-OR-DELETE.
           MOVE OVRT-KEY TO OVRD-KEY
           READ LOCAL-OVERRIDE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-ACCEPTED-SW
                   MOVE 'OVERRIDE NOT ON FILE' TO WS-RPT-RESULT
                   EXIT PARAGRAPH
           END-READ
           IF NOT OVRD-NOTHING-PENDING
               MOVE 'N' TO WS-TRAN-ACCEPTED-SW
               MOVE 'A REQUEST IS ALREADY PENDING - V OR R IT FIRST'
                   TO WS-RPT-RESULT
               EXIT PARAGRAPH
           END-IF
           IF OVRT-ACTION-DELETE
               MOVE OVRD-ADD-ON-HIGH-NO TO OVRT-ADD-ON-HIGH-NO
               MOVE OVRD-STATE-ABBREV   TO OVRT-STATE-ABBREV
               MOVE OVRD-COUNTY-NO      TO OVRT-COUNTY-NO
               MOVE OVRD-COUNTY-NAME    TO OVRT-COUNTY-NAME
           END-IF
           PERFORM 0400-BUILD-PENDING-REQUEST
           REWRITE LOCAL-OVERRIDE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-ACCEPTED-SW
                   MOVE 'CROVRD REWRITE FAILED - NOT REQUESTED'
                       TO WS-RPT-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-REQUESTS-MADE
                   IF OVRT-ACTION-DELETE
                       MOVE 'DELETE REQUESTED - AWAITING APPROVAL'
                           TO WS-RPT-RESULT
                   ELSE
                       MOVE 'CHANGE REQUESTED - AWAITING APPROVAL'
                           TO WS-RPT-RESULT
                   END-IF
                   PERFORM 0410-AUDIT-FROM-TRANSACTION
           END-REWRITE.

      *    THE SAME RULES AS THE SCREEN'S APPROVAL, EXCEPT THAT A
      *    BATCH RUN HAS NO SIGNED-ON USERID TO COMPARE: THE INITIALS
      *    MUST DIFFER, AND THE REQUEST MUST COME FROM AN EARLIER RUN.
       0320-APPROVE-REQUEST.
           PERFORM 0340-READ-PENDING-REQUEST
           IF NOT TRAN-ACCEPTED
               EXIT PARAGRAPH
           END-IF
           IF OVRT-INITIALS = OVRD-PEND-REQUESTED-BY
               MOVE 'N' TO WS-TRAN-ACCEPTED-SW
               MOVE 'APPROVER MUST NOT BE THE REQUESTING USER'
                   TO WS-RPT-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 'V' TO OVRA-EVENT-CODE
           PERFORM 0420-AUDIT-FROM-PENDING
           IF OVRD-PENDING-DELETE
               DELETE LOCAL-OVERRIDE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-ACCEPTED-SW
               END-DELETE
           ELSE
               MOVE OVRD-PEND-ADD-ON-HIGH-NO TO OVRD-ADD-ON-HIGH-NO
               MOVE OVRD-PEND-STATE-ABBREV   TO OVRD-STATE-ABBREV
               MOVE OVRD-PEND-COUNTY-NO      TO OVRD-COUNTY-NO
               MOVE OVRD-PEND-COUNTY-NAME    TO OVRD-COUNTY-NAME
               MOVE OVRD-PEND-REASON         TO OVRD-REASON
               MOVE OVRD-PEND-REQUESTED-BY   TO OVRD-OPERATOR-INITIALS
               IF OVRD-PENDING-ADD
                   MOVE WS-RUN-DATE          TO OVRD-ADDED-DATE
               END-IF
               MOVE OVRT-INITIALS            TO
                                           OVRD-APPROVED-BY-INITIALS
               MOVE WS-RUN-DATE              TO OVRD-APPROVED-DATE
               MOVE SPACES                   TO OVRD-PENDING-REQUEST
               REWRITE LOCAL-OVERRIDE-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-ACCEPTED-SW
               END-REWRITE
           END-IF
           IF TRAN-ACCEPTED
               ADD 1 TO WS-REQUESTS-APPROVED
               MOVE 'REQUEST APPROVED - NOW IN EFFECT'
                   TO WS-RPT-RESULT
               PERFORM 0430-WRITE-AUDIT-ROW
           ELSE
               MOVE 'CROVRD UPDATE FAILED - REQUEST NOT APPROVED'
                   TO WS-RPT-RESULT
           END-IF.

      *    ANYONE MAY REJECT, INCLUDING THE REQUESTER WITHDRAWING
      *    THEIR OWN REQUEST.  A REJECTED ADD REMOVES THE RECORD IT
      *    CLAIMED; A REJECTED CHANGE OR DELETE CLEARS THE PENDING
      *    AREA AND LEAVES THE OVERRIDE AS IT WAS.
       0330-REJECT-REQUEST.
           PERFORM 0340-READ-PENDING-REQUEST
           IF NOT TRAN-ACCEPTED
               EXIT PARAGRAPH
           END-IF
           MOVE 'X' TO OVRA-EVENT-CODE
           PERFORM 0420-AUDIT-FROM-PENDING
           IF OVRD-PENDING-ADD
               DELETE LOCAL-OVERRIDE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-ACCEPTED-SW
               END-DELETE
           ELSE
               MOVE SPACES TO OVRD-PENDING-REQUEST
               REWRITE LOCAL-OVERRIDE-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-ACCEPTED-SW
               END-REWRITE
           END-IF
           IF TRAN-ACCEPTED
               ADD 1 TO WS-REQUESTS-REJECTED
               MOVE 'REQUEST REJECTED' TO WS-RPT-RESULT
               PERFORM 0430-WRITE-AUDIT-ROW
           ELSE
               MOVE 'CROVRD UPDATE FAILED - REQUEST NOT REJECTED'
                   TO WS-RPT-RESULT
           END-IF.

       0340-READ-PENDING-REQUEST.
           MOVE OVRT-KEY TO OVRD-KEY
           READ LOCAL-OVERRIDE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-ACCEPTED-SW
                   MOVE 'OVERRIDE NOT ON FILE' TO WS-RPT-RESULT
                   EXIT PARAGRAPH
           END-READ
           IF OVRD-NOTHING-PENDING
               MOVE 'N' TO WS-TRAN-ACCEPTED-SW
               MOVE 'NO REQUEST PENDING ON THIS OVERRIDE'
                   TO WS-RPT-RESULT
               EXIT PARAGRAPH
           END-IF
           IF OVRD-PEND-REQUESTED-TIMESTAMP = WS-RUN-TIMESTAMP
               MOVE 'N' TO WS-TRAN-ACCEPTED-SW
               MOVE 'REQUESTED IN THIS RUN - SETTLE IT IN A LATER RUN'
                   TO WS-RPT-RESULT
           END-IF.

       0400-BUILD-PENDING-REQUEST.
           MOVE OVRT-ACTION-CODE      TO OVRD-PEND-ACTION-CODE
           MOVE OVRT-ADD-ON-HIGH-NO   TO OVRD-PEND-ADD-ON-HIGH-NO
           MOVE OVRT-STATE-ABBREV     TO OVRD-PEND-STATE-ABBREV
           MOVE OVRT-COUNTY-NO        TO OVRD-PEND-COUNTY-NO
           MOVE OVRT-COUNTY-NAME      TO OVRD-PEND-COUNTY-NAME
           MOVE OVRT-REASON           TO OVRD-PEND-REASON
           MOVE OVRT-INITIALS         TO OVRD-PEND-REQUESTED-BY
           MOVE WS-JOB-USERID         TO OVRD-PEND-REQUESTED-USERID
           MOVE WS-RUN-TIMESTAMP      TO OVRD-PEND-REQUESTED-TIMESTAMP.

       0410-AUDIT-FROM-TRANSACTION.
           MOVE 'R'               TO OVRA-EVENT-CODE
           MOVE OVRT-ACTION-CODE  TO OVRA-ACTION-CODE
           MOVE OVRT-STATE-ABBREV TO OVRA-STATE-ABBREV
           MOVE OVRT-COUNTY-NO    TO OVRA-COUNTY-NO
           MOVE OVRT-INITIALS     TO OVRA-OPERATOR-INITIALS
           MOVE OVRT-INITIALS     TO OVRA-REQUESTED-BY
           MOVE OVRT-REASON       TO OVRA-REASON
           PERFORM 0430-WRITE-AUDIT-ROW.

       0420-AUDIT-FROM-PENDING.
           MOVE OVRD-PEND-ACTION-CODE  TO OVRA-ACTION-CODE
           MOVE OVRD-PEND-STATE-ABBREV TO OVRA-STATE-ABBREV
           MOVE OVRD-PEND-COUNTY-NO    TO OVRA-COUNTY-NO
           MOVE OVRT-INITIALS          TO OVRA-OPERATOR-INITIALS
           MOVE OVRD-PEND-REQUESTED-BY TO OVRA-REQUESTED-BY
           MOVE OVRD-PEND-REASON       TO OVRA-REASON.

      *    WRITTEN ONLY AFTER THE MASTER ACTION HAS TAKEN, AS ON THE
      *    SCREEN.  A FAILED AUDIT WRITE IS CALLED OUT ON THE REPORT
      *    AND FORCES RETURN CODE 8 -- AN UNAUDITED OVERRIDE IS A
      *    FINDING.
       0430-WRITE-AUDIT-ROW.
           MOVE WS-RUN-TIMESTAMP   TO OVRA-TIMESTAMP
           MOVE OVRT-ZIP-CODE      TO OVRA-ZIP-CODE
           MOVE OVRT-ADD-ON-LOW-NO TO OVRA-ADD-ON-LOW-NO
           MOVE WS-JOB-USERID      TO OVRA-USERID
           WRITE OVERRIDE-AUDIT-RECORD
               INVALID KEY
                   ADD 1 TO WS-AUDIT-WRITE-FAILURES
                   MOVE 'ACTION TOOK BUT AUDIT WRITE FAILED - REPORT IT'
                       TO WS-RPT-RESULT
           END-WRITE.

       0900-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'TRANSACTIONS READ      : ' WS-TRANSACTIONS-READ
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'REQUESTS MADE          : ' WS-REQUESTS-MADE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'REQUESTS APPROVED      : ' WS-REQUESTS-APPROVED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'REQUESTS REJECTED      : ' WS-REQUESTS-REJECTED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'TRANSACTIONS REFUSED   : ' WS-TRANSACTIONS-REFUSED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'AUDIT WRITE FAILURES   : ' WS-AUDIT-WRITE-FAILURES
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE OVERRIDE-TRANSACTION-FILE
           CLOSE LOCAL-OVERRIDE-FILE
           CLOSE OVERRIDE-AUDIT-FILE
           CLOSE TRANSACTION-REPORT-FILE
           DISPLAY 'ZIPOVRB: TRANSACTIONS READ    = '
               WS-TRANSACTIONS-READ
           DISPLAY 'ZIPOVRB: REQUESTS MADE        = '
               WS-REQUESTS-MADE
           DISPLAY 'ZIPOVRB: REQUESTS APPROVED    = '
               WS-REQUESTS-APPROVED
           DISPLAY 'ZIPOVRB: REQUESTS REJECTED    = '
               WS-REQUESTS-REJECTED
           DISPLAY 'ZIPOVRB: TRANSACTIONS REFUSED = '
               WS-TRANSACTIONS-REFUSED
           DISPLAY 'ZIPOVRB: AUDIT WRITE FAILURES = '
               WS-AUDIT-WRITE-FAILURES
           EVALUATE TRUE
               WHEN WS-AUDIT-WRITE-FAILURES > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TRANSACTIONS-REFUSED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
