      *================================================================
      *  ZIPBLAUD --  FULL-BASE BILLED-COUNTY AUDIT.  ZIPIMPCT ONLY
      *                LOOKS AT ACCOUNTS INSIDE RANGES THE MONTH'S
      *                TAPE CHANGED, SO AN ACCOUNT BILLED TO THE WRONG
      *                COUNTY FOR ANY OTHER REASON -- A COUNTY KEYED
      *                BY HAND AT SET-UP, AN OVERRIDE ADDED AFTER THE
      *                ACCOUNT WAS RATED, A CORRECTION TAPE APPLIED BY
      *                ZIPCORR -- STAYS WRONG FOR GOOD.  THIS JOB
      *                READS BILLING'S WHOLE ACCOUNT FILE (ACCTIN,
      *                WITH THE BILLED STATE/COUNTY AND FIPS CODE ON
      *                EVERY RECORD, SORTED INTO ZIP/ADD-ON SEQUENCE
      *                LIKE A ZIPLKHV REQUEST FILE), RESOLVES EVERY
      *                ACCOUNT WITH ZIPLKHV'S ONE-PASS TECHNIQUE
      *                AGAINST THE LIVE MASTERS -- SPLITS, LOCAL
      *                OVERRIDES, ZIP-LEVEL FALLBACK AND FIPS ALL
      *                APPLIED BY THE SAME RULES -- AND WRITES A
      *                MACHINE-READABLE CORRECTION FILE (BLAUDCOR, SEE
      *                ZIPBCOR.CPY) OF EVERY ACCOUNT WHOSE BILLED
      *                STATE/COUNTY OR FIPS CODE DISAGREES, OR WHOSE
      *                ADDRESS NO LONGER RESOLVES.  THE REPORT
      *                (BLAUDRPT) SUMMARISES ACCOUNTS CHECKED AND IN
      *                ERROR BY BILLED STATE/COUNTY, AND ITS TOTALS
      *                PROVE EVERY ACCOUNT ON THE FILE WAS CHECKED --
      *                THE EVIDENCE TAX COMPLIANCE GIVES THE AUDITORS
      *                THAT THE WHOLE BOOK WAS LOOKED AT, NOT JUST
      *                THIS MONTH'S CHANGES.  A PERIODIC JOB OUTSIDE
      *                THE MONTHLY CYCLE, LIKE ZIPLKHV, SO IT IS NOT
      *                UNDER CYCLE CONTROL; IT ONLY READS THE MASTERS
      *                AND CAN BE RERUN FROM THE START AT ANY TIME.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPBLAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-ADDRESS-FILE ASSIGN TO "ACCTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO "BLAUDCOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BCOR-STATUS.

           SELECT AUDIT-REPORT-FILE ASSIGN TO "BLAUDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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

           SELECT FIPS-MASTER-FILE ASSIGN TO "FIPSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIPS-KEY
               FILE STATUS IS WS-FIPS-STATUS.

           SELECT ZIP-SUMMARY-FILE ASSIGN TO "CRZSUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZSUM-ZIP-CODE
               FILE STATUS IS WS-ZSUM-STATUS.

           SELECT LOCAL-OVERRIDE-FILE ASSIGN TO "CROVRD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OVRD-KEY
               FILE STATUS IS WS-OVRD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-ADDRESS-FILE.
           COPY "zipacct.cpy".

       FD  CORRECTION-FILE.
           COPY "zipbcor.cpy".

       FD  AUDIT-REPORT-FILE.
       01  RPT-LINE                            PIC X(100).

       FD  CR-MASTER-FILE.
           COPY "zipmstr.cpy".

       FD  CR-SPLIT-FILE.
           COPY "zipsplt.cpy".

       FD  FIPS-MASTER-FILE.
           COPY "zipfips.cpy".

       FD  ZIP-SUMMARY-FILE.
           COPY "zipzsum.cpy".

       FD  LOCAL-OVERRIDE-FILE.
           COPY "zipovrd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS                      PIC X(02).
           88  ACCT-OK                         VALUE '00'.
           88  ACCT-EOF                        VALUE '10'.

       01  WS-BCOR-STATUS                      PIC X(02).

       01  WS-RPT-STATUS                       PIC X(02).

       01  WS-MSTR-STATUS                      PIC X(02).
           88  MSTR-OK                         VALUE '00'.

       01  WS-SPLIT-STATUS                     PIC X(02).
           88  SPLIT-OK                        VALUE '00'.

       01  WS-FIPS-STATUS                      PIC X(02).
           88  FIPS-OK                         VALUE '00'.

       01  WS-ZSUM-STATUS                      PIC X(02).
           88  ZSUM-OK                         VALUE '00'.

       01  WS-OVRD-STATUS                      PIC X(02).
           88  OVRD-OK                         VALUE '00'.
           88  OVRD-EOF                        VALUE '10'.

      *    SAME GUARD AS ZIPLKHV FOR THE ZIP-LEVEL SUMMARY MASTER:
      *    UNTIL ZIPZSUM HAS RUN ONCE, ADD-ON-LESS ACCOUNTS SIMPLY
      *    STAY UNRESOLVED.
       01  WS-ZSUM-AVAILABLE                   PIC X(01) VALUE 'Y'.
           88  ZIP-SUMMARY-AVAILABLE           VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-MSTR-AT-EOF                  PIC X(01) VALUE 'N'.
               88  MSTR-DONE                   VALUE 'Y'.
           05  WS-SPLIT-AT-EOF                 PIC X(01) VALUE 'N'.
               88  SPLIT-DONE                  VALUE 'Y'.
           05  WS-REQUEST-RESOLVED             PIC X(01).
               88  REQUEST-RESOLVED            VALUE 'Y'.
           05  WS-SPLIT-MATCHED                PIC X(01).
               88  SPLIT-MATCHED               VALUE 'Y'.
           05  WS-ZIP-LEVEL-APPLIED            PIC X(01).
               88  ZIP-LEVEL-APPLIED           VALUE 'Y'.
           05  WS-OVERRIDE-APPLIED             PIC X(01).
               88  OVERRIDE-APPLIED            VALUE 'Y'.

      *    OUTCOME OF THE AUDIT OF ONE ACCOUNT -- SPACE WHEN THE
      *    BILLED ASSIGNMENT AGREES, OTHERWISE THE REASON CODE THE
      *    CORRECTION RECORD CARRIES.
       01  WS-AUDIT-RESULT                     PIC X(01).
           88  ACCOUNT-AGREES                  VALUE SPACE.
           88  ACCOUNT-COUNTY-DISAGREES        VALUE 'C'.
           88  ACCOUNT-FIPS-DISAGREES          VALUE 'F'.
           88  ACCOUNT-NOT-RESOLVED            VALUE 'U'.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ                PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNTS-AGREE               PIC 9(09) VALUE ZERO.
           05  WS-COUNTY-DISAGREE-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-FIPS-DISAGREE-COUNT          PIC 9(09) VALUE ZERO.
           05  WS-NOT-RESOLVED-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-CORRECTIONS-WRITTEN          PIC 9(09) VALUE ZERO.

       01  WS-CURRENT-DATE                     PIC X(08).

      *    THE ACCOUNT KEY AND THE PREVIOUS ONE -- THE ONE-PASS DESIGN
      *    STANDS ON ACCTIN ASCENDING ON ZIP-CODE + ADD-ON, SO THE
      *    SEQUENCE IS PROVED AS IT IS READ, EXACTLY AS ZIPLKHV
      *    PROVES ITS REQUEST FILE.
       01  WS-REQ-KEY.
           05  WS-REQ-KEY-ZIP                  PIC X(05).
           05  WS-REQ-KEY-ADD-ON               PIC X(04).

       01  WS-PREV-REQ-KEY                     PIC X(09)
                                               VALUE LOW-VALUES.

      *    THE LAST MASTER RANGE WHOSE KEY IS AT OR BELOW THE CURRENT
      *    ACCOUNT -- THE SEQUENTIAL EQUIVALENT OF ZIPLKUP'S
      *    START ... NOT GREATER THAN POSITIONING, KEPT ACROSS
      *    ACCOUNTS AS IN ZIPLKHV.
       01  WS-CANDIDATE.
           05  WS-CAND-KEY.
               10  WS-CAND-ZIP-CODE            PIC X(05).
               10  WS-CAND-ADD-ON-LOW-NO       PIC X(04).
           05  WS-CAND-ADD-ON-HIGH-NO          PIC X(04).
           05  WS-CAND-STATE-ABBREV            PIC X(02).
           05  WS-CAND-COUNTY-NO               PIC X(03).
           05  WS-CAND-COUNTY-NAME             PIC X(25).

       01  WS-RESULT.
           05  WS-RESULT-STATE-ABBREV          PIC X(02).
           05  WS-RESULT-COUNTY-NO             PIC X(03).
           05  WS-RESULT-COUNTY-NAME           PIC X(25).

      *    FIPS CODE FOR THE RESOLVED COUNTY, CACHED ON THE LAST KEY
      *    READ AS IN ZIPLKHV.
       01  WS-FIPS-WORK.
           05  WS-FIPS-LAST-KEY                PIC X(05)
                                               VALUE LOW-VALUES.
           05  WS-FIPS-ASSIGNED-SW             PIC X(01).
               88  FIPS-WAS-ASSIGNED           VALUE 'Y'.
           05  WS-FIPS-SAVE-CODE.
               10  WS-FIPS-SAVE-STATE-CODE     PIC X(02).
               10  WS-FIPS-SAVE-COUNTY-CODE    PIC X(03).

       01  WS-RANGE-CHECK.
           05  WS-REQ-ADD-ON-N                 PIC 9(04).
           05  WS-RANGE-LOW-N                  PIC 9(04).
           05  WS-RANGE-HIGH-N                 PIC 9(04).

       01  WS-ZSUM-WORK.
           05  WS-ZSUM-LAST-ZIP                PIC X(05)
                                               VALUE LOW-VALUES.
           05  WS-ZSUM-USABLE                  PIC X(01).
               88  ZSUM-ZIP-RESOLVABLE         VALUE 'Y'.
           05  WS-ZSUM-SAVE-STATE              PIC X(02).
           05  WS-ZSUM-SAVE-COUNTY-NO          PIC X(03).
           05  WS-ZSUM-SAVE-COUNTY-NAME        PIC X(25).

      *    THE WHOLE LOCAL OVERRIDE MASTER, LOADED AT START-UP AND
      *    WALKED FORWARD BY THE SORTED ACCOUNTS, AS IN ZIPLKHV.
       01  WS-OVRD-TABLE.
           05  WS-OVRD-COUNT                   PIC 9(04) VALUE ZERO.
           05  WS-OVRD-CAND-SUB                PIC 9(04) VALUE ZERO.
           05  WS-OVRD-NEXT-SUB                PIC 9(04) VALUE 1.
           05  WS-OVRD-ENTRY OCCURS 2000 TIMES.
               10  WS-OVR-KEY.
                   15  WS-OVR-ZIP-CODE         PIC X(05).
                   15  WS-OVR-ADD-ON-LOW-NO    PIC X(04).
               10  WS-OVR-ADD-ON-HIGH-NO       PIC X(04).
               10  WS-OVR-STATE-ABBREV         PIC X(02).
               10  WS-OVR-COUNTY-NO            PIC X(03).
               10  WS-OVR-COUNTY-NAME          PIC X(25).

      *    ALL SPLIT SUB-RANGES OF THE CANDIDATE RANGE, CAPTURED IN
      *    ONE FORWARD PASS OF CRSPLIT WHEN THE CANDIDATE CHANGES, AS
      *    IN ZIPLKHV.
       01  WS-SPLIT-TABLE.
           05  WS-SPLIT-TABLE-KEY              PIC X(09)
                                               VALUE LOW-VALUES.
           05  WS-SPLIT-COUNT                  PIC 9(03) VALUE ZERO.
           05  WS-SPLIT-SUB                    PIC 9(03).
           05  WS-SPLIT-ENTRY OCCURS 50 TIMES.
               10  WS-SPL-STREET-LOW-NO        PIC 9(05).
               10  WS-SPL-STREET-HIGH-NO       PIC 9(05).
               10  WS-SPL-STATE-ABBREV         PIC X(02).
               10  WS-SPL-COUNTY-NO            PIC X(03).
               10  WS-SPL-COUNTY-NAME          PIC X(25).

      *    ACCOUNTS CHECKED AND IN ERROR BY BILLED STATE/COUNTY FOR
      *    THE SUMMARY, THE SAME REGISTRATION TECHNIQUE AS ZIPIMPCT.
      *    AN ACCOUNT COUNTS UNDER THE COUNTY BILLING HAS IT IN --
      *    THAT IS THE BOOK THE AUDITORS ARE SHOWN WAS CHECKED.
       01  WS-COUNTY-TABLE.
           05  WS-COUNTY-COUNT                 PIC 9(05) VALUE ZERO.
           05  WS-COUNTY-SUB                   PIC 9(05).
           05  WS-COUNTY-FOUND-SW              PIC X(01).
               88  COUNTY-FOUND                VALUE 'Y'.
           05  WS-SEARCH-KEY                   PIC X(05).
           05  WS-COUNTY-ENTRY OCCURS 4000 TIMES.
               10  WS-CTY-KEY                  PIC X(05).
               10  WS-CTY-CHECKED-COUNT        PIC 9(09).
               10  WS-CTY-COUNTY-ERR-COUNT     PIC 9(09).
               10  WS-CTY-FIPS-ERR-COUNT       PIC 9(09).
               10  WS-CTY-UNRESOLVED-COUNT     PIC 9(09).

       01  WS-SUMMARY-LINE.
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-SUM-STATE-ABBREV             PIC X(02).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-SUM-COUNTY-NO                PIC X(03).
           05  FILLER                          PIC X(03)  VALUE SPACE.
           05  WS-SUM-CHECKED-COUNT            PIC 9(09).
           05  FILLER                          PIC X(03)  VALUE SPACE.
           05  WS-SUM-COUNTY-ERR-COUNT         PIC 9(09).
           05  FILLER                          PIC X(03)  VALUE SPACE.
           05  WS-SUM-FIPS-ERR-COUNT           PIC 9(09).
           05  FILLER                          PIC X(03)  VALUE SPACE.
           05  WS-SUM-UNRESOLVED-COUNT         PIC 9(09).

       01  WS-SUMMARY-HEADING.
           05  FILLER                          PIC X(10)
               VALUE ' ST CTY'.
           05  FILLER                          PIC X(12)
               VALUE '  CHECKED'.
           05  FILLER                          PIC X(12)
               VALUE ' CNTY ERR'.
           05  FILLER                          PIC X(12)
               VALUE ' FIPS ERR'.
           05  FILLER                          PIC X(12)
               VALUE 'UNRESOLVD'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-ACCOUNTS UNTIL ACCT-EOF
           PERFORM 0900-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT ACCOUNT-ADDRESS-FILE
           OPEN INPUT CR-MASTER-FILE
           OPEN INPUT CR-SPLIT-FILE
           OPEN INPUT FIPS-MASTER-FILE
           OPEN INPUT ZIP-SUMMARY-FILE
           IF NOT ZSUM-OK
               MOVE 'N' TO WS-ZSUM-AVAILABLE
               DISPLAY 'ZIPBLAUD: ZIP SUMMARY NOT AVAILABLE - '
                   'ADD-ON-LESS ACCOUNTS WILL NOT RESOLVE'
           END-IF
           PERFORM 0140-LOAD-OVERRIDE-TABLE
           OPEN OUTPUT CORRECTION-FILE
           OPEN OUTPUT AUDIT-REPORT-FILE
           MOVE SPACES TO RPT-LINE
           STRING 'FULL-BASE BILLED-COUNTY AUDIT  RUN DATE '
               WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-CANDIDATE
           PERFORM 0120-READ-MASTER
           PERFORM 0130-READ-SPLIT
           PERFORM 0110-READ-ACCOUNT.

       0110-READ-ACCOUNT.
           READ ACCOUNT-ADDRESS-FILE
               AT END
                   SET ACCT-EOF TO TRUE
           END-READ
           IF NOT ACCT-EOF
               ADD 1 TO WS-ACCOUNTS-READ
               MOVE ACCT-ZIP-CODE      TO WS-REQ-KEY-ZIP
               MOVE ACCT-ADD-ON-LOW-NO TO WS-REQ-KEY-ADD-ON
               IF WS-REQ-KEY < WS-PREV-REQ-KEY
                   DISPLAY 'ZIPBLAUD: ABEND - ACCOUNT FILE NOT IN '
                       'ZIP/ADD-ON SEQUENCE AT ACCOUNT '
                       ACCT-ACCOUNT-NO ' ZIP ' ACCT-ZIP-CODE
                       ' - SORT ACCTIN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-REQ-KEY TO WS-PREV-REQ-KEY
           END-IF.

       0120-READ-MASTER.
           READ CR-MASTER-FILE NEXT RECORD
               AT END
                   SET MSTR-DONE TO TRUE
           END-READ.

       0130-READ-SPLIT.
           READ CR-SPLIT-FILE NEXT RECORD
               AT END
                   SET SPLIT-DONE TO TRUE
           END-READ.

      *    CROVRD DOES NOT EXIST UNTIL THE FIRST OVERRIDE IS ADDED;
      *    A FAILED OPEN SIMPLY LEAVES THE TABLE EMPTY.  A PENDING
      *    ADD IS NOT IN EFFECT AND IS LEFT OUT, AS IN ZIPLKHV.
       0140-LOAD-OVERRIDE-TABLE.
           OPEN INPUT LOCAL-OVERRIDE-FILE
           IF NOT OVRD-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 0150-TABLE-OVERRIDE-RECORD UNTIL OVRD-EOF
           CLOSE LOCAL-OVERRIDE-FILE.

       0150-TABLE-OVERRIDE-RECORD.
           READ LOCAL-OVERRIDE-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF OVRD-PENDING-ADD
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-OVRD-COUNT
                   IF WS-OVRD-COUNT > 2000
                       DISPLAY 'ZIPBLAUD: ABEND - MORE THAN 2000 '
                           'LOCAL OVERRIDES, TABLE OVERFLOW'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE OVRD-ZIP-CODE      TO
                       WS-OVR-ZIP-CODE (WS-OVRD-COUNT)
                   MOVE OVRD-ADD-ON-LOW-NO TO
                       WS-OVR-ADD-ON-LOW-NO (WS-OVRD-COUNT)
                   MOVE OVRD-ADD-ON-HIGH-NO TO
                       WS-OVR-ADD-ON-HIGH-NO (WS-OVRD-COUNT)
                   MOVE OVRD-STATE-ABBREV  TO
                       WS-OVR-STATE-ABBREV (WS-OVRD-COUNT)
                   MOVE OVRD-COUNTY-NO     TO
                       WS-OVR-COUNTY-NO (WS-OVRD-COUNT)
                   MOVE OVRD-COUNTY-NAME   TO
                       WS-OVR-COUNTY-NAME (WS-OVRD-COUNT)
           END-READ.

       0200-PROCESS-ACCOUNTS.
           PERFORM 0300-RESOLVE-ACCOUNT
           PERFORM 0210-AUDIT-ACCOUNT
           IF NOT ACCOUNT-AGREES
               PERFORM 0220-WRITE-CORRECTION
           END-IF
           PERFORM 0700-REGISTER-COUNTY
           PERFORM 0110-READ-ACCOUNT.

      *    A STATE OR COUNTY DIFFERENCE IS THE SERIOUS ONE AND TAKES
      *    PRECEDENCE.  THE FIPS CODE IS ONLY AUDITED WHERE BILLING
      *    HOLDS ONE: IT DISAGREES WHEN THE RESOLVED COUNTY HAS A
      *    DIFFERENT CODE OR NONE ASSIGNED AT ALL.
       0210-AUDIT-ACCOUNT.
           MOVE SPACE TO WS-AUDIT-RESULT
           IF NOT REQUEST-RESOLVED
               SET ACCOUNT-NOT-RESOLVED TO TRUE
               ADD 1 TO WS-NOT-RESOLVED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 0250-FETCH-FIPS-CODE
           IF ACCT-BILLED-STATE-ABBREV NOT = WS-RESULT-STATE-ABBREV
                   OR ACCT-BILLED-COUNTY-NO NOT = WS-RESULT-COUNTY-NO
               SET ACCOUNT-COUNTY-DISAGREES TO TRUE
               ADD 1 TO WS-COUNTY-DISAGREE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF ACCT-BILLED-FIPS-CODE NOT = SPACES
               IF NOT FIPS-WAS-ASSIGNED
                       OR ACCT-BILLED-FIPS-CODE NOT = WS-FIPS-SAVE-CODE
                   SET ACCOUNT-FIPS-DISAGREES TO TRUE
                   ADD 1 TO WS-FIPS-DISAGREE-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-ACCOUNTS-AGREE.

       0220-WRITE-CORRECTION.
           MOVE SPACES                   TO
               BILLED-COUNTY-CORRECTION-RECORD
           MOVE ACCT-ACCOUNT-NO           TO BCOR-ACCOUNT-NO
           MOVE ACCT-ZIP-CODE             TO BCOR-ZIP-CODE
           MOVE ACCT-ADD-ON-LOW-NO        TO BCOR-ADD-ON-LOW-NO
           MOVE ACCT-STREET-NO            TO BCOR-STREET-NO
           MOVE ACCT-BILLED-STATE-ABBREV  TO BCOR-BILLED-STATE-ABBREV
           MOVE ACCT-BILLED-COUNTY-NO     TO BCOR-BILLED-COUNTY-NO
           MOVE ACCT-BILLED-FIPS-STATE-CODE TO
               BCOR-BILLED-FIPS-STATE-CODE
           MOVE ACCT-BILLED-FIPS-COUNTY-CODE TO
               BCOR-BILLED-FIPS-COUNTY-CODE
           MOVE WS-AUDIT-RESULT           TO BCOR-REASON-CODE
           MOVE 'N'                       TO BCOR-OVERRIDE-APPLIED
           MOVE 'N'                       TO BCOR-ZIP-LEVEL
           MOVE WS-CURRENT-DATE           TO BCOR-AUDIT-DATE
           IF REQUEST-RESOLVED
               MOVE WS-RESULT-STATE-ABBREV TO
                   BCOR-RESOLVED-STATE-ABBREV
               MOVE WS-RESULT-COUNTY-NO   TO BCOR-RESOLVED-COUNTY-NO
               MOVE WS-RESULT-COUNTY-NAME TO BCOR-RESOLVED-COUNTY-NAME
               IF FIPS-WAS-ASSIGNED
                   MOVE WS-FIPS-SAVE-STATE-CODE  TO
                       BCOR-RESOLVED-FIPS-STATE-CODE
                   MOVE WS-FIPS-SAVE-COUNTY-CODE TO
                       BCOR-RESOLVED-FIPS-COUNTY-CODE
               END-IF
               IF OVERRIDE-APPLIED
                   SET BCOR-OVERRIDE-WAS-APPLIED TO TRUE
               END-IF
               IF ZIP-LEVEL-APPLIED
                   SET BCOR-AT-ZIP-LEVEL TO TRUE
               END-IF
           END-IF
           WRITE BILLED-COUNTY-CORRECTION-RECORD
           ADD 1 TO WS-CORRECTIONS-WRITTEN.

       0250-FETCH-FIPS-CODE.
           MOVE WS-RESULT-STATE-ABBREV TO FIPS-STATE-ABBREV
           MOVE WS-RESULT-COUNTY-NO    TO FIPS-COUNTY-NO
           IF FIPS-KEY = WS-FIPS-LAST-KEY
               EXIT PARAGRAPH
           END-IF
           MOVE FIPS-KEY TO WS-FIPS-LAST-KEY
           MOVE 'N'      TO WS-FIPS-ASSIGNED-SW
           MOVE SPACES   TO WS-FIPS-SAVE-CODE
           READ FIPS-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FIPS-CODE-ASSIGNED
                       SET FIPS-WAS-ASSIGNED TO TRUE
                       MOVE FIPS-STATE-CODE  TO WS-FIPS-SAVE-STATE-CODE
                       MOVE FIPS-COUNTY-CODE TO
                           WS-FIPS-SAVE-COUNTY-CODE
                   END-IF
           END-READ.

      *    THE RESOLUTION IS ZIPLKHV'S 0300 LOGIC UNCHANGED -- ZIP-LEVEL
      *    FALLBACK FOR AN ADD-ON-LESS ACCOUNT, LOCAL OVERRIDE AHEAD OF
      *    THE VENDOR MASTER, CANDIDATE RANGE CONTAINMENT, AND SPLIT
      *    SUB-RANGES ONLY ON THE RANGE'S OWN LOW ADD-ON -- SO AN
      *    ACCOUNT IS AUDITED AGAINST EXACTLY THE ANSWER ANY LOOKUP
      *    JOB WOULD GIVE FOR THE SAME ADDRESS.
       0300-RESOLVE-ACCOUNT.
           MOVE 'N' TO WS-REQUEST-RESOLVED
           MOVE 'N' TO WS-ZIP-LEVEL-APPLIED
           MOVE 'N' TO WS-OVERRIDE-APPLIED
           MOVE 'N' TO WS-SPLIT-MATCHED
           IF ACCT-ADD-ON-LOW-NO = SPACES
                   OR ACCT-ADD-ON-LOW-NO = LOW-VALUES
               PERFORM 0500-RESOLVE-AT-ZIP-LEVEL
               EXIT PARAGRAPH
           END-IF
           PERFORM 0600-CHECK-OVERRIDE-TABLE
           IF REQUEST-RESOLVED
               EXIT PARAGRAPH
           END-IF
           PERFORM 0310-ADVANCE-MASTER
               UNTIL MSTR-DONE OR CRM-KEY > WS-REQ-KEY
           IF WS-CAND-ZIP-CODE = ACCT-ZIP-CODE
               MOVE ACCT-ADD-ON-LOW-NO     TO WS-REQ-ADD-ON-N
               MOVE WS-CAND-ADD-ON-LOW-NO  TO WS-RANGE-LOW-N
               MOVE WS-CAND-ADD-ON-HIGH-NO TO WS-RANGE-HIGH-N
               IF WS-REQ-ADD-ON-N >= WS-RANGE-LOW-N
                       AND WS-REQ-ADD-ON-N <= WS-RANGE-HIGH-N
                   SET REQUEST-RESOLVED TO TRUE
                   MOVE WS-CAND-STATE-ABBREV TO WS-RESULT-STATE-ABBREV
                   MOVE WS-CAND-COUNTY-NO    TO WS-RESULT-COUNTY-NO
                   MOVE WS-CAND-COUNTY-NAME  TO WS-RESULT-COUNTY-NAME
                   IF ACCT-ADD-ON-LOW-NO = WS-CAND-ADD-ON-LOW-NO
                       PERFORM 0400-APPLY-SPLIT-RANGES
                   END-IF
               END-IF
           END-IF.

       0310-ADVANCE-MASTER.
           MOVE CRM-ZIP-CODE          TO WS-CAND-ZIP-CODE
           MOVE CRM-ADD-ON-LOW-NO     TO WS-CAND-ADD-ON-LOW-NO
           MOVE CRM-ADD-ON-HIGH-NO    TO WS-CAND-ADD-ON-HIGH-NO
           MOVE CRM-STATE-ABBREV      TO WS-CAND-STATE-ABBREV
           MOVE CRM-COUNTY-NO         TO WS-CAND-COUNTY-NO
           MOVE CRM-COUNTY-NAME       TO WS-CAND-COUNTY-NAME
           PERFORM 0120-READ-MASTER.

       0400-APPLY-SPLIT-RANGES.
           IF WS-SPLIT-TABLE-KEY NOT = WS-CAND-KEY
               PERFORM 0410-LOAD-SPLIT-TABLE
           END-IF
           MOVE 'N' TO WS-SPLIT-MATCHED
           PERFORM 0430-TEST-SPLIT-ENTRY
               VARYING WS-SPLIT-SUB FROM 1 BY 1
               UNTIL WS-SPLIT-SUB > WS-SPLIT-COUNT OR SPLIT-MATCHED.

       0410-LOAD-SPLIT-TABLE.
           MOVE WS-CAND-KEY TO WS-SPLIT-TABLE-KEY
           MOVE ZERO        TO WS-SPLIT-COUNT
           PERFORM 0130-READ-SPLIT
               UNTIL SPLIT-DONE OR SPLM-KEY (1:9) >= WS-CAND-KEY
           PERFORM 0420-TABLE-SPLIT-RECORD
               UNTIL SPLIT-DONE OR SPLM-KEY (1:9) > WS-CAND-KEY.

       0420-TABLE-SPLIT-RECORD.
           ADD 1 TO WS-SPLIT-COUNT
           IF WS-SPLIT-COUNT > 50
               DISPLAY 'ZIPBLAUD: ABEND - MORE THAN 50 SPLIT '
                   'SUB-RANGES FOR ZIP ' SPLM-ZIP-CODE ' RANGE '
                   SPLM-ADD-ON-LOW-NO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPLM-STREET-LOW-NO  TO
               WS-SPL-STREET-LOW-NO (WS-SPLIT-COUNT)
           MOVE SPLM-STREET-HIGH-NO TO
               WS-SPL-STREET-HIGH-NO (WS-SPLIT-COUNT)
           MOVE SPLM-STATE-ABBREV   TO
               WS-SPL-STATE-ABBREV (WS-SPLIT-COUNT)
           MOVE SPLM-COUNTY-NO      TO
               WS-SPL-COUNTY-NO (WS-SPLIT-COUNT)
           MOVE SPLM-COUNTY-NAME    TO
               WS-SPL-COUNTY-NAME (WS-SPLIT-COUNT)
           PERFORM 0130-READ-SPLIT.

       0430-TEST-SPLIT-ENTRY.
           IF ACCT-STREET-NO >= WS-SPL-STREET-LOW-NO (WS-SPLIT-SUB)
                   AND ACCT-STREET-NO <=
                       WS-SPL-STREET-HIGH-NO (WS-SPLIT-SUB)
               SET SPLIT-MATCHED TO TRUE
               MOVE WS-SPL-STATE-ABBREV (WS-SPLIT-SUB)
                   TO WS-RESULT-STATE-ABBREV
               MOVE WS-SPL-COUNTY-NO (WS-SPLIT-SUB)
                   TO WS-RESULT-COUNTY-NO
               MOVE WS-SPL-COUNTY-NAME (WS-SPLIT-SUB)
                   TO WS-RESULT-COUNTY-NAME
           END-IF.

       0500-RESOLVE-AT-ZIP-LEVEL.
           IF NOT ZIP-SUMMARY-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           IF ACCT-ZIP-CODE NOT = WS-ZSUM-LAST-ZIP
               MOVE ACCT-ZIP-CODE TO WS-ZSUM-LAST-ZIP
               MOVE 'N'           TO WS-ZSUM-USABLE
               MOVE ACCT-ZIP-CODE TO ZSUM-ZIP-CODE
               READ ZIP-SUMMARY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ZSUM-SINGLE-COUNTY
                           MOVE 'Y' TO WS-ZSUM-USABLE
                           MOVE ZSUM-STATE-ABBREV TO
                               WS-ZSUM-SAVE-STATE
                           MOVE ZSUM-COUNTY-NO    TO
                               WS-ZSUM-SAVE-COUNTY-NO
                           MOVE ZSUM-COUNTY-NAME  TO
                               WS-ZSUM-SAVE-COUNTY-NAME
                       END-IF
               END-READ
           END-IF
           IF ZSUM-ZIP-RESOLVABLE
               SET REQUEST-RESOLVED TO TRUE
               SET ZIP-LEVEL-APPLIED TO TRUE
               MOVE WS-ZSUM-SAVE-STATE       TO WS-RESULT-STATE-ABBREV
               MOVE WS-ZSUM-SAVE-COUNTY-NO   TO WS-RESULT-COUNTY-NO
               MOVE WS-ZSUM-SAVE-COUNTY-NAME TO WS-RESULT-COUNTY-NAME
           END-IF.

       0600-CHECK-OVERRIDE-TABLE.
           PERFORM 0610-ADVANCE-OVERRIDE
               UNTIL WS-OVRD-NEXT-SUB > WS-OVRD-COUNT
                   OR WS-OVR-KEY (WS-OVRD-NEXT-SUB) > WS-REQ-KEY
           IF WS-OVRD-CAND-SUB = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-OVR-ZIP-CODE (WS-OVRD-CAND-SUB) = ACCT-ZIP-CODE
               MOVE ACCT-ADD-ON-LOW-NO TO WS-REQ-ADD-ON-N
               MOVE WS-OVR-ADD-ON-LOW-NO (WS-OVRD-CAND-SUB)
                   TO WS-RANGE-LOW-N
               MOVE WS-OVR-ADD-ON-HIGH-NO (WS-OVRD-CAND-SUB)
                   TO WS-RANGE-HIGH-N
               IF WS-REQ-ADD-ON-N >= WS-RANGE-LOW-N
                       AND WS-REQ-ADD-ON-N <= WS-RANGE-HIGH-N
                   SET REQUEST-RESOLVED TO TRUE
                   SET OVERRIDE-APPLIED TO TRUE
                   MOVE WS-OVR-STATE-ABBREV (WS-OVRD-CAND-SUB)
                       TO WS-RESULT-STATE-ABBREV
                   MOVE WS-OVR-COUNTY-NO (WS-OVRD-CAND-SUB)
                       TO WS-RESULT-COUNTY-NO
                   MOVE WS-OVR-COUNTY-NAME (WS-OVRD-CAND-SUB)
                       TO WS-RESULT-COUNTY-NAME
               END-IF
           END-IF.

       0610-ADVANCE-OVERRIDE.
           MOVE WS-OVRD-NEXT-SUB TO WS-OVRD-CAND-SUB
           ADD 1 TO WS-OVRD-NEXT-SUB.

       0700-REGISTER-COUNTY.
           MOVE ACCT-BILLED-STATE-ABBREV TO WS-SEARCH-KEY (1:2)
           MOVE ACCT-BILLED-COUNTY-NO    TO WS-SEARCH-KEY (3:3)
           MOVE 'N' TO WS-COUNTY-FOUND-SW
           PERFORM 0710-TEST-COUNTY-ENTRY
               VARYING WS-COUNTY-SUB FROM 1 BY 1
               UNTIL WS-COUNTY-SUB > WS-COUNTY-COUNT
                   OR COUNTY-FOUND
           IF NOT COUNTY-FOUND
               ADD 1 TO WS-COUNTY-COUNT
               IF WS-COUNTY-COUNT > 4000
                   DISPLAY 'ZIPBLAUD: ABEND - MORE THAN 4000 '
                       'DISTINCT COUNTIES, TABLE OVERFLOW'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-COUNTY-COUNT TO WS-COUNTY-SUB
               MOVE WS-SEARCH-KEY TO WS-CTY-KEY (WS-COUNTY-SUB)
               MOVE ZERO TO WS-CTY-CHECKED-COUNT (WS-COUNTY-SUB)
                            WS-CTY-COUNTY-ERR-COUNT (WS-COUNTY-SUB)
                            WS-CTY-FIPS-ERR-COUNT (WS-COUNTY-SUB)
                            WS-CTY-UNRESOLVED-COUNT (WS-COUNTY-SUB)
           ELSE
               SUBTRACT 1 FROM WS-COUNTY-SUB
           END-IF
           ADD 1 TO WS-CTY-CHECKED-COUNT (WS-COUNTY-SUB)
           EVALUATE TRUE
               WHEN ACCOUNT-COUNTY-DISAGREES
                   ADD 1 TO WS-CTY-COUNTY-ERR-COUNT (WS-COUNTY-SUB)
               WHEN ACCOUNT-FIPS-DISAGREES
                   ADD 1 TO WS-CTY-FIPS-ERR-COUNT (WS-COUNTY-SUB)
               WHEN ACCOUNT-NOT-RESOLVED
                   ADD 1 TO WS-CTY-UNRESOLVED-COUNT (WS-COUNTY-SUB)
           END-EVALUATE.

       0710-TEST-COUNTY-ENTRY.
           IF WS-CTY-KEY (WS-COUNTY-SUB) = WS-SEARCH-KEY
               SET COUNTY-FOUND TO TRUE
           END-IF.

       0800-WRITE-COUNTY-SUMMARY.
           MOVE WS-CTY-KEY (WS-COUNTY-SUB) (1:2)
               TO WS-SUM-STATE-ABBREV
           MOVE WS-CTY-KEY (WS-COUNTY-SUB) (3:3)
               TO WS-SUM-COUNTY-NO
           MOVE WS-CTY-CHECKED-COUNT (WS-COUNTY-SUB)
               TO WS-SUM-CHECKED-COUNT
           MOVE WS-CTY-COUNTY-ERR-COUNT (WS-COUNTY-SUB)
               TO WS-SUM-COUNTY-ERR-COUNT
           MOVE WS-CTY-FIPS-ERR-COUNT (WS-COUNTY-SUB)
               TO WS-SUM-FIPS-ERR-COUNT
           MOVE WS-CTY-UNRESOLVED-COUNT (WS-COUNTY-SUB)
               TO WS-SUM-UNRESOLVED-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *    THE TOTALS PROVE THE WHOLE FILE WAS CHECKED: ACCOUNTS READ
      *    MUST EQUAL AGREE + COUNTY + FIPS + UNRESOLVED, AND THE
      *    PROOF LINE SAYS SO ON THE REPORT ITSELF.
       0900-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ACCOUNTS AUDITED BY BILLED STATE/COUNTY' TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SUMMARY-HEADING TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0800-WRITE-COUNTY-SUMMARY
               VARYING WS-COUNTY-SUB FROM 1 BY 1
               UNTIL WS-COUNTY-SUB > WS-COUNTY-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'ACCOUNTS READ         : ' WS-ACCOUNTS-READ
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'BILLED CORRECTLY      : ' WS-ACCOUNTS-AGREE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'STATE/COUNTY DISAGREES: ' WS-COUNTY-DISAGREE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'FIPS CODE DISAGREES   : ' WS-FIPS-DISAGREE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'ADDRESS NOT RESOLVED  : ' WS-NOT-RESOLVED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'CORRECTIONS WRITTEN   : ' WS-CORRECTIONS-WRITTEN
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-ACCOUNTS-READ = WS-ACCOUNTS-AGREE
                   + WS-COUNTY-DISAGREE-COUNT + WS-FIPS-DISAGREE-COUNT
                   + WS-NOT-RESOLVED-COUNT
               MOVE 'EVERY ACCOUNT READ WAS AUDITED - TOTALS PROVE'
                   TO RPT-LINE
           ELSE
               MOVE '*** TOTALS DO NOT PROVE - AUDIT INCOMPLETE ***'
                   TO RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE RPT-LINE
           CLOSE ACCOUNT-ADDRESS-FILE
           CLOSE CR-MASTER-FILE
           CLOSE CR-SPLIT-FILE
           CLOSE FIPS-MASTER-FILE
           IF ZIP-SUMMARY-AVAILABLE
               CLOSE ZIP-SUMMARY-FILE
           END-IF
           CLOSE CORRECTION-FILE
           CLOSE AUDIT-REPORT-FILE
           DISPLAY 'ZIPBLAUD: ACCOUNTS READ        = ' WS-ACCOUNTS-READ
           DISPLAY 'ZIPBLAUD: BILLED CORRECTLY     = '
               WS-ACCOUNTS-AGREE
           DISPLAY 'ZIPBLAUD: COUNTY DISAGREES     = '
               WS-COUNTY-DISAGREE-COUNT
           DISPLAY 'ZIPBLAUD: FIPS DISAGREES       = '
               WS-FIPS-DISAGREE-COUNT
           DISPLAY 'ZIPBLAUD: NOT RESOLVED         = '
               WS-NOT-RESOLVED-COUNT
           DISPLAY 'ZIPBLAUD: CORRECTIONS WRITTEN  = '
               WS-CORRECTIONS-WRITTEN.
