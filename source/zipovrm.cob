      *                INITIALS AND A REASON; THE LOOKUPS (ZIPLKUP,
      *                ZIPLKHV, ZIPCSRV) CONSULT CROVRD AHEAD OF THE
      *                VENDOR CRMSTR.  AN OVERRIDE CHANGES WHAT
      *                CUSTOMERS ARE TAXED, SO NO ADD, CHANGE OR
      *                DELETE TAKES EFFECT WHEN IT IS KEYED: IT IS
      *                HELD ON THE RECORD AS A PENDING REQUEST UNTIL
      *                A DIFFERENT USER (OTHER INITIALS AND OTHER
      *                SIGNED-ON USERID) APPROVES IT WITH ACTION V,
      *                OR ANYONE REJECTS IT WITH ACTION R.  ACTION I
      *                SHOWS THE OVERRIDE AND ANY PENDING REQUEST.
      *                THE REQUEST, THE APPROVAL AND THE REJECTION
      *                ARE ALL WRITTEN TO THE AUDIT LOG (OVRDLOG) FOR
      *                THE ZIPOVRA AUDIT REPORT -- THE ONLY OTHER
      *                MAINTENANCE PATH TO THE FILE IS THE ZIPOVRB
      *                BATCH TRANSACTION JOB, WHICH FOLLOWS THE SAME
      *                CYCLE.  SCREEN HANDLING FOLLOWS ZIPINQ; THE
      *                FILE ACCESS IS EXEC CICS AGAINST THE KEYED
      *                FILES, AS EVERYWHERE ONLINE IN THIS SYSTEM.
      *================================================================

       01  WS-CURRENT-DATE                     PIC X(08).

       01  WS-CURRENT-TIMESTAMP                PIC X(14).

      *    THE SIGNED-ON USERID GOES ON THE PENDING REQUEST AND THE
      *    AUDIT ROW; TYPED INITIALS ALONE WOULD LET ONE PERSON
      *    APPROVE THEIR OWN REQUEST BY KEYING SOMEONE ELSE'S.
       01  WS-USERID                           PIC X(08).

           COPY "zipovrd.cpy".
           COPY "zipovra.cpy".
           COPY "zipovrm.cpy".
                   INTO(ZIPOVRI)
                   RESP(WS-RESP)
           END-EXEC
           EXEC CICS
               ASSIGN USERID(WS-USERID)
           END-EXEC
           MOVE SPACES  TO MSGO STATO
           MOVE ACTIONI TO ACTIONO
           MOVE ZIPCDI  TO ZIPCDO
           MOVE ADDONI  TO ADDONO
      *    RECORD, PLUS THE AUDIT FIELDS: NO OVERRIDE IS ACCEPTED
      *    WITHOUT THE AUTHORIZING USER'S INITIALS, AND NO ADD OR
      *    CHANGE WITHOUT A REASON -- THE AUDIT REPORT IS ONLY AS
      *    GOOD AS WHAT IS CAPTURED HERE.  APPROVE AND REJECT NEED
      *    ONLY THE KEY AND THE INITIALS; SHOW NEEDS ONLY THE KEY.
       0100-VALIDATE-SCREEN.
           MOVE 'N' TO WS-ACTION-OK
           IF ACTIONI NOT = 'A' AND ACTIONI NOT = 'C'
                   AND ACTIONI NOT = 'D' AND ACTIONI NOT = 'V'
                   AND ACTIONI NOT = 'R' AND ACTIONI NOT = 'I'
               MOVE 'ACTION MUST BE A, C, D, V (APPROVE), R (REJECT), I'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF
               MOVE 'ENTER THE ADD-ON LOW OF THE RANGE' TO MSGO
               EXIT PARAGRAPH
           END-IF
           IF ACTIONI = 'I'
               SET ACTION-ACCEPTED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF INITLI = SPACES OR INITLI = LOW-VALUE
               MOVE 'ENTER YOUR INITIALS - EVERY ACTION IS AUDITED'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF
           IF ACTIONI = 'D' OR ACTIONI = 'V' OR ACTIONI = 'R'
               SET ACTION-ACCEPTED TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET ACTION-ACCEPTED TO TRUE.

       0200-APPLY-ACTION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP (1:8)   TO WS-CURRENT-DATE
           EVALUATE ACTIONI
               WHEN 'A'
                   PERFORM 0210-ADD-OVERRIDE
                   PERFORM 0220-CHANGE-OVERRIDE
               WHEN 'D'
                   PERFORM 0230-DELETE-OVERRIDE
               WHEN 'V'
                   PERFORM 0240-APPROVE-REQUEST
               WHEN 'R'
                   PERFORM 0250-REJECT-REQUEST
               WHEN 'I'
                   PERFORM 0260-SHOW-OVERRIDE
           END-EVALUATE.

      *    A NEW OVERRIDE IS WRITTEN AT ONCE SO ITS KEY IS CLAIMED,
      *    BUT AS A PENDING ADD THAT EVERY LOOKUP PASSES OVER UNTIL
      *    IT IS APPROVED.
       0210-ADD-OVERRIDE.
           MOVE SPACES TO LOCAL-OVERRIDE-RECORD
           PERFORM 0300-BUILD-OVERRIDE-RECORD
           PERFORM 0310-BUILD-PENDING-REQUEST
           EXEC CICS
               WRITE FILE('CROVRD')
                   FROM(LOCAL-OVERRIDE-RECORD)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 0380-AUDIT-FROM-SCREEN
                   MOVE 'ADD REQUESTED - AWAITING SECOND-USER APPROVAL'
                       TO MSGO
               WHEN DFHRESP(DUPREC)
                   MOVE 'OVERRIDE ALREADY ON FILE - USE ACTION C'
                       TO MSGO
                       TO MSGO
           END-EVALUATE.

      *    A CHANGE IS PARKED IN THE PENDING AREA; THE APPROVED
      *    FIELDS STAY IN EFFECT UNTIL A SECOND USER APPROVES IT.
      *    ONLY ONE REQUEST CAN BE OPEN ON AN OVERRIDE AT A TIME.
       0220-CHANGE-OVERRIDE.
           PERFORM 0320-READ-FOR-UPDATE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'OVERRIDE NOT ON FILE - USE ACTION A' TO MSGO
               EXIT PARAGRAPH
           END-IF
           IF NOT OVRD-NOTHING-PENDING
               PERFORM 0330-RELEASE-RECORD
               MOVE 'A REQUEST IS ALREADY PENDING - V OR R IT FIRST'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF
           PERFORM 0310-BUILD-PENDING-REQUEST
           EXEC CICS
               REWRITE FILE('CROVRD')
                   FROM(LOCAL-OVERRIDE-RECORD)
                   RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 0380-AUDIT-FROM-SCREEN
               MOVE 'CHANGE REQUESTED - AWAITING SECOND-USER APPROVAL'
                   TO MSGO
           ELSE
               MOVE 'CROVRD REWRITE FAILED - CHANGE NOT REQUESTED'
                   TO MSGO
           END-IF.

      *    A DELETE IS PARKED THE SAME WAY, CARRYING THE OVERRIDE'S
      *    CURRENT COUNTY SO THE APPROVER AND THE AUDIT LOG SEE WHAT
      *    IS BEING RETIRED.
       0230-DELETE-OVERRIDE.
           PERFORM 0320-READ-FOR-UPDATE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'OVERRIDE NOT ON FILE - NOTHING DELETED' TO MSGO
               EXIT PARAGRAPH
           END-IF
           IF NOT OVRD-NOTHING-PENDING
               PERFORM 0330-RELEASE-RECORD
               MOVE 'A REQUEST IS ALREADY PENDING - V OR R IT FIRST'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF
           MOVE OVRD-ADD-ON-HIGH-NO TO ADDONHI
           MOVE OVRD-STATE-ABBREV   TO STATEI
           MOVE OVRD-COUNTY-NO      TO CNTNOI
           MOVE OVRD-COUNTY-NAME    TO CNTNMI
           PERFORM 0310-BUILD-PENDING-REQUEST
           EXEC CICS
               REWRITE FILE('CROVRD')
                   FROM(LOCAL-OVERRIDE-RECORD)
                   RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 0380-AUDIT-FROM-SCREEN
               MOVE 'DELETE REQUESTED - AWAITING SECOND-USER APPROVAL'
                   TO MSGO
           ELSE
               MOVE 'CROVRD REWRITE FAILED - DELETE NOT REQUESTED'
                   TO MSGO
           END-IF.

      *    THE APPROVER MUST BE SOMEONE ELSE ON BOTH COUNTS -- OTHER
      *    INITIALS AND OTHER SIGNED-ON USERID.  AN APPROVED ADD OR
      *    CHANGE MOVES THE PENDING FIELDS INTO EFFECT; AN APPROVED
      *    DELETE REMOVES THE RECORD.  THE AUDIT ROW IS BUILT FROM
      *    THE PENDING AREA BEFORE IT IS CLEARED.
       0240-APPROVE-REQUEST.
           PERFORM 0320-READ-FOR-UPDATE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'OVERRIDE NOT ON FILE - NOTHING TO APPROVE' TO MSGO
               EXIT PARAGRAPH
           END-IF
           IF OVRD-NOTHING-PENDING
               PERFORM 0330-RELEASE-RECORD
               MOVE 'NO REQUEST PENDING ON THIS OVERRIDE' TO MSGO
               EXIT PARAGRAPH
           END-IF
           IF INITLI = OVRD-PEND-REQUESTED-BY
                   OR WS-USERID = OVRD-PEND-REQUESTED-USERID
               PERFORM 0330-RELEASE-RECORD
               MOVE 'APPROVER MUST NOT BE THE REQUESTING USER'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF
           MOVE 'V' TO OVRA-EVENT-CODE
           PERFORM 0390-AUDIT-FROM-PENDING
           IF OVRD-PENDING-DELETE
               EXEC CICS
                   DELETE FILE('CROVRD')
                       RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE OVRD-PEND-ADD-ON-HIGH-NO TO OVRD-ADD-ON-HIGH-NO
               MOVE OVRD-PEND-STATE-ABBREV   TO OVRD-STATE-ABBREV
               MOVE OVRD-PEND-COUNTY-NO      TO OVRD-COUNTY-NO
               MOVE OVRD-PEND-COUNTY-NAME    TO OVRD-COUNTY-NAME
               MOVE OVRD-PEND-REASON         TO OVRD-REASON
               MOVE OVRD-PEND-REQUESTED-BY   TO OVRD-OPERATOR-INITIALS
               IF OVRD-PENDING-ADD
                   MOVE WS-CURRENT-DATE      TO OVRD-ADDED-DATE
               END-IF
               MOVE INITLI                   TO
                                           OVRD-APPROVED-BY-INITIALS
               MOVE WS-CURRENT-DATE          TO OVRD-APPROVED-DATE
               MOVE SPACES                   TO OVRD-PENDING-REQUEST
               EXEC CICS
                   REWRITE FILE('CROVRD')
                       FROM(LOCAL-OVERRIDE-RECORD)
                       RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 0400-WRITE-AUDIT-ROW
               IF MSGO = SPACES
                   MOVE 'REQUEST APPROVED - NOW IN EFFECT AND AUDITED'
                       TO MSGO
               END-IF
           ELSE
               MOVE 'CROVRD UPDATE FAILED - REQUEST NOT APPROVED'
                   TO MSGO
           END-IF.

      *    ANYONE MAY REJECT, INCLUDING THE REQUESTER WITHDRAWING
      *    THEIR OWN REQUEST.  A REJECTED ADD REMOVES THE RECORD IT
      *    CLAIMED; A REJECTED CHANGE OR DELETE JUST CLEARS THE
      *    PENDING AREA AND LEAVES THE OVERRIDE AS IT WAS.
       0250-REJECT-REQUEST.
           PERFORM 0320-READ-FOR-UPDATE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'OVERRIDE NOT ON FILE - NOTHING TO REJECT' TO MSGO
               EXIT PARAGRAPH
           END-IF
           IF OVRD-NOTHING-PENDING
               PERFORM 0330-RELEASE-RECORD
               MOVE 'NO REQUEST PENDING ON THIS OVERRIDE' TO MSGO
               EXIT PARAGRAPH
           END-IF
           MOVE 'X' TO OVRA-EVENT-CODE
           PERFORM 0390-AUDIT-FROM-PENDING
           IF OVRD-PENDING-ADD
               EXEC CICS
                   DELETE FILE('CROVRD')
                       RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE SPACES TO OVRD-PENDING-REQUEST
               EXEC CICS
                   REWRITE FILE('CROVRD')
                       FROM(LOCAL-OVERRIDE-RECORD)
                       RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 0400-WRITE-AUDIT-ROW
               IF MSGO = SPACES
                   MOVE 'REQUEST REJECTED AND AUDITED' TO MSGO
               END-IF
           ELSE
               MOVE 'CROVRD UPDATE FAILED - REQUEST NOT REJECTED'
                   TO MSGO
           END-IF.

      *    SHOWS THE PENDING VALUES WHEN A REQUEST IS OPEN, SO THE
      *    APPROVER SEES EXACTLY WHAT A V WILL PUT INTO EFFECT, AND
      *    THE APPROVED VALUES OTHERWISE.
       0260-SHOW-OVERRIDE.
           MOVE ZIPCDI TO OVRD-ZIP-CODE
           MOVE ADDONI TO OVRD-ADD-ON-LOW-NO
           EXEC CICS
               READ FILE('CROVRD')
                   INTO(LOCAL-OVERRIDE-RECORD)
                   RIDFLD(OVRD-KEY)
                   RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'OVERRIDE NOT ON FILE' TO MSGO
               EXIT PARAGRAPH
           END-IF
           IF OVRD-NOTHING-PENDING
               MOVE OVRD-ADD-ON-HIGH-NO    TO ADDONHO
               MOVE OVRD-STATE-ABBREV      TO STATEO
               MOVE OVRD-COUNTY-NO         TO CNTNOO
               MOVE OVRD-COUNTY-NAME       TO CNTNMO
               MOVE OVRD-OPERATOR-INITIALS TO INITLO
               MOVE OVRD-REASON            TO REASONO
               IF OVRD-APPROVED-BY-INITIALS = SPACES
                   MOVE 'IN EFFECT - ADDED BEFORE SECOND-USER APPROVAL'
                       TO STATO
               ELSE
                   STRING 'IN EFFECT - APPROVED BY '
                       OVRD-APPROVED-BY-INITIALS ' ON '
                       OVRD-APPROVED-DATE
                       DELIMITED BY SIZE INTO STATO
               END-IF
           ELSE
               MOVE OVRD-PEND-ADD-ON-HIGH-NO TO ADDONHO
               MOVE OVRD-PEND-STATE-ABBREV   TO STATEO
               MOVE OVRD-PEND-COUNTY-NO      TO CNTNOO
               MOVE OVRD-PEND-COUNTY-NAME    TO CNTNMO
               MOVE OVRD-PEND-REQUESTED-BY   TO INITLO
               MOVE OVRD-PEND-REASON         TO REASONO
               STRING 'PENDING ' OVRD-PEND-ACTION-CODE ' BY '
                   OVRD-PEND-REQUESTED-BY ' ' OVRD-PEND-REQUESTED-USERID
                   ' AT ' OVRD-PEND-REQUESTED-TIMESTAMP
                   ' - V APPROVES'
                   DELIMITED BY SIZE INTO STATO
           END-IF.

       0300-BUILD-OVERRIDE-RECORD.
           MOVE ZIPCDI         TO OVRD-ZIP-CODE
           MOVE ADDONI         TO OVRD-ADD-ON-LOW-NO
           MOVE ADDONHI        TO OVRD-ADD-ON-HIGH-NO
           MOVE REASONI        TO OVRD-REASON
           MOVE WS-CURRENT-DATE TO OVRD-ADDED-DATE.

       0310-BUILD-PENDING-REQUEST.
           MOVE ACTIONI              TO OVRD-PEND-ACTION-CODE
           MOVE ADDONHI              TO OVRD-PEND-ADD-ON-HIGH-NO
           MOVE STATEI               TO OVRD-PEND-STATE-ABBREV
           MOVE CNTNOI               TO OVRD-PEND-COUNTY-NO
           MOVE CNTNMI               TO OVRD-PEND-COUNTY-NAME
           MOVE REASONI              TO OVRD-PEND-REASON
           MOVE INITLI               TO OVRD-PEND-REQUESTED-BY
           MOVE WS-USERID            TO OVRD-PEND-REQUESTED-USERID
           MOVE WS-CURRENT-TIMESTAMP TO OVRD-PEND-REQUESTED-TIMESTAMP.

       0320-READ-FOR-UPDATE.
           MOVE ZIPCDI TO OVRD-ZIP-CODE
           MOVE ADDONI TO OVRD-ADD-ON-LOW-NO
           EXEC CICS
               READ FILE('CROVRD')
                   INTO(LOCAL-OVERRIDE-RECORD)
                   RIDFLD(OVRD-KEY)
                   UPDATE
                   RESP(WS-RESP)
           END-EXEC.

       0330-RELEASE-RECORD.
           EXEC CICS
               UNLOCK FILE('CROVRD')
           END-EXEC.

      *    A REQUEST IS LOGGED FROM WHAT WAS KEYED ON THE SCREEN.
       0380-AUDIT-FROM-SCREEN.
           MOVE 'R'     TO OVRA-EVENT-CODE
           MOVE ACTIONI TO OVRA-ACTION-CODE
           MOVE STATEI  TO OVRA-STATE-ABBREV
           MOVE CNTNOI  TO OVRA-COUNTY-NO
           MOVE INITLI  TO OVRA-OPERATOR-INITIALS
           MOVE INITLI  TO OVRA-REQUESTED-BY
           MOVE REASONI TO OVRA-REASON
           PERFORM 0400-WRITE-AUDIT-ROW.

      *    AN APPROVAL OR REJECTION IS LOGGED FROM THE PENDING AREA
      *    IT SETTLES, UNDER THE SECOND USER'S INITIALS WITH THE
      *    REQUESTER ALONGSIDE.  THE CALLER SETS THE EVENT CODE AND
      *    WRITES THE ROW ONCE THE MASTER UPDATE HAS TAKEN.
       0390-AUDIT-FROM-PENDING.
           MOVE OVRD-PEND-ACTION-CODE  TO OVRA-ACTION-CODE
           MOVE OVRD-PEND-STATE-ABBREV TO OVRA-STATE-ABBREV
           MOVE OVRD-PEND-COUNTY-NO    TO OVRA-COUNTY-NO
           MOVE INITLI                 TO OVRA-OPERATOR-INITIALS
           MOVE OVRD-PEND-REQUESTED-BY TO OVRA-REQUESTED-BY
           MOVE OVRD-PEND-REASON       TO OVRA-REASON.

      *    THE AUDIT ROW IS WRITTEN ONLY AFTER THE MASTER ACTION
      *    SUCCEEDED, SO THE LOG NEVER CLAIMS AN ACTION THAT DID NOT
      *    TAKE.  A FAILED AUDIT WRITE IS CALLED OUT ON THE SCREEN --
      *    AN UNAUDITED OVERRIDE IS A FINDING, NOT A SHRUG.
       0400-WRITE-AUDIT-ROW.
           MOVE WS-CURRENT-TIMESTAMP TO OVRA-TIMESTAMP
           MOVE ZIPCDI               TO OVRA-ZIP-CODE
           MOVE ADDONI               TO OVRA-ADD-ON-LOW-NO
           MOVE WS-USERID            TO OVRA-USERID
           EXEC CICS
               WRITE FILE('OVRDLOG')
                   FROM(OVERRIDE-AUDIT-RECORD)
