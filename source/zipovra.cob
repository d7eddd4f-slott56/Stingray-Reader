      *                CUSTOMERS ARE TAXED, SO THIS REPORT IS HOW
      *                EVERY MAINTENANCE ACTION GETS IN FRONT OF A
      *                REVIEWER -- THERE IS NO OTHER MAINTENANCE PATH
      *                TO CROVRD.  EACH ACTION SHOWS UP ONCE AS
      *                REQUESTED AND AGAIN AS APPROVED OR REJECTED BY
      *                A SECOND USER, WITH THE REQUESTER'S INITIALS ON
      *                THE APPROVAL LINE; OLDER ROWS FROM BEFORE THE
      *                APPROVAL STEP SHOW AS APPLIED.  REQUESTS STILL
      *                OPEN AT THE END OF THE LOG ARE NOT TRACKED
      *                HERE -- THE ZIPO SCREEN'S I ACTION SHOWS THEM.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPOVRA.
           05  WS-ADDS-READ                    PIC 9(09) VALUE ZERO.
           05  WS-CHANGES-READ                 PIC 9(09) VALUE ZERO.
           05  WS-DELETES-READ                 PIC 9(09) VALUE ZERO.
           05  WS-REQUESTS-READ                PIC 9(09) VALUE ZERO.
           05  WS-APPROVALS-READ               PIC 9(09) VALUE ZERO.
           05  WS-REJECTIONS-READ              PIC 9(09) VALUE ZERO.

       01  WS-REPORT-LINE.
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-RPT-TIMESTAMP                PIC X(14).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-RPT-EVENT                    PIC X(08).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-RPT-ACTION                   PIC X(06).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-RPT-ZIP-CODE                 PIC X(05).
           05  WS-RPT-COUNTY-NO                PIC X(03).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-RPT-INITIALS                 PIC X(03).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  WS-RPT-REQUESTED-BY             PIC X(03).
           05  FILLER                          PIC X(02)  VALUE SPACE.
           05  WS-RPT-REASON                   PIC X(40).

       0210-REPORT-ONE-ACTION.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE OVRA-TIMESTAMP         TO WS-RPT-TIMESTAMP
           EVALUATE TRUE
               WHEN OVRA-EVENT-REQUESTED
                   MOVE 'REQUEST ' TO WS-RPT-EVENT
                   ADD 1 TO WS-REQUESTS-READ
               WHEN OVRA-EVENT-APPROVED
                   MOVE 'APPROVE ' TO WS-RPT-EVENT
                   ADD 1 TO WS-APPROVALS-READ
               WHEN OVRA-EVENT-REJECTED
                   MOVE 'REJECT  ' TO WS-RPT-EVENT
                   ADD 1 TO WS-REJECTIONS-READ
               WHEN OTHER
                   MOVE 'APPLIED ' TO WS-RPT-EVENT
           END-EVALUATE
           EVALUATE TRUE
               WHEN OVRA-ACTION-ADD
                   MOVE 'ADD   ' TO WS-RPT-ACTION
           MOVE OVRA-STATE-ABBREV      TO WS-RPT-STATE-ABBREV
           MOVE OVRA-COUNTY-NO         TO WS-RPT-COUNTY-NO
           MOVE OVRA-OPERATOR-INITIALS TO WS-RPT-INITIALS
           MOVE OVRA-REQUESTED-BY      TO WS-RPT-REQUESTED-BY
           MOVE OVRA-REASON            TO WS-RPT-REASON
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE.
           STRING 'DELETES        : ' WS-DELETES-READ
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'REQUESTS       : ' WS-REQUESTS-READ
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'APPROVALS      : ' WS-APPROVALS-READ
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'REJECTIONS     : ' WS-REJECTIONS-READ
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE OVERRIDE-AUDIT-FILE
           CLOSE AUDIT-REPORT-FILE
           DISPLAY 'ZIPOVRA: ACTIONS LISTED = ' WS-ACTIONS-READ.
