      *    MAINTENANCE ACTION IS RECORDED HERE AND LISTED BY THE
      *    ZIPOVRA AUDIT REPORT.  KEYED ON TIMESTAMP + OVERRIDE KEY
      *    SO THE ONLINE TRANSACTION CAN WRITE IT DIRECTLY AND THE
      *    REPORT READS IT BACK IN TIME ORDER.  EVERY ACTION NOW
      *    LANDS TWICE: ONCE WHEN IT IS REQUESTED AND AGAIN WHEN A
      *    SECOND USER APPROVES OR REJECTS IT, WITH THE REQUESTER'S
      *    INITIALS CARRIED ON THE APPROVAL ROW.  ROWS WRITTEN BEFORE
      *    THE APPROVAL STEP EXISTED HAVE A BLANK EVENT CODE -- THOSE
      *    ACTIONS WERE APPLIED DIRECTLY.  THE LOG WAS 72 BYTES
      *    BEFORE THE LAST THREE FIELDS WERE ADDED; ZIPOVLCV CONVERTS
      *    IT ONCE, PADDING THE OLD ROWS WITH SPACES.  ZIPOVRB'S BATCH
      *    TRANSACTIONS GO ON THE SAME LOG WITH THE JOB NAME IN
      *    PLACE OF THE SIGNED-ON USERID.
0.0000 01  OVERRIDE-AUDIT-RECORD.
            05   OVRA-KEY.
                 10  OVRA-TIMESTAMP                       PIC X(14).
            05   OVRA-COUNTY-NO                            PIC X(03).
            05   OVRA-OPERATOR-INITIALS                    PIC X(03).
            05   OVRA-REASON                               PIC X(40).
            05   OVRA-EVENT-CODE                           PIC X(01).
                 88  OVRA-EVENT-APPLIED                   VALUE SPACE.
                 88  OVRA-EVENT-REQUESTED                 VALUE 'R'.
                 88  OVRA-EVENT-APPROVED                  VALUE 'V'.
                 88  OVRA-EVENT-REJECTED                  VALUE 'X'.
            05   OVRA-REQUESTED-BY                         PIC X(03).
            05   OVRA-USERID                               PIC X(08).
