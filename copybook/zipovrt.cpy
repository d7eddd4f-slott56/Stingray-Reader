      *    BATCH OVERRIDE TRANSACTION, READ BY ZIPOVRB.  ONE RECORD
      *    PER REQUESTED ADD (A), CHANGE (C) OR DELETE (D), OR PER
      *    APPROVAL (V) OR REJECTION (R) OF A REQUEST ALREADY PENDING
      *    ON CROVRD -- THE SAME ACTIONS, FIELDS AND EDITS AS THE
      *    ZIPOVRM SCREEN, SO A COUNTY ASSESSOR'S CORRECTION LIST CAN
      *    BE KEYED AS ONE FILE AND APPROVED BY A SECOND USER AS
      *    ANOTHER.  APPROVALS AND REJECTIONS NEED ONLY THE ACTION,
      *    THE KEY AND THE INITIALS.
0.0000 01  OVERRIDE-TRANSACTION-RECORD.
            05   OVRT-ACTION-CODE                          PIC X(01).
                 88  OVRT-ACTION-ADD                      VALUE 'A'.
                 88  OVRT-ACTION-CHANGE                   VALUE 'C'.
                 88  OVRT-ACTION-DELETE                   VALUE 'D'.
                 88  OVRT-ACTION-APPROVE                  VALUE 'V'.
                 88  OVRT-ACTION-REJECT                   VALUE 'R'.
                 88  OVRT-ACTION-VALID                    VALUE 'A'
                                                   'C' 'D' 'V' 'R'.
            05   OVRT-KEY.
                 10  OVRT-ZIP-CODE                        PIC X(05).
                 10  OVRT-ADD-ON-LOW-NO                   PIC X(04).
            05   OVRT-ADD-ON-HIGH-NO                       PIC X(04).
            05   OVRT-STATE-ABBREV                         PIC X(02).
            05   OVRT-COUNTY-NO                            PIC X(03).
            05   OVRT-COUNTY-NAME                          PIC X(25).
            05   OVRT-INITIALS                             PIC X(03).
            05   OVRT-REASON                               PIC X(40).
