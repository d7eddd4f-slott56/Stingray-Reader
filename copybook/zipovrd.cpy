      *    ADD, CHANGE AND DELETE LANDS ON THE AUDIT LOG (OVRDLOG).
      *    ZIPOVRX REVIEWS THE FILE AT EACH MONTHLY LOAD AND REPORTS
      *    THE OVERRIDES THE NEW TAPE HAS MADE UNNECESSARY.
      *
      *    NO ADD, CHANGE OR DELETE TAKES EFFECT ON ONE PERSON'S
      *    SAY-SO.  THE REQUEST IS HELD IN THE PENDING AREA AT THE
      *    END OF THE RECORD UNTIL A DIFFERENT USER APPROVES (OR
      *    REJECTS) IT, THROUGH THE ZIPOVRM SCREEN OR THE ZIPOVRB
      *    BATCH TRANSACTION JOB.  WHILE A CHANGE OR DELETE IS
      *    PENDING THE APPROVED FIELDS ABOVE IT STAY IN EFFECT; A
      *    PENDING ADD IS NOT IN EFFECT AT ALL AND EVERY LOOKUP MUST
      *    SKIP IT (OVRD-PENDING-ADD).  RECORDS WRITTEN BEFORE THE
      *    APPROVAL STEP EXISTED HAVE A BLANK PENDING AREA AND ARE
      *    IN EFFECT WITH NOTHING PENDING.
0.0000 01  LOCAL-OVERRIDE-RECORD.
            05   OVRD-KEY.
                 10  OVRD-ZIP-CODE                        PIC X(05).
            05   OVRD-OPERATOR-INITIALS                    PIC X(03).
            05   OVRD-REASON                               PIC X(40).
            05   OVRD-ADDED-DATE                           PIC X(08).
            05   OVRD-APPROVED-BY-INITIALS                 PIC X(03).
            05   OVRD-APPROVED-DATE                        PIC X(08).
            05   OVRD-PENDING-REQUEST.
                 10  OVRD-PEND-ACTION-CODE                PIC X(01).
                      88  OVRD-NOTHING-PENDING             VALUE SPACE.
                      88  OVRD-PENDING-ADD                 VALUE 'A'.
                      88  OVRD-PENDING-CHANGE              VALUE 'C'.
                      88  OVRD-PENDING-DELETE              VALUE 'D'.
                 10  OVRD-PEND-ADD-ON-HIGH-NO             PIC X(04).
                 10  OVRD-PEND-STATE-ABBREV               PIC X(02).
                 10  OVRD-PEND-COUNTY-NO                  PIC X(03).
                 10  OVRD-PEND-COUNTY-NAME                PIC X(25).
                 10  OVRD-PEND-REASON                     PIC X(40).
                 10  OVRD-PEND-REQUESTED-BY               PIC X(03).
                 10  OVRD-PEND-REQUESTED-USERID           PIC X(08).
                 10  OVRD-PEND-REQUESTED-TIMESTAMP        PIC X(14).
