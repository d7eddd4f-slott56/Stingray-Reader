      *    VENDOR DATA-QUALITY SCORECARD HISTORY (VNDSCOR), KEYED ON
      *    THE TAPE VERSION THE MEASURES BELONG TO PLUS STATE.  THE
      *    ROW WITH A BLANK STATE IS THE WHOLE TAPE -- IT SORTS FIRST
      *    UNDER ITS VERSION AND CARRIES EVERY MEASURE, INCLUDING THE
      *    TWO THAT HAVE NO STATE (CORRECTION TAPES APPLIED WHILE THE
      *    VERSION WAS IN SERVICE, AND TAPES REJECTED AT LOAD).  THE
      *    STATE ROWS CARRY THE STATE'S SHARE OF THE OTHER FOUR.
      *    WRITTEN ONLY THROUGH ZIPVSCU; ROWS ARE NEVER DELETED, SO
      *    THE FILE IS THE RECORD FROM ONE CONTRACT RENEWAL TO THE
      *    NEXT.
0.0000 01  VENDOR-SCORECARD-RECORD.
            05   VSC-KEY.
                 10  VSC-FILE-VERSION.
                      15  VSC-VERSION-YEAR                 PIC X(02).
                      15  VSC-VERSION-MONTH                PIC X(02).
                 10  VSC-STATE-ABBREV                     PIC X(02).
                      88  VSC-WHOLE-TAPE                   VALUE SPACES.
            05   VSC-QUARANTINED-COUNT                     PIC 9(09).
            05   VSC-AUDIT-SEVERE-COUNT                    PIC 9(09).
            05   VSC-AUDIT-WARNING-COUNT                   PIC 9(09).
            05   VSC-OVERRIDES-REQUIRED                    PIC 9(09).
            05   VSC-CORRECTION-TAPES                      PIC 9(05).
            05   VSC-TAPES-REJECTED                        PIC 9(05).
            05   VSC-LAST-UPDATE-DATE                      PIC X(08).
            05   VSC-LAST-UPDATE-JOB                       PIC X(08).
