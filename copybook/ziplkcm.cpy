      *    PASS ZERO, EXACTLY AS BATCH CALLERS OF ZIPLKUP DO; CALLERS
      *    WITHOUT A ZIP+4 ADD-ON PASS SPACES AND GET THE ZIP-LEVEL
      *    DOMINANT-COUNTY FALLBACK, WITH ITS CONFIDENCE FLAG, THE
      *    SAME AS BATCH.  UP TO FIVE SPECIAL TAX DISTRICTS THAT
      *    APPLY ARE RETURNED AT THE END OF THE RESPONSE, WITH AN
      *    OVERFLOW FLAG WHEN MORE ARE ON FILE.  CALLERS STILL
      *    LINKING WITH THE ORIGINAL 54-BYTE COMMAREA (EVERYTHING UP
      *    TO LKCM-DISTRICTS) KEEP WORKING -- THE SERVICE RETURNS ONLY
      *    AS MUCH AS THE CALLER PASSED.
0.0000 01  LKCM-COMMAREA.
            05   LKCM-REQUEST.
                 10  LKCM-ZIP-CODE                        PIC X(05).
                      88  LKCM-AT-ZIP-LEVEL                VALUE 'Y'.
                 10  LKCM-OVERRIDE-APPLIED                 PIC X(01).
                      88  LKCM-OVERRIDE-WAS-APPLIED        VALUE 'Y'.
                 10  LKCM-DISTRICTS.
                      15  LKCM-DISTRICT-COUNT              PIC 9(01).
                      15  LKCM-DISTRICT-OVERFLOW           PIC X(01).
                           88  LKCM-MORE-DISTRICTS         VALUE 'Y'.
                      15  LKCM-DISTRICT-ENTRY     OCCURS 5 TIMES.
                           20  LKCM-DISTRICT-CODE          PIC X(05).
                           20  LKCM-DISTRICT-TYPE          PIC X(02).
                           20  LKCM-DISTRICT-NAME          PIC X(25).
