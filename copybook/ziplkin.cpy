      *    LOOKUP REQUEST (ZIPLKIN) FOR THE BATCH LOOKUPS ZIPLKBAT AND
      *    ZIPLKHV.  THE CALLER REFERENCE IS THE REQUESTING SYSTEM'S
      *    OWN KEY FOR THE ADDRESS (ACCOUNT NUMBER, ORDER NUMBER) --
      *    IT IS NEVER USED IN THE LOOKUP, ONLY RETURNED UNCHANGED ON
      *    THE RESPONSE FILE (ZIPLKRS.CPY) SO TWO REQUESTS FOR THE
      *    SAME ZIP+4 CAN BE MATCHED BACK TO THE RIGHT RECORDS.
0.0000 01  LOOKUP-REQUEST-RECORD.
            05   LKIN-ZIP-CODE                            PIC X(05).
            05   LKIN-ADD-ON-LOW-NO.
                 10  LKIN-LOW-SECTOR-NO                    PIC X(02).
                 10  LKIN-LOW-SEGMENT-NO                   PIC X(02).
            05   LKIN-STREET-NO                            PIC 9(05).
            05   LKIN-CALLER-REFERENCE                     PIC X(20).
