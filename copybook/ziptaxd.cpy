      *    SPECIAL TAX DISTRICT FEED WRITTEN BY ZIPTAXEX ALONGSIDE
      *    THE COUNTY JURISDICTION FEED (ZIPTAXR.CPY), ONE RECORD PER
      *    DISTRICT CODE ON THE DISTRICT MASTER, SO THE TAX-RATE
      *    SYSTEM CAN CARRY A RATE FOR EVERY DISTRICT THE LOOKUP
      *    ROUTINES CAN RETURN.  KEPT AS A SEPARATE FILE SO THE
      *    COUNTY FEED STAYS ONE RECORD PER STATE/COUNTY FOR ZIPRECON.
0.0000 01  TAX-DISTRICT-RECORD.
            05   TAXD-DISTRICT-CODE                        PIC X(05).
            05   TAXD-DISTRICT-TYPE                        PIC X(02).
            05   TAXD-DISTRICT-NAME                        PIC X(25).
