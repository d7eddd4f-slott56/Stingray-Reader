      *    SORTED INTO ZIP-CODE / ADD-ON SEQUENCE (THE SAME ORDER
      *    ZIPLKHV REQUIRES OF ITS REQUEST FILE).  THE ADDRESS FIELDS
      *    MIRROR ZIPLKIN.CPY WITH THE ACCOUNT NUMBER IN FRONT.
      *    THE BILLED FIELDS CARRY THE STATE/COUNTY AND FIPS CODE THE
      *    ACCOUNT IS CURRENTLY BEING BILLED TO, AS BILLING HOLDS
      *    THEM; ZIPBLAUD AUDITS THEM AGAINST A FRESH RESOLUTION OF
      *    THE ADDRESS.  ZIPIMPCT DOES NOT LOOK AT THEM.  A BILLED
      *    FIPS CODE OF SPACES MEANS BILLING HOLDS NONE FOR THE
      *    ACCOUNT AND ONLY THE STATE/COUNTY IS AUDITED.
0.0000 01  ACCOUNT-ADDRESS-RECORD.
            05   ACCT-ACCOUNT-NO                          PIC X(10).
            05   ACCT-ZIP-CODE                            PIC X(05).
                 10  ACCT-LOW-SECTOR-NO                   PIC X(02).
                 10  ACCT-LOW-SEGMENT-NO                  PIC X(02).
            05   ACCT-STREET-NO                           PIC 9(05).
            05   ACCT-BILLED-STATE-ABBREV                 PIC X(02).
            05   ACCT-BILLED-COUNTY-NO                    PIC X(03).
            05   ACCT-BILLED-FIPS-CODE.
                 10  ACCT-BILLED-FIPS-STATE-CODE          PIC X(02).
                 10  ACCT-BILLED-FIPS-COUNTY-CODE         PIC X(03).
