      *    CITY-STATE TAPE BY ZIPCITLD, ONE RECORD PER ZIP, SO THE
      *    INQUIRY SCREEN AND THE BATCH LOOKUP REPORTS CAN SHOW THE
      *    USPS PREFERRED CITY NAME NEXT TO EVERY COUNTY RESOLUTION.
      *    THE LOCALITY TYPE IS THE USPS ZIP CLASSIFICATION AS THE
      *    VENDOR DELIVERS IT: BLANK FOR AN ORDINARY DELIVERY ZIP,
      *    'P' PO BOXES ONLY, 'U' A UNIQUE ZIP FOR ONE LARGE
      *    ADDRESSEE, 'M' MILITARY (APO/FPO).
0.0000 01  CITY-MASTER-RECORD.
            05   CTYM-ZIP-CODE                            PIC X(05).
            05   CTYM-PREF-CITY-NAME                      PIC X(28).
            05   CTYM-STATE-ABBREV                         PIC X(02).
            05   CTYM-LOCALITY-TYPE                        PIC X(01).
                 88  CTYM-STANDARD-ZIP                     VALUE ' '.
                 88  CTYM-PO-BOX-ONLY                      VALUE 'P'.
                 88  CTYM-UNIQUE-ZIP                       VALUE 'U'.
                 88  CTYM-MILITARY-ZIP                     VALUE 'M'.
