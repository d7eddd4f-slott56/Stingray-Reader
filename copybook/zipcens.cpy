      *    KEYED CENSUS REFERENCE FILE (CENSREF) BUILT BY ZIPCENLD
      *    FROM THE CENSUS ZCTA-TO-COUNTY RELATIONSHIP FILE, KEYED ON
      *    ZCTA + COUNTY FIPS CODE SO ONE START/READ NEXT BROWSE
      *    RETURNS EVERY COUNTY THE BUREAU PUTS A ZIP IN.  THE SHARE
      *    IS THE PART'S PERCENT OF THE ZCTA'S POPULATION; A ZCTA
      *    WITH NO POPULATION (INDUSTRIAL PARKS, PARKLAND) IS SHARED
      *    OUT BY AREA INSTEAD, AND THE BASIS SAYS WHICH.  ZIPCENCM
      *    COMPARES IT WITH THE VENDOR'S COUNTIES AFTER EACH CUTOVER.
0.0000 01  CENSUS-REFERENCE-RECORD.
            05   CENS-KEY.
                 10  CENS-ZCTA-CODE                       PIC X(05).
                 10  CENS-COUNTY-FIPS-CODE.
                      15  CENS-STATE-FIPS                  PIC X(02).
                      15  CENS-COUNTY-FIPS                 PIC X(03).
            05   CENS-PART-POPULATION                      PIC 9(09).
            05   CENS-ZCTA-POPULATION                      PIC 9(09).
            05   CENS-ZIP-SHARE-PCT                        PIC 9(03)V99.
            05   CENS-SHARE-BASIS                          PIC X(01).
                 88  CENS-SHARE-BY-POPULATION              VALUE 'P'.
                 88  CENS-SHARE-BY-AREA                    VALUE 'A'.
