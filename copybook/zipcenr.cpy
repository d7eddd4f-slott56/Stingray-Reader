      *    CENSUS BUREAU ZCTA-TO-COUNTY RELATIONSHIP FILE, AS
      *    EXTRACTED TO FIXED COLUMNS FROM THE BUREAU'S PUBLISHED
      *    DELIMITED FILE, LOADED BY ZIPCENLD.  ONE RECORD PER
      *    ZCTA / COUNTY PART: A ZIP CODE TABULATION AREA THAT
      *    CROSSES COUNTY LINES CARRIES ONE RECORD PER COUNTY, EACH
      *    WITH THE PART'S SHARE OF THE ZCTA'S POPULATION AND OF ITS
      *    AREA (PERCENT, TWO DECIMALS, AS PUBLISHED).  THE COUNTY IS
      *    IDENTIFIED BY FIPS CODE ONLY -- THE BUREAU DOES NOT CARRY
      *    THE VENDOR'S STATE-ABBREV / COUNTY-NO.
0.0000 01  CENSUS-RELATIONSHIP-RECORD.
            05   CENR-ZCTA-CODE                           PIC X(05).
            05   CENR-STATE-FIPS                          PIC X(02).
            05   CENR-COUNTY-FIPS                         PIC X(03).
            05   CENR-PART-POPULATION                     PIC 9(09).
            05   CENR-ZCTA-POPULATION                     PIC 9(09).
            05   CENR-PCT-OF-ZCTA-POP                     PIC 9(03)V99.
            05   CENR-PCT-OF-ZCTA-AREA                    PIC 9(03)V99.
            05   FILLER                                    PIC X(42).
