      *    SPECIAL TAX DISTRICT RANGE FILE, MAINTAINED BY THE TAX
      *    DEPARTMENT AND LOADED BY ZIPDSTLD.  ONE RECORD PER RANGE:
      *    A ZIP PLUS AN ADD-ON RANGE, OPTIONALLY NARROWED TO A
      *    STREET-NUMBER RANGE (BOTH STREET FIELDS ZERO MEANS THE
      *    WHOLE ADD-ON RANGE), AND THE DISTRICT IT FALLS IN.  A
      *    ZIP WITH SEVERAL OVERLAPPING DISTRICTS (TRANSIT, SCHOOL,
      *    FIRE, ...) CARRIES ONE RECORD PER DISTRICT.  THE FIRST
      *    RECORD IS A HEADER WITH THE SAME VERSION / SEQUENCE /
      *    EXPECTED-COUNT DISCIPLINE AS THE VENDOR TAPES.
0.0000 01  DISTRICT-RANGE-RECORD.
            05   DRNG-ZIP-CODE                            PIC X(05).
            05   DRNG-ADD-ON-LOW-NO                        PIC X(04).
            05   DRNG-ADD-ON-HIGH-NO                       PIC X(04).
            05   DRNG-STREET-LOW-NO                        PIC 9(05).
            05   DRNG-STREET-HIGH-NO                       PIC 9(05).
            05   DRNG-DISTRICT-CODE                        PIC X(05).
            05   DRNG-DISTRICT-TYPE                        PIC X(02).
            05   DRNG-DISTRICT-NAME                        PIC X(25).
            05   FILLER                                    PIC X(05).

0.0000 01  DISTRICT-RANGE-HEADER-RECORD.
            05  FILLER                                     PIC  X(05).
            05  DRNG-FILE-VERSION-YEAR                     PIC  X(02).
            05  DRNG-FILE-VERSION-MONTH                    PIC  X(02).
            05  DRNG-SOURCE-ID                             PIC  X(11).
            05  DRNG-TAPE-SEQUENCE-NO                      PIC  X(03).
            05  DRNG-EXPECTED-RECORD-COUNT                 PIC  9(09).
            05  FILLER                                     PIC  X(28).
