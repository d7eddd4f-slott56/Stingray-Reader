      *    DISASTER-RECOVERY TAPE (DRTAPE) RECORD LAYOUTS, ALL 240
      *    BYTES, DISPLAY ONLY, WITH A RECORD-TYPE BYTE AND THE DD
      *    NAME OF THE FILE IN FRONT SO THE TAPE CAN BE READ AT ANY
      *    SITE WITH ANY UTILITY.  ZIPDRUNL WRITES ONE TAPE HEADER
      *    ('H'), THEN FOR EVERY FILE IN THE ZIPDRSN.CPY ORDER A
      *    SECTION HEADER ('S') CARRYING THE RECORD LENGTH, ONE DATA
      *    ROW ('D') PER RECORD IN KEY ORDER CARRYING THE RECORD
      *    IMAGE UNCHANGED AND LEFT-JUSTIFIED, AND A SECTION TRAILER
      *    ('E') WITH THE SECTION'S RECORD COUNT.  A FILE THAT DID
      *    NOT EXIST AT UNLOAD TIME STILL GETS ITS HEADER AND
      *    TRAILER, MARKED NOT PRESENT WITH A ZERO COUNT, SO THE
      *    TAPE ALWAYS CARRIES EVERY SECTION.  THE CONTROL TRAILER
      *    ('T') WITH THE GRAND TOTALS COMES LAST -- A TAPE CUT
      *    SHORT IN FLIGHT IS MISSING IT, AND ZIPDRRLD WILL NOT
      *    RELOAD FROM SUCH A TAPE.
0.0000 01  DR-TAPE-HEADER-RECORD.
            05   DRTP-RECORD-TYPE                         PIC X(01).
                 88  DRTP-TAPE-HEADER                      VALUE 'H'.
                 88  DRTP-SECTION-HEADER                   VALUE 'S'.
                 88  DRTP-DATA-ROW                         VALUE 'D'.
                 88  DRTP-SECTION-TRAILER                  VALUE 'E'.
                 88  DRTP-CONTROL-TRAILER                  VALUE 'T'.
            05   DRTP-FILE-NAME                           PIC X(08).
            05   DRTP-CREATED-DATE                         PIC X(08).
            05   DRTP-CREATED-TIME                         PIC X(06).
            05   DRTP-SECTION-COUNT                        PIC 9(03).
            05   FILLER                                    PIC X(214).

0.0000 01  DR-SECTION-HEADER-RECORD.
            05   FILLER                                    PIC X(09).
            05   DRSH-FILE-PRESENT                         PIC X(01).
                 88  DRSH-FILE-ON-TAPE                     VALUE 'Y'.
                 88  DRSH-FILE-NOT-PRESENT                 VALUE 'N'.
            05   DRSH-RECORD-LENGTH                        PIC 9(05).
            05   FILLER                                    PIC X(225).

0.0000 01  DR-DATA-ROW-RECORD.
            05   FILLER                                    PIC X(09).
            05   DRTD-RECORD-IMAGE                         PIC X(231).

0.0000 01  DR-SECTION-TRAILER-RECORD.
            05   FILLER                                    PIC X(09).
            05   DRSE-RECORD-COUNT                         PIC 9(09).
            05   FILLER                                    PIC X(222).

0.0000 01  DR-CONTROL-TRAILER-RECORD.
            05   FILLER                                    PIC X(09).
            05   DRCT-SECTION-COUNT                        PIC 9(03).
            05   DRCT-DATA-ROW-COUNT                       PIC 9(09).
            05   FILLER                                    PIC X(219).
