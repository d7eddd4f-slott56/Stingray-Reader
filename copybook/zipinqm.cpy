            05   FILLER REDEFINES MSGF.
                 10  MSGA                        PIC X.
            05   MSGI                            PIC X(60).
            05   DIST1L                          PIC S9(4) COMP.
            05   DIST1F                          PIC X.
            05   FILLER REDEFINES DIST1F.
                 10  DIST1A                      PIC X.
            05   DIST1I                          PIC X(60).
            05   DIST2L                          PIC S9(4) COMP.
            05   DIST2F                          PIC X.
            05   FILLER REDEFINES DIST2F.
                 10  DIST2A                      PIC X.
            05   DIST2I                          PIC X(60).
            05   DIST3L                          PIC S9(4) COMP.
            05   DIST3F                          PIC X.
            05   FILLER REDEFINES DIST3F.
                 10  DIST3A                      PIC X.
            05   DIST3I                          PIC X(60).
            05   DIST4L                          PIC S9(4) COMP.
            05   DIST4F                          PIC X.
            05   FILLER REDEFINES DIST4F.
                 10  DIST4A                      PIC X.
            05   DIST4I                          PIC X(60).
            05   DIST5L                          PIC S9(4) COMP.
            05   DIST5F                          PIC X.
            05   FILLER REDEFINES DIST5F.
                 10  DIST5A                      PIC X.
            05   DIST5I                          PIC X(60).

0.0000 01  ZIPINQO REDEFINES ZIPINQI.
            05   FILLER                          PIC X(12).
            05   CITYO                           PIC X(28).
            05   FILLER                          PIC X(03).
            05   MSGO                            PIC X(60).
            05   FILLER                          PIC X(03).
            05   DIST1O                          PIC X(60).
            05   FILLER                          PIC X(03).
            05   DIST2O                          PIC X(60).
            05   FILLER                          PIC X(03).
            05   DIST3O                          PIC X(60).
            05   FILLER                          PIC X(03).
            05   DIST4O                          PIC X(60).
            05   FILLER                          PIC X(03).
            05   DIST5O                          PIC X(60).
