            05   FILLER REDEFINES REASONF.
                 10  REASONA                     PIC X.
            05   REASONI                         PIC X(40).
            05   STATL                           PIC S9(4) COMP.
            05   STATF                           PIC X.
            05   FILLER REDEFINES STATF.
                 10  STATA                       PIC X.
            05   STATI                           PIC X(60).
            05   MSGL                            PIC S9(4) COMP.
            05   MSGF                            PIC X.
            05   FILLER REDEFINES MSGF.
            05   FILLER                          PIC X(03).
            05   REASONO                         PIC X(40).
            05   FILLER                          PIC X(03).
            05   STATO                           PIC X(60).
            05   FILLER                          PIC X(03).
            05   MSGO                            PIC X(60).
