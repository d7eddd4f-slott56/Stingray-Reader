      *================================================================
      *  ZIPSUSM  --  SYMBOLIC MAP FOR BMS MAPSET ZIPSUSS, AS BMS GEN
      *                WOULD PRODUCE IT.  ZIPSUSI IS USED ON RECEIVE
      *                MAP, ZIPSUSO ON SEND MAP.
      *================================================================
0.0000 01  ZIPSUSI.
            05   FILLER                          PIC X(12).
            05   ACTIONL                         PIC S9(4) COMP.
            05   ACTIONF                         PIC X.
            05   FILLER REDEFINES ACTIONF.
                 10  ACTIONA                     PIC X.
            05   ACTIONI                         PIC X(01).
            05   SEENL                           PIC S9(4) COMP.
            05   SEENF                           PIC X.
            05   FILLER REDEFINES SEENF.
                 10  SEENA                       PIC X.
            05   SEENI                           PIC X(08).
            05   CYCLEL                          PIC S9(4) COMP.
            05   CYCLEF                          PIC X.
            05   FILLER REDEFINES CYCLEF.
                 10  CYCLEA                      PIC X.
            05   CYCLEI                          PIC X(03).
            05   OZIPL                           PIC S9(4) COMP.
            05   OZIPF                           PIC X.
            05   FILLER REDEFINES OZIPF.
                 10  OZIPA                       PIC X.
            05   OZIPI                           PIC X(05).
            05   OADDONL                         PIC S9(4) COMP.
            05   OADDONF                         PIC X.
            05   FILLER REDEFINES OADDONF.
                 10  OADDONA                     PIC X.
            05   OADDONI                         PIC X(04).
            05   OSTRTL                          PIC S9(4) COMP.
            05   OSTRTF                          PIC X.
            05   FILLER REDEFINES OSTRTF.
                 10  OSTRTA                      PIC X.
            05   OSTRTI                          PIC X(05).
            05   REFERL                          PIC S9(4) COMP.
            05   REFERF                          PIC X.
            05   FILLER REDEFINES REFERF.
                 10  REFERA                      PIC X.
            05   REFERI                          PIC X(20).
            05   CZIPL                           PIC S9(4) COMP.
            05   CZIPF                           PIC X.
            05   FILLER REDEFINES CZIPF.
                 10  CZIPA                       PIC X.
            05   CZIPI                           PIC X(05).
            05   CADDONL                         PIC S9(4) COMP.
            05   CADDONF                         PIC X.
            05   FILLER REDEFINES CADDONF.
                 10  CADDONA                     PIC X.
            05   CADDONI                         PIC X(04).
            05   CSTRTL                          PIC S9(4) COMP.
            05   CSTRTF                          PIC X.
            05   FILLER REDEFINES CSTRTF.
                 10  CSTRTA                      PIC X.
            05   CSTRTI                          PIC X(05).
            05   STATEL                          PIC S9(4) COMP.
            05   STATEF                          PIC X.
            05   FILLER REDEFINES STATEF.
                 10  STATEA                      PIC X.
            05   STATEI                          PIC X(02).
            05   CNTNOL                          PIC S9(4) COMP.
            05   CNTNOF                          PIC X.
            05   FILLER REDEFINES CNTNOF.
                 10  CNTNOA                      PIC X.
            05   CNTNOI                          PIC X(03).
            05   CNTNML                          PIC S9(4) COMP.
            05   CNTNMF                          PIC X.
            05   FILLER REDEFINES CNTNMF.
                 10  CNTNMA                      PIC X.
            05   CNTNMI                          PIC X(25).
            05   FIPSL                           PIC S9(4) COMP.
            05   FIPSF                           PIC X.
            05   FILLER REDEFINES FIPSF.
                 10  FIPSA                       PIC X.
            05   FIPSI                           PIC X(16).
            05   BASISL                          PIC S9(4) COMP.
            05   BASISF                          PIC X.
            05   FILLER REDEFINES BASISF.
                 10  BASISA                      PIC X.
            05   BASISI                          PIC X(30).
            05   INITLL                          PIC S9(4) COMP.
            05   INITLF                          PIC X.
            05   FILLER REDEFINES INITLF.
                 10  INITLA                      PIC X.
            05   INITLI                          PIC X(03).
            05   STATL                           PIC S9(4) COMP.
            05   STATF                           PIC X.
            05   FILLER REDEFINES STATF.
                 10  STATA                       PIC X.
            05   STATI                           PIC X(60).
            05   MSGL                            PIC S9(4) COMP.
            05   MSGF                            PIC X.
            05   FILLER REDEFINES MSGF.
                 10  MSGA                        PIC X.
            05   MSGI                            PIC X(60).

0.0000 01  ZIPSUSO REDEFINES ZIPSUSI.
            05   FILLER                          PIC X(12).
            05   FILLER                          PIC X(03).
            05   ACTIONO                         PIC X(01).
            05   FILLER                          PIC X(03).
            05   SEENO                           PIC X(08).
            05   FILLER                          PIC X(03).
            05   CYCLEO                          PIC X(03).
            05   FILLER                          PIC X(03).
            05   OZIPO                           PIC X(05).
            05   FILLER                          PIC X(03).
            05   OADDONO                         PIC X(04).
            05   FILLER                          PIC X(03).
            05   OSTRTO                          PIC X(05).
            05   FILLER                          PIC X(03).
            05   REFERO                          PIC X(20).
            05   FILLER                          PIC X(03).
            05   CZIPO                           PIC X(05).
            05   FILLER                          PIC X(03).
            05   CADDONO                         PIC X(04).
            05   FILLER                          PIC X(03).
            05   CSTRTO                          PIC X(05).
            05   FILLER                          PIC X(03).
            05   STATEO                          PIC X(02).
            05   FILLER                          PIC X(03).
            05   CNTNOO                          PIC X(03).
            05   FILLER                          PIC X(03).
            05   CNTNMO                          PIC X(25).
            05   FILLER                          PIC X(03).
            05   FIPSO                           PIC X(16).
            05   FILLER                          PIC X(03).
            05   BASISO                          PIC X(30).
            05   FILLER                          PIC X(03).
            05   INITLO                          PIC X(03).
            05   FILLER                          PIC X(03).
            05   STATO                           PIC X(60).
            05   FILLER                          PIC X(03).
            05   MSGO                            PIC X(60).
