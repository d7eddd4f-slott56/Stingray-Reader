      *    BEING RE-KEYED FROM A REPORT LINE.  THE REQUEST FIELDS
      *    MIRROR ZIPLKIN.CPY; THE DATE AND CYCLE COUNT EXIST SO THE
      *    AGING REPORT CAN SHOW HOW LONG EACH ONE HAS BEEN WAITING.
      *    THE CALLER REFERENCE RIDES ALONG UNCHANGED SO THE EVENTUAL
      *    RESOLUTION GOES BACK ON THE RESPONSE LAYOUT (ZIPLKRS.CPY)
      *    UNDER THE REQUESTER'S OWN KEY.  ZIPSUSP TAKES EACH CYCLE'S
      *    FILE INTO THE KEYED SUSPENSE WORKLIST (ZIPSUSK.CPY), WHERE
      *    THE ADDRESS-CORRECTION GROUP WORKS IT ON THE ZIPSUSW SCREEN.
0.0000 01  LOOKUP-SUSPENSE-RECORD.
            05   SUSP-ZIP-CODE                            PIC X(05).
            05   SUSP-ADD-ON-LOW-NO.
            05   SUSP-STREET-NO                            PIC 9(05).
            05   SUSP-FIRST-SEEN-DATE                      PIC X(08).
            05   SUSP-CYCLES-UNRESOLVED                    PIC 9(03).
            05   SUSP-CALLER-REFERENCE                     PIC X(20).
