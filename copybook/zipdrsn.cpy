      *    DISASTER-RECOVERY SECTION ORDER, SHARED BY ZIPDRUNL AND
      *    ZIPDRRLD SO THE UNLOAD AND THE RELOAD CAN NEVER DISAGREE
      *    ABOUT WHICH FILE A TAPE SECTION HOLDS.  EVERY KEYED FILE
      *    THE SYSTEM NEEDS TO COME UP AT ANOTHER SITE, WITH ITS
      *    CONTROL RECORD AHEAD OF IT, AND THE PRIOR GENERATION SO
      *    ZIPFALLB STILL WORKS THERE.  THE STAGING FILES (CRMSTRS,
      *    CRSPLITS, CRCTLS), THE TAX FEEDS AND THE CENSWRK WORK
      *    FILE ARE NOT CARRIED -- EACH IS REBUILT BY THE JOB THAT
      *    OWNS IT.  A FILE ADDED HERE MUST BE ADDED TO BOTH
      *    PROGRAMS' LENGTH LOAD AND OPEN/READ/WRITE/CLOSE DISPATCH
      *    IN THE SAME POSITION, WITH DRSN-SECTION-TOTAL AND BOTH
      *    PROGRAMS' SECTION TABLE OCCURS STEPPED TO MATCH.
0.0000 01  DR-SECTION-NAME-DATA.
            05   FILLER                 PIC X(08) VALUE 'CRCTL   '.
            05   FILLER                 PIC X(08) VALUE 'CRMSTR  '.
            05   FILLER                 PIC X(08) VALUE 'CRSPLIT '.
            05   FILLER                 PIC X(08) VALUE 'CRCTLP  '.
            05   FILLER                 PIC X(08) VALUE 'CRMSTRP '.
            05   FILLER                 PIC X(08) VALUE 'CRSPLITP'.
            05   FILLER                 PIC X(08) VALUE 'CROVRD  '.
            05   FILLER                 PIC X(08) VALUE 'OVRDLOG '.
            05   FILLER                 PIC X(08) VALUE 'FIPSMSTR'.
            05   FILLER                 PIC X(08) VALUE 'CTYCTL  '.
            05   FILLER                 PIC X(08) VALUE 'CTYMSTR '.
            05   FILLER                 PIC X(08) VALUE 'CRZSUM  '.
            05   FILLER                 PIC X(08) VALUE 'CRCNTY  '.
            05   FILLER                 PIC X(08) VALUE 'DSTCTL  '.
            05   FILLER                 PIC X(08) VALUE 'DISTMSTR'.
            05   FILLER                 PIC X(08) VALUE 'CENSREF '.
            05   FILLER                 PIC X(08) VALUE 'SUSPMSTR'.
            05   FILLER                 PIC X(08) VALUE 'CRHIST  '.
            05   FILLER                 PIC X(08) VALUE 'CRSHIST '.
            05   FILLER                 PIC X(08) VALUE 'ARCHINV '.
            05   FILLER                 PIC X(08) VALUE 'CYCSTAT '.
            05   FILLER                 PIC X(08) VALUE 'VNDSCOR '.

0.0000 01  DR-SECTION-NAME-TABLE REDEFINES DR-SECTION-NAME-DATA.
            05   DRSN-FILE-NAME          OCCURS 22 TIMES  PIC X(08).

0.0000 01  DRSN-SECTION-TOTAL                         PIC 9(03)
                                                       VALUE 22.
