      *    KEYED SPECIAL TAX DISTRICT MASTER BUILT BY ZIPDSTLD FROM
      *    THE TAX DEPARTMENT'S DISTRICT RANGE FILE (ZIPDRNG.CPY).
      *    THE KEY LEADS WITH THE ZIP AND THE LOW END OF THE ADD-ON
      *    RANGE SO A LOOKUP CAN START AT THE ZIP AND READ FORWARD;
      *    THE STREET LOW NUMBER AND DISTRICT CODE KEEP SEVERAL
      *    DISTRICTS ON THE SAME RANGE UNIQUE.  A ZERO STREET RANGE
      *    MEANS THE DISTRICT COVERS THE WHOLE ADD-ON RANGE.
0.0000 01  DISTRICT-MASTER-RECORD.
            05   DSTM-KEY.
                 10   DSTM-ZIP-CODE                       PIC X(05).
                 10   DSTM-ADD-ON-LOW-NO                  PIC X(04).
                 10   DSTM-STREET-LOW-NO                  PIC 9(05).
                 10   DSTM-DISTRICT-CODE                  PIC X(05).
            05   DSTM-ADD-ON-HIGH-NO                       PIC X(04).
            05   DSTM-STREET-HIGH-NO                       PIC 9(05).
                 88   DSTM-NO-STREET-RANGE                 VALUE ZERO.
            05   DSTM-DISTRICT-TYPE                        PIC X(02).
            05   DSTM-DISTRICT-NAME                        PIC X(25).
