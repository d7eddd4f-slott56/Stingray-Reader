      *    CALL INTERFACE FOR THE ZIPVSCU SCORECARD SUBPROGRAM:
      *        CALL "ZIPVSCU" USING VSCU-PARAMETER.
      *    FUNCTIONS:
      *      ZR  ZERO MEASURE  - CLEARS ONE MEASURE ON EVERY ROW OF
      *                          THE VERSION.  A JOB THAT RECOUNTS ITS
      *                          MEASURE FROM SCRATCH EACH RUN CALLS
      *                          THIS FIRST, SO A RE-RUN REPLACES ITS
      *                          FIGURES INSTEAD OF DOUBLING THEM.
      *                          THE WHOLE-TAPE ROW IS CREATED IF IT
      *                          IS NOT THERE, SO A CLEAN MONTH IS ON
      *                          FILE AS ZERO RATHER THAN MISSING.
      *      AD  ADD           - ADDS THE VALUE TO THE MEASURE ON THE
      *                          STATE'S ROW AND ON THE WHOLE-TAPE
      *                          ROW (ONLY THE WHOLE-TAPE ROW WHEN THE
      *                          STATE IS BLANK), CREATING EITHER ROW
      *                          IF IT IS NOT THERE YET.
      *    MEASURES:
      *      QU  RECORDS QUARANTINED (DROPPED) AT LOAD
      *      AS  ZIPAUDIT SEVERE FINDINGS
      *      AW  ZIPAUDIT WARNING FINDINGS
      *      OV  LOCAL OVERRIDES STILL REQUIRED AGAINST THE TAPE
      *      CT  INTERIM CORRECTION TAPES APPLIED TO THE VERSION
      *      RJ  TAPES REJECTED AT LOAD AS LATE OR OUT OF SEQUENCE
      *    A BLANK VERSION MEANS THE VERSION NOW IN SERVICE, TAKEN
      *    FROM THE LIVE CONTROL RECORD IN CRCTL; JOBS WORKING FROM A
      *    TAPE NOT YET LIVE PASS THE TAPE'S OWN VERSION.  THE
      *    SCORECARD IS EVIDENCE, NOT CONTROL: A FAILED UPDATE COMES
      *    BACK AS VSCU-FAILED FOR THE CALLER TO REPORT, AND NO
      *    CALLER STOPS ITS OWN WORK OVER ONE.
0.0000 01  VSCU-PARAMETER.
            05   VSCU-FUNCTION                            PIC X(02).
                 88  VSCU-ZERO-MEASURE                     VALUE 'ZR'.
                 88  VSCU-ADD-TO-MEASURE                   VALUE 'AD'.
            05   VSCU-MEASURE                             PIC X(02).
                 88  VSCU-QUARANTINED                      VALUE 'QU'.
                 88  VSCU-AUDIT-SEVERE                     VALUE 'AS'.
                 88  VSCU-AUDIT-WARNING                    VALUE 'AW'.
                 88  VSCU-OVERRIDES-REQUIRED               VALUE 'OV'.
                 88  VSCU-CORRECTION-TAPE                  VALUE 'CT'.
                 88  VSCU-TAPE-REJECTED                    VALUE 'RJ'.
            05   VSCU-FILE-VERSION                        PIC X(04).
            05   VSCU-STATE-ABBREV                        PIC X(02).
            05   VSCU-VALUE                               PIC 9(09).
            05   VSCU-JOB-NAME                            PIC X(08).
            05   VSCU-STATUS                              PIC X(01).
                 88  VSCU-OK                               VALUE 'Y'.
                 88  VSCU-FAILED                           VALUE 'N'.
            05   VSCU-MESSAGE                             PIC X(60).
