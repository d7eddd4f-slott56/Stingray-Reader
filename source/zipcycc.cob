      *                  ZIPFIPS > ZIPFUPD > ZIPTAXEX,
      *                  ZIPTAXEX + ZIPAUDIT > ZIPRECON,
      *                  ZIPRECON > ZIPCORR (INTERIM CORRECTIONS ONLY
      *                  LAND BETWEEN CYCLES, NEVER MID-CYCLE),
      *                  ZIPZSUM + ZIPFIPS > ZIPCENCM,
      *                  ZIPZSUM > ZIPCTYAU.
      *
      *                CALL "ZIPCYCC" USING CYCC-PARAMETER.
      *================================================================
               WHEN 'ZIPCORR '
                   MOVE 'ZIPRECON' TO WS-PRED-NAME
                   PERFORM 0310-CHECK-PREDECESSOR
               WHEN 'ZIPCENCM'
                   MOVE 'ZIPZSUM ' TO WS-PRED-NAME
                   PERFORM 0310-CHECK-PREDECESSOR
                   IF CYCC-ALLOWED
                       MOVE 'ZIPFIPS ' TO WS-PRED-NAME
                       PERFORM 0310-CHECK-PREDECESSOR
                   END-IF
               WHEN 'ZIPCTYAU'
                   MOVE 'ZIPZSUM ' TO WS-PRED-NAME
                   PERFORM 0310-CHECK-PREDECESSOR
               WHEN OTHER
                   SET CYCC-BLOCKED TO TRUE
                   MOVE 'JOB NOT IN THE CYCLE-CONTROL TABLE'
