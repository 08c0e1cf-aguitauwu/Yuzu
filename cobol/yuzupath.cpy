      *> requests, errores y latencia promedio del endpoint). Lo lee
      *> YUZU-METRICS-PATHS para rankear los endpoints calientes por
      *> volumen y por errores, para que el triage arranque en la
      *> URL correcta y no en una adivinanza. Los reportes filtran
      *> por PT-ENV como la historia filtra por HR-ENV.
      *> ============================================================
       01  PATHS-RECORD.
           05 PT-TIMESTAMP        PIC X(14).
           05 PT-COUNT            PIC 9(10).
           05 PT-ERRORS           PIC 9(10).
           05 PT-AVG-LAT          PIC 9(8)V99.
      *> Entorno del snapshot que trajo el arreglo (ver HR-ENV en
      *> YUZUHIST); en blanco en los registros de antes de que
      *> existiera, que es production
           05 PT-ENV              PIC X(12).
