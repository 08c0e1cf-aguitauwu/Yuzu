           05 DY-P95-LAT          PIC 9(8)V99.
           05 DY-P99-LAT          PIC 9(8)V99.
           05 DY-ERR-RATE         PIC 9(3)V99.
      *> Entorno consolidado (HR-ENV de sus corridas): un registro
      *> por entorno + servicio + dia. Un registro de antes de que
      *> existiera el campo lo trae en blanco, que es production.
           05 DY-ENV              PIC X(12).
