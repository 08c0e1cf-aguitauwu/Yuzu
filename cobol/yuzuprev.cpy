      *> reportando el mismo nombre se pisaban el unico registro
      *> entre si y los deltas salian basura. PV-VERSION recuerda
      *> la ultima version vista; cuando cambia, TRACK-DEPLOY anexa
      *> el evento de deploy a YUZU.METRICS.DEPLOY. PV-UPTIME es el
      *> uptime del ultimo snapshot: si el siguiente viene con un
      *> uptime menor el proceso se reinicio aunque sus contadores
      *> ya hayan vuelto a pasar los anteriores (ver
      *> CALCULATE-DELTAS). Un registro de antes de que existiera lo
      *> trae en blanco y ese control se saltea.
      *> La clave arranca por el entorno ("environment" en el
      *> snapshot, production por defecto): staging y prueba de
      *> carga reportan los mismos nombres de servicio e instancia
      *> que produccion y sus contadores pisaban los de produccion.
      *> Los archivos de antes de la clave con entorno se pasan al
      *> layout nuevo una sola vez con YUZU-METRICS-ENVM.
      *> ============================================================
       01  PREV-RECORD.
           05 PV-KEY.
               10 PV-ENV          PIC X(12).
               10 PV-NAME         PIC X(32).
               10 PV-INSTANCE     PIC X(16).
           05 PV-TOTAL-REQ        PIC 9(10).
           05 PV-OK-REQ           PIC 9(10).
           05 PV-ERR-REQ          PIC 9(10).
           05 PV-VERSION          PIC X(16).
           05 PV-UPTIME           PIC 9(10).
