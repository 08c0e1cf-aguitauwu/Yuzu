      *> CRITICAL abierto en YUZU.ALERTS.QUEUE, para no anexar un
      *> ALERT repetido en cada corrida que siga en CRITICAL (ver
      *> UPDATE-ALERT-LIFECYCLE en metrics.cob).
      *> BR-ROOT-NAME, con el incidente abierto, nombra el servicio
      *> causa raiz cuando se abrio como SYMPTOM de una dependencia
      *> caida (YUZU.METRICS.DEPS); en blanco es un incidente propio.
      *> Los registros de antes de que existiera el campo lo traen
      *> en blanco, que se lee igual que un incidente propio.
      *> BR-OK-STREAK cuenta las corridas seguidas en OK con el
      *> incidente todavia abierto; el RECOVERED se anexa recien al
      *> llegar a PM-RECOVERY-TICKS (un registro viejo lo trae no
      *> numerico y se toma como cero).
      *> La clave arranca por el entorno, igual que en YUZUPREV: un
      *> CRITICAL de staging abria (y un OK de staging cerraba) el
      *> incidente de produccion del mismo servicio.
      *> ============================================================
       01  BREACH-RECORD.
           05 BR-KEY.
               10 BR-ENV          PIC X(12).
               10 BR-NAME         PIC X(32).
               10 BR-INSTANCE     PIC X(16).
           05 BR-HIGHLAT-STREAK    PIC 9(4).
           05 BR-HIGHERR-STREAK    PIC 9(4).
           05 BR-LOWREQ-STREAK     PIC 9(4).
           05 BR-ALERT-OPEN        PIC X.
           05 BR-ROOT-NAME         PIC X(32).
           05 BR-OK-STREAK         PIC 9(4).
