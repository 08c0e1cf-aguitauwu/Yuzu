      *> los eventos EP_ALERT por endpoint (ver
      *> EVALUATE-ENDPOINT-ALERTS en metrics.cob); en los eventos a
      *> nivel de servicio van en blanco.
      *> AQ-ROOT-NAME nombra el servicio causa raiz en los eventos
      *> SYMPTOM (un CRITICAL de un dependiente mientras su
      *> dependencia ya tiene un incidente abierto, ver
      *> YUZU.METRICS.DEPS); el poller no pagina los SYMPTOM. En el
      *> resto de los eventos, y en los registros de antes de que
      *> existiera el campo, va en blanco.
      *> AQ-INSTANCE nombra la instancia que origino el evento en
      *> los que se evaluan por replica (los de metrics.cob y el
      *> MISSING de YUZU-METRICS-FLEET, incluido CRASHLOOP: una
      *> instancia que se reinicia en bucle, y el OUTLIER de
      *> YUZU-METRICS-OUTL: una replica que anda mucho peor que sus
      *> hermanas, con AQ-ERROR-RATE y AQ-LAST-LAT llevando su tasa
      *> de error y su p95 recientes); en los eventos del
      *> servicio entero (BURN_FAST, ESCALATED), y en los registros
      *> de antes de que existiera el campo, va en blanco.
      *> ============================================================
       01  ALERT-RECORD.
           05 AQ-TIMESTAMP        PIC X(14).
           05 AQ-TEAM             PIC X(32).
           05 AQ-PATH             PIC X(64).
           05 AQ-METHOD           PIC X(8).
           05 AQ-ROOT-NAME        PIC X(32).
           05 AQ-INSTANCE         PIC X(16).
      *> AQ-ENV nombra el entorno del evento (ver HR-ENV en
      *> YUZUHIST). Solo los entornos paginables de
      *> YUZU.METRICS.ENV llegan a la cola; un registro de antes de
      *> que existiera el campo lo trae en blanco, que es production.
           05 AQ-ENV              PIC X(12).
