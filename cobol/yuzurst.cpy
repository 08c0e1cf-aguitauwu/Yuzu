      *> ============================================================
      *> YUZURST — layout del registro de reinicio de proceso
      *> Un registro por reinicio detectado en YUZU.METRICS.RESTART:
      *> CALCULATE-DELTAS (metrics.cob) lo anexa cuando el total
      *> acumulado de una instancia retrocede contra
      *> YUZU.METRICS.PREV o su uptime vuelve para atras. RS-UPTIME
      *> es el uptime con que la instancia murio (el del ultimo
      *> snapshot antes del reinicio) y RS-TOTAL-REQ el acumulado
      *> que llevaba; RS-TIMESTAMP es la hora del primer snapshot
      *> despues del reinicio. YUZU-METRICS-RSTR los cuenta por
      *> servicio, instancia y dia.
      *> ============================================================
       01  RESTART-RECORD.
           05 RS-TIMESTAMP        PIC X(14).
           05 RS-NAME             PIC X(32).
           05 RS-INSTANCE         PIC X(16).
           05 RS-EVENT            PIC X(10).
           05 RS-UPTIME           PIC 9(10).
           05 RS-TOTAL-REQ        PIC 9(10).
      *> Entorno de la instancia (ver HR-ENV en YUZUHIST); en blanco
      *> en los registros de antes de que existiera, que es
      *> production
           05 RS-ENV              PIC X(12).
