      *> evidencia de quien le cambio la configuracion y cuando —
      *> "quien aflojo el umbral de latencia antes del incidente
      *> perdido" deja de ser incontestable. Lo escribe y lo lista
      *> YUZU-METRICS-OPER; YUZU-METRICS-RCVR anexa un registro
      *> RESTORE_STATE por cada archivo de estado que restaura.
      *> ============================================================
       01  CFGAUD-RECORD.
           05 CG-TIMESTAMP        PIC X(14).
