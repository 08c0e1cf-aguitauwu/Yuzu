      *> ============================================================
      *> YUZUTKA — layout del acuse del sistema de tickets
      *> Un registro por alta ya cargada del lado de tickets, en
      *> YUZU.TICKETS.ACK: el incidente (servicio + hora de apertura,
      *> tal como salio en TK-NAME/TK-OPEN-TS) y el numero de ticket
      *> asignado. YUZU-METRICS-TKT lo vuelca en YUZU.METRICS.TKTXREF;
      *> reprocesar un acuse ya aplicado no cambia nada.
      *> ============================================================
       01  TKTACK-RECORD.
           05 TA-NAME             PIC X(32).
           05 TA-OPEN-TS          PIC X(14).
           05 TA-TICKET           PIC X(20).
