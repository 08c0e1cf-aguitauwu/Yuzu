      *> ============================================================
      *> YUZUTKC — layout del registro de control de tickets
      *> Un solo registro en YUZU.METRICS.TKTCTL: cuantos registros
      *> de YUZU.ALERTS.QUEUE ya proceso YUZU-METRICS-TKT (la cola
      *> solo crece; YUZU-METRICS-ACK reescribe en el lugar sin
      *> agregar) y la hora de esa corrida. Los eventos despues de
      *> esa posicion son los nuevos sin procesar.
      *> ============================================================
       01  TKTCTL-RECORD.
           05 TC-LAST-RECNO       PIC 9(9).
           05 TC-LAST-RUN         PIC X(14).
