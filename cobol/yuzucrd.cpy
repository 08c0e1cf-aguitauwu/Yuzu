      *> ============================================================
      *> YUZUCRD — layout del registro de nota de credito SLA
      *> Un registro por contrato incumplido por mes en
      *> YUZU.METRICS.CREDIT, anexado por YUZU-METRICS-CRED al cierre
      *> de mes para que facturacion lo levante sin recalcular nada:
      *> mes, contrato, cliente, servicio, volumen del mes, tasa de
      *> exito alcanzada, escalon aplicado (su numero y su umbral),
      *> porcentaje de credito y el importe sobre el abono mensual.
      *> ============================================================
       01  CREDIT-RECORD.
           05 CM-MONTH            PIC X(6).
           05 CM-RUN-TS           PIC X(14).
           05 CM-NAME             PIC X(32).
           05 CM-CONTRACT         PIC X(16).
           05 CM-CUSTOMER         PIC X(32).
           05 CM-TOTAL-REQ        PIC 9(14).
           05 CM-OK-REQ           PIC 9(14).
           05 CM-ATTAINED         PIC 9(3)V999.
           05 CM-TIER             PIC 9.
           05 CM-TIER-BELOW       PIC 9(3)V999.
           05 CM-CREDIT-PCT       PIC 9(3)V99.
           05 CM-MONTHLY-FEE      PIC 9(9)V99.
           05 CM-CREDIT-AMT       PIC 9(9)V99.
