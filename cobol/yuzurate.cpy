      *> ============================================================
      *> YUZURATE — layout del registro de la tarifa de requests
      *> Un registro por servicio con tarifa propia en
      *> YUZU.METRICS.RATECARD, mantenido a mano por finanzas.
      *> RR-RATE es el precio de cada mil requests. RR-NAME con '*'
      *> en el primer byte es la tarifa estandar de la plataforma,
      *> la que paga todo servicio sin fila propia; sin ella un
      *> servicio sin tarifa propia no se puede valorizar y
      *> YUZU-METRICS-CHRG lo informa como no facturado.
      *> ============================================================
       01  RATECARD-RECORD.
           05 RR-NAME             PIC X(32).
           05 RR-RATE             PIC 9(5)V9(6).
