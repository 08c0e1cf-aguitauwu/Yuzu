      *> ============================================================
      *> YUZUCCTR — layout del registro de centros de costo
      *> Un registro por servicio en YUZU.METRICS.COSTCTR, mantenido
      *> a mano por finanzas: el centro de costo al que se le carga
      *> el volumen de requests del servicio. A diferencia de
      *> YUZU.METRICS.ROUTE no hay fila '*' por defecto: un servicio
      *> sin fila propia no se factura a nadie y YUZU-METRICS-CHRG
      *> lo informa como no facturado. Si un servicio aparece dos
      *> veces manda la primera fila.
      *> ============================================================
       01  COSTCTR-RECORD.
           05 CC-NAME             PIC X(32).
           05 CC-COST-CENTER      PIC X(10).
