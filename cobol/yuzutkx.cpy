      *> ============================================================
      *> YUZUTKX — layout de la referencia cruzada de tickets
      *> Un registro por incidente entregado al sistema de tickets,
      *> en YUZU.METRICS.TKTXREF (indexado por servicio + hora de
      *> apertura del incidente, la misma hora que AQ-TIMESTAMP del
      *> evento que lo abrio). YUZU-METRICS-TKT lo crea al escribir
      *> el pedido de alta, le pone el numero de ticket cuando vuelve
      *> el acuse del lado de tickets, y lo cierra con el RECOVERED.
      *> TX-TICKET en blanco es un alta todavia sin acuse.
      *> TX-CLOSE-TS en blanco es un incidente todavia abierto.
      *> YUZU-METRICS-MTTR y YUZU-METRICS-DGST lo leen por rango de
      *> clave para imprimir el ticket de cada incidente.
      *> ============================================================
       01  TKTXREF-RECORD.
           05 TX-KEY.
               10 TX-NAME         PIC X(32).
               10 TX-OPEN-TS      PIC X(14).
           05 TX-OPEN-EVENT       PIC X(10).
           05 TX-TICKET           PIC X(20).
           05 TX-ACK-TS           PIC X(14).
           05 TX-CLOSE-TS         PIC X(14).
