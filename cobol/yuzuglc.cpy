      *> ============================================================
      *> YUZUGLC — layout de la interfaz de cargos para contabilidad
      *> YUZU.GL.CHARGEBACK, reescrito completo por YUZU-METRICS-CHRG
      *> en cada corrida de cierre de mes y levantado por el mayor
      *> general. Registros de largo fijo, dos tipos con el mismo
      *> largo:
      *>   - GL-REC-TYPE 'D', un detalle por centro de costo +
      *>     servicio, en orden de centro de costo y servicio: el
      *>     volumen del mes (suma de DY-TOTAL-REQ), la tarifa por
      *>     mil requests aplicada y el importe;
      *>   - GT-REC-TYPE 'T', un unico trailer al final con la
      *>     cantidad de detalles y los totales de volumen e
      *>     importe, para que el mayor rechace un archivo cortado.
      *> Los importes van sin signo, con dos decimales implicitos.
      *> ============================================================
       01  GLCHG-DETAIL-RECORD.
           05 GL-REC-TYPE         PIC X.
           05 GL-PERIOD           PIC X(6).
           05 GL-COST-CENTER      PIC X(10).
           05 GL-SERVICE          PIC X(32).
           05 GL-ENV              PIC X(12).
           05 GL-VOLUME           PIC 9(15).
           05 GL-RATE             PIC 9(5)V9(6).
           05 GL-AMOUNT           PIC 9(13)V99.
       01  GLCHG-TRAILER-RECORD.
           05 GT-REC-TYPE         PIC X.
           05 GT-PERIOD           PIC X(6).
           05 GT-RECORD-COUNT     PIC 9(9).
           05 GT-TOTAL-VOLUME     PIC 9(15).
           05 GT-TOTAL-AMOUNT     PIC 9(15)V99.
           05 GT-CREATED          PIC X(14).
           05 FILLER              PIC X(40).
