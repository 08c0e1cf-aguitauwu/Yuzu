      *> ============================================================
      *> YUZUTKT — layout del registro de interfaz de tickets
      *> Mismo layout para los tres archivos de salida hacia el
      *> sistema de tickets que escribe YUZU-METRICS-TKT:
      *> YUZU.TICKETS.CREATE (TK-ACTION CREATE, una apertura ALERT,
      *> MISSING o BURN_FAST nueva), YUZU.TICKETS.UPDATE (UPDATE, un
      *> ESCALATED o RECOVERED del incidente) y YUZU.TICKETS.CLOSE
      *> (CLOSE, el RECOVERED que lo cierra). TK-NAME + TK-OPEN-TS
      *> identifican el incidente de punta a punta — es la clave
      *> que el lado de tickets devuelve en el acuse — y TK-TICKET
      *> lleva el numero ya asignado (en blanco en el alta, o si el
      *> acuse todavia no volvio).
      *> ============================================================
       01  TICKET-RECORD.
           05 TK-ACTION           PIC X(8).
           05 TK-TIMESTAMP        PIC X(14).
           05 TK-NAME             PIC X(32).
           05 TK-OPEN-TS          PIC X(14).
           05 TK-TICKET           PIC X(20).
           05 TK-EVENT            PIC X(10).
           05 TK-STATUS           PIC X(16).
           05 TK-STATUS-CODE      PIC 9.
           05 TK-TEAM             PIC X(32).
           05 TK-ERROR-RATE       PIC 9(3)V99.
           05 TK-AVG-LAT          PIC 9(8)V99.
