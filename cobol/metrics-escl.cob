           01 WS-ESC-DELAY        PIC 9(6)    VALUE 1800.
           01 WS-ESC-CONTACT      PIC X(32)   VALUE SPACES.

      *> Incidente abierto por servicio + entorno — apertura,
      *> estado de reconocimiento del evento que abrio, y si ya se
      *> escalo. Dos entornos que paginan el mismo servicio llevan
      *> incidentes separados.
           01 WS-OPN-COUNT        PIC 9(4)    VALUE 0.
           01 WS-OPN-FOUND        PIC X       VALUE 'N'.
           01 WS-OPN-MATCH-IDX    PIC 9(4)    VALUE 0.
               05 WS-OPN-ENTRY    OCCURS 200 TIMES
                       INDEXED BY WS-OPN-IDX.
                   10 WS-OPN-NAME      PIC X(32).
                   10 WS-OPN-ENV       PIC X(12).
                   10 WS-OPN-OPEN      PIC X.
                   10 WS-OPN-TS        PIC X(14).
                   10 WS-OPN-ACK       PIC X.
      *> ESCALATED marca que ya se escalo. Avanzar al siguiente.
      *> ============================================================
       TRACK-ALERT-RECORD.
           IF AQ-ENV = SPACES
               MOVE "production" TO AQ-ENV
           END-IF
           IF AQ-NAME NOT = SPACES
               EVALUATE TRUE
                   WHEN AQ-EVENT = "ALERT" OR AQ-EVENT = "MISSING"
                   MOVE WS-OPN-COUNT TO WS-OPN-MATCH-IDX
                   SET WS-OPN-IDX TO WS-OPN-COUNT
                   MOVE AQ-NAME TO WS-OPN-NAME(WS-OPN-IDX)
                   MOVE AQ-ENV TO WS-OPN-ENV(WS-OPN-IDX)
                   MOVE 'N' TO WS-OPN-OPEN(WS-OPN-IDX)
               ELSE
      *>            Mas de 200 servicios distintos en la cola no
                  OR WS-OPN-FOUND = 'Y'.

      *> ============================================================
      *> Comparar la fila WS-OPN-IDX contra AQ-NAME y AQ-ENV (un
      *> evento de antes de que existiera AQ-ENV ya llega como
      *> production, ver TRACK-ALERT-RECORD)
      *> ============================================================
       MATCH-OPEN-ROW.
           IF WS-OPN-NAME(WS-OPN-IDX) = AQ-NAME
                   AND WS-OPN-ENV(WS-OPN-IDX) = AQ-ENV
               MOVE 'Y' TO WS-OPN-FOUND
               SET WS-OPN-MATCH-IDX TO WS-OPN-IDX
           END-IF.
           MOVE WS-ESC-CONTACT            TO AQ-TEAM
           MOVE SPACES                    TO AQ-PATH
           MOVE SPACES                    TO AQ-METHOD
           MOVE SPACES                    TO AQ-ROOT-NAME
           MOVE SPACES                    TO AQ-INSTANCE
           MOVE WS-OPN-ENV(WS-OPN-IDX)    TO AQ-ENV
           WRITE ALERT-RECORD

           CLOSE ALERT-FILE
