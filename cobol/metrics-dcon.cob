      *> Compilar: cobc -x -o yuzu-metrics-dcon metrics-dcon.cob
      *> Uso:      ./yuzu-metrics-dcon   (corre al cierre del dia)
      *> Lee YUZU.METRICS.HIST y anexa a YUZU.METRICS.DAILY un
      *> registro por entorno + servicio por dia completo (ver
      *> yuzudly.cpy): corridas, corridas OK, sumas de contadores,
      *> nivel de cierre, latencia promedio ponderada por volumen y
      *> peor estado. Solo consolida dias ya cerrados (anteriores a hoy)
      *> y posteriores al ultimo dia ya consolidado, asi la corrida
      *> es idempotente: correrla dos veces la misma noche no
      *> duplica registros. Con esto YUZU-METRICS-SLA, DEVN y FCST
                       INDEXED BY WS-AGG-IDX.
                   10 WS-AGG-DATE      PIC X(8).
                   10 WS-AGG-NAME      PIC X(32).
                   10 WS-AGG-ENV       PIC X(12).
                   10 WS-AGG-RUNS      PIC 9(8).
                   10 WS-AGG-OK-RUNS   PIC 9(8).
                   10 WS-AGG-SUM-TOTAL PIC 9(14).
      *> la replica que escribio ultima (una fraccion del nivel
      *> real). El cierre del dia se mantiene como suma de cierres
      *> por instancia: cada registro resta el cierre anterior de
      *> su instancia en ese dia y suma el nuevo. La fila es por
      *> servicio + instancia + dia y recuerda la hora del cierre
      *> (WS-CLS-TS): un snapshot atrasado anexado despues en modo
      *> BACKFILL llega a HIST fuera de orden y no debe pisar un
      *> cierre mas nuevo.
           01 WS-CLS-COUNT        PIC 9(4)    VALUE 0.
           01 WS-CLS-FOUND        PIC X       VALUE 'N'.
           01 WS-CLS-MATCH-IDX    PIC 9(4)    VALUE 0.
                       INDEXED BY WS-CLS-IDX.
                   10 WS-CLS-NAME     PIC X(32).
                   10 WS-CLS-INSTANCE PIC X(16).
                   10 WS-CLS-ENV      PIC X(12).
                   10 WS-CLS-DATE     PIC X(8).
                   10 WS-CLS-CLOSE    PIC 9(10).
                   10 WS-CLS-TS       PIC X(14).

      *> Latencia ponderada del dia en calculo
           01 WS-AVG-LAT          PIC 9(8)V99 VALUE 0.
           PERFORM READ-DAILY-RECORD.

      *> ============================================================
      *> Leer el siguiente registro de historia; un registro sin
      *> entorno es de production
      *> ============================================================
       READ-HIST-RECORD.
           READ HIST-FILE
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF HR-ENV = SPACES
                       MOVE "production" TO HR-ENV
                   END-IF
           END-READ.

      *> ============================================================
      *> Acumular el registro actual en la fila de su entorno +
      *> servicio + dia si cae en la ventana a consolidar (dia
      *> cerrado y aun sin consolidar), y avanzar al siguiente
      *> registro
      *> ============================================================
       ACCUM-HIST-RECORD.
           IF HR-TIMESTAMP(1:8) IS NUMERIC
               SET WS-AGG-IDX TO WS-AGG-COUNT
               MOVE HR-TIMESTAMP(1:8) TO WS-AGG-DATE(WS-AGG-IDX)
               MOVE HR-NAME TO WS-AGG-NAME(WS-AGG-IDX)
               MOVE HR-ENV TO WS-AGG-ENV(WS-AGG-IDX)
               MOVE 0 TO WS-AGG-RUNS(WS-AGG-IDX)
               MOVE 0 TO WS-AGG-OK-RUNS(WS-AGG-IDX)
               MOVE 0 TO WS-AGG-SUM-TOTAL(WS-AGG-IDX)
      *>   dia incompleto y la proxima noche lo re-consolida entero

      *> ============================================================
      *> Comparar la fila WS-AGG-IDX contra el entorno + servicio
      *> + dia del registro actual
      *> ============================================================
       MATCH-AGG-ENTRY.
           IF WS-AGG-DATE(WS-AGG-IDX) = HR-TIMESTAMP(1:8)
                   AND WS-AGG-NAME(WS-AGG-IDX) = HR-NAME
                   AND WS-AGG-ENV(WS-AGG-IDX) = HR-ENV
               MOVE 'Y' TO WS-AGG-FOUND
               SET WS-AGG-MATCH-IDX TO WS-AGG-IDX
           END-IF.
      *> ============================================================
      *> Mantener WS-AGG-CLOSE de la fila WS-AGG-IDX como suma de
      *> cierres por instancia: el cierre anterior de la instancia
      *> del registro actual en el mismo dia se resta y el nuevo se
      *> suma, salvo que el registro sea mas viejo que el cierre ya
      *> tomado (un tick atrasado de BACKFILL) — ese no cambia el
      *> cierre del dia. Un registro cuya instancia no entro en la
      *> tabla de cierres llena no puede aportar su cierre sin
      *> descontrolar la suma y se salta (el cierre del dia queda
      *> corto, pero nunca inflado).
               SET WS-CLS-IDX TO WS-CLS-COUNT
               MOVE HR-NAME     TO WS-CLS-NAME(WS-CLS-IDX)
               MOVE HR-INSTANCE TO WS-CLS-INSTANCE(WS-CLS-IDX)
               MOVE HR-ENV      TO WS-CLS-ENV(WS-CLS-IDX)
               MOVE HR-TIMESTAMP(1:8) TO WS-CLS-DATE(WS-CLS-IDX)
               MOVE 0           TO WS-CLS-CLOSE(WS-CLS-IDX)
               MOVE SPACES      TO WS-CLS-TS(WS-CLS-IDX)
           END-IF
           IF WS-CLS-MATCH-IDX > 0
               SET WS-CLS-IDX TO WS-CLS-MATCH-IDX
               IF WS-CLS-TS(WS-CLS-IDX) = SPACES
                   COMPUTE WS-CLS-NEWCLOSE =
                       WS-AGG-CLOSE(WS-AGG-IDX) + HR-TOTAL-REQ
               ELSE
                   COMPUTE WS-CLS-NEWCLOSE =
                       WS-AGG-CLOSE(WS-AGG-IDX)
                           - WS-CLS-CLOSE(WS-CLS-IDX)
                           + HR-TOTAL-REQ
               END-IF
               IF WS-CLS-NEWCLOSE < 0
                   MOVE 0 TO WS-CLS-NEWCLOSE
               END-IF
               IF WS-CLS-TS(WS-CLS-IDX) = SPACES
                       OR HR-TIMESTAMP >= WS-CLS-TS(WS-CLS-IDX)
                   MOVE WS-CLS-NEWCLOSE TO WS-AGG-CLOSE(WS-AGG-IDX)
                   MOVE HR-TIMESTAMP TO WS-CLS-TS(WS-CLS-IDX)
                   MOVE HR-TOTAL-REQ TO WS-CLS-CLOSE(WS-CLS-IDX)
               END-IF
           END-IF.

      *> ============================================================
      *> Comparar la fila de cierres WS-CLS-IDX contra el entorno
      *> + servicio + instancia + dia del registro actual
      *> ============================================================
       MATCH-CLS-ENTRY.
           IF WS-CLS-NAME(WS-CLS-IDX) = HR-NAME
                   AND WS-CLS-INSTANCE(WS-CLS-IDX) = HR-INSTANCE
                   AND WS-CLS-ENV(WS-CLS-IDX) = HR-ENV
                   AND WS-CLS-DATE(WS-CLS-IDX) = HR-TIMESTAMP(1:8)
               MOVE 'Y' TO WS-CLS-FOUND
               SET WS-CLS-MATCH-IDX TO WS-CLS-IDX
           END-IF.

           MOVE WS-AGG-DATE(WS-AGG-IDX)      TO DY-DATE
           MOVE WS-AGG-NAME(WS-AGG-IDX)      TO DY-NAME
           MOVE WS-AGG-ENV(WS-AGG-IDX)       TO DY-ENV
           MOVE WS-AGG-RUNS(WS-AGG-IDX)      TO DY-RUN-COUNT
           MOVE WS-AGG-OK-RUNS(WS-AGG-IDX)   TO DY-OK-RUNS
           MOVE WS-AGG-SUM-TOTAL(WS-AGG-IDX) TO DY-TOTAL-REQ
