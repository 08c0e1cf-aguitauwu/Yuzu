      *> ============================================================
      *> Yuzu — COBOL Flapping Service Report
      *> Compilar: cobc -x -o yuzu-metrics-flap metrics-flap.cob
      *> Uso:      ./yuzu-metrics-flap   (corre desde cron)
      *> Lee YUZU.ALERTS.QUEUE de punta a punta y empareja, por
      *> servicio, cada apertura de incidente (ALERT, MISSING,
      *> SYMPTOM o blanco, igual que en YUZU-METRICS-MTTR) con el
      *> RECOVERED que la cierra. Cuenta los ciclos abrir/cerrar que
      *> terminaron dentro de las ultimas PM-FLAP-HOURS horas y
      *> lista como FLAPPING todo servicio con mas de
      *> PM-FLAP-CYCLES ciclos (ambos de YUZU.METRICS.PARM, por
      *> defecto mas de 3 en 24 horas), junto con los umbrales con
      *> que se lo esta evaluando — los propios de
      *> YUZU.METRICS.SVCPARM o los globales — porque un servicio
      *> que rebota en el umbral casi siempre es un umbral mal
      *> puesto, no un servicio roto. Termina con RETURN-CODE 4 si
      *> encontro alguno, para poder encadenarlo en cron.
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-FLAP.
       AUTHOR. YUZU-PROJECT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "YUZU.ALERTS.QUEUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FS.

      *> YUZU.METRICS.PARM — de aca salen el corte de ciclos, la
      *> ventana y los umbrales globales; si no existe se usan los
      *> valores por defecto de WORKING-STORAGE.
           SELECT PARM-FILE ASSIGN TO "YUZU.METRICS.PARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.

      *> YUZU.METRICS.SVCPARM — umbrales propios por servicio, solo
      *> para mostrar contra que se evalua cada servicio inestable
           SELECT SVCPARM-FILE ASSIGN TO "YUZU.METRICS.SVCPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVCPARM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
           COPY "yuzualrt.cpy".

       FD  PARM-FILE.
           COPY "yuzuparm.cpy".

       FD  SVCPARM-FILE.
           COPY "yuzusvcp.cpy".

       WORKING-STORAGE SECTION.
           01 WS-ALERT-FS         PIC XX      VALUE SPACES.
           01 WS-PARM-FS          PIC XX      VALUE SPACES.
           01 WS-SVCPARM-FS       PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.
           01 WS-ANY-RECORDS      PIC X       VALUE 'N'.

      *> Corte del reporte y umbrales globales — los por defecto de
      *> YUZU-METRICS cuando el archivo de parametros no existe
           01 WS-FLAP-CYCLES      PIC 9(4)    VALUE 3.
           01 WS-FLAP-HOURS       PIC 9(4)    VALUE 24.
           01 WS-LAT-THRESHOLD    PIC 9(8)V99 VALUE 100.
           01 WS-ERR-THRESHOLD    PIC 9(3)V99 VALUE 5.

      *> Umbrales propios por servicio (YUZU.METRICS.SVCPARM)
           01 WS-SVCPARM-EOF      PIC X       VALUE 'N'.
           01 WS-SVCPARM-COUNT    PIC 9(4)    VALUE 0.
           01 WS-SVCPARM-FOUND    PIC X       VALUE 'N'.
           01 WS-SVCPARM-TABLE.
               05 WS-SVCPARM-ENTRY OCCURS 100 TIMES
                       INDEXED BY WS-SVCPARM-IDX.
                   10 WS-SVP-NAME       PIC X(32).
                   10 WS-SVP-LAT        PIC 9(8)V99.
                   10 WS-SVP-ERR        PIC 9(3)V99.

      *> Ventana: hora actual y comienzo de la ventana, en
      *> AAAAMMDDHHMMSS y en segundos desde el dia cero
           01 WS-CURRENT-DATE     PIC X(21)   VALUE SPACES.
           01 WS-NOW-TIMESTAMP    PIC X(14)   VALUE SPACES.
           01 WS-NOW-SECS         PIC 9(12)   VALUE 0.
           01 WS-SINCE-SECS       PIC 9(12)   VALUE 0.
           01 WS-TS-WORK          PIC X(14)   VALUE SPACES.
           01 WS-ROW-SECS         PIC 9(12)   VALUE 0.

      *> Estado por servicio — incidente abierto o no, y ciclos
      *> cerrados dentro de la ventana
           01 WS-SVC-COUNT        PIC 9(4)    VALUE 0.
           01 WS-SVC-FOUND        PIC X       VALUE 'N'.
           01 WS-SVC-MATCH-IDX    PIC 9(4)    VALUE 0.
           01 WS-SVC-TABLE.
               05 WS-SVC-ENTRY    OCCURS 200 TIMES
                       INDEXED BY WS-SVC-IDX.
                   10 WS-SVC-NAME       PIC X(32).
                   10 WS-SVC-OPEN       PIC X.
                   10 WS-SVC-OPEN-TS    PIC X(14).
                   10 WS-SVC-CYCLES     PIC 9(6).
                   10 WS-SVC-FIRST-TS   PIC X(14).
                   10 WS-SVC-LAST-TS    PIC X(14).

           01 WS-FLAPPING-COUNT   PIC 9(4)    VALUE 0.
           01 WS-EFF-LAT          PIC 9(8)V99 VALUE 0.
           01 WS-EFF-ERR          PIC 9(3)V99 VALUE 0.
           01 WS-EFF-SOURCE       PIC X(8)    VALUE SPACES.

      *> Campos editados para el reporte
           01 WS-FMT-CYCLES       PIC Z(5)9   VALUE 0.
           01 WS-FMT-LAT          PIC Z(7)9.99 VALUE 0.
           01 WS-FMT-ERR          PIC ZZ9.99  VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-PARAMETERS
           PERFORM READ-SVCPARM-OVERRIDES

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-NOW-TIMESTAMP
           MOVE WS-NOW-TIMESTAMP TO WS-TS-WORK
           PERFORM TIMESTAMP-TO-SECS
           MOVE WS-ROW-SECS TO WS-NOW-SECS
           COMPUTE WS-SINCE-SECS = WS-NOW-SECS - WS-FLAP-HOURS * 3600

           OPEN INPUT ALERT-FILE
           IF WS-ALERT-FS = "35"
               DISPLAY "ERROR:NO_ALERT_QUEUE"
               STOP RUN
           END-IF

           DISPLAY "FLAP_WINDOW_HOURS:" WS-FLAP-HOURS
               " MAX_CYCLES:" WS-FLAP-CYCLES
               " NOW:" WS-NOW-TIMESTAMP

           PERFORM READ-ALERT-RECORD
           PERFORM PAIR-ALERT-RECORD UNTIL WS-EOF-FLAG = 'Y'
           CLOSE ALERT-FILE

           IF WS-ANY-RECORDS = 'N'
               DISPLAY "ERROR:NO_ALERT_RECORDS"
               STOP RUN
           END-IF

           DISPLAY " "
           DISPLAY "== FLAPPING SERVICES =="
           PERFORM PRINT-FLAP-ROW
               VARYING WS-SVC-IDX FROM 1 BY 1
               UNTIL WS-SVC-IDX > WS-SVC-COUNT

           IF WS-FLAPPING-COUNT = 0
               DISPLAY "NO_FLAPPING_SERVICES"
           END-IF
           DISPLAY "FLAPPING_SERVICES:" WS-FLAPPING-COUNT
           IF WS-FLAPPING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> ============================================================
      *> Leer el corte del reporte y los umbrales globales desde
      *> YUZU.METRICS.PARM. Los campos del corte se agregaron
      *> despues del layout original: cero o no numerico es
      *> ausencia y se conserva el valor por defecto.
      *> ============================================================
       READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FS NOT = "35"
               READ PARM-FILE
                   NOT AT END
                       IF PM-LAT-THRESHOLD IS NUMERIC
                           MOVE PM-LAT-THRESHOLD TO WS-LAT-THRESHOLD
                       END-IF
                       IF PM-ERR-THRESHOLD IS NUMERIC
                           MOVE PM-ERR-THRESHOLD TO WS-ERR-THRESHOLD
                       END-IF
                       IF PM-FLAP-CYCLES IS NUMERIC
                               AND PM-FLAP-CYCLES > 0
                           MOVE PM-FLAP-CYCLES TO WS-FLAP-CYCLES
                       END-IF
                       IF PM-FLAP-HOURS IS NUMERIC
                               AND PM-FLAP-HOURS > 0
                           MOVE PM-FLAP-HOURS TO WS-FLAP-HOURS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *> ============================================================
      *> Cargar YUZU.METRICS.SVCPARM completa en WS-SVCPARM-TABLE.
      *> Si el archivo no existe todo servicio se evalua con los
      *> umbrales globales.
      *> ============================================================
       READ-SVCPARM-OVERRIDES.
           OPEN INPUT SVCPARM-FILE
           IF WS-SVCPARM-FS NOT = "35"
               PERFORM READ-SVCPARM-RECORD
               PERFORM LOAD-SVCPARM-RECORD
                   UNTIL WS-SVCPARM-EOF = 'Y'
               CLOSE SVCPARM-FILE
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.SVCPARM
      *> ============================================================
       READ-SVCPARM-RECORD.
           READ SVCPARM-FILE
               AT END
                   MOVE 'Y' TO WS-SVCPARM-EOF
           END-READ.

      *> ============================================================
      *> Copiar el registro leido a la siguiente fila libre de
      *> WS-SVCPARM-TABLE y avanzar al siguiente registro
      *> ============================================================
       LOAD-SVCPARM-RECORD.
           IF WS-SVCPARM-COUNT < 100
               ADD 1 TO WS-SVCPARM-COUNT
               SET WS-SVCPARM-IDX TO WS-SVCPARM-COUNT
               MOVE SP-NAME          TO WS-SVP-NAME(WS-SVCPARM-IDX)
               MOVE SP-LAT-THRESHOLD TO WS-SVP-LAT(WS-SVCPARM-IDX)
               MOVE SP-ERR-THRESHOLD TO WS-SVP-ERR(WS-SVCPARM-IDX)
           END-IF
           PERFORM READ-SVCPARM-RECORD.

      *> ============================================================
      *> Leer el siguiente registro de la cola de alertas
      *> ============================================================
       READ-ALERT-RECORD.
           READ ALERT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE 'Y' TO WS-ANY-RECORDS
           END-READ.

      *> ============================================================
      *> Emparejar el evento leido: una apertura deja al servicio
      *> con incidente abierto; un RECOVERED lo cierra y, si cae
      *> dentro de la ventana, cuenta un ciclo. Una apertura sobre
      *> un incidente ya abierto (p.ej. el ALERT de un SYMPTOM cuya
      *> raiz se recupero) no es un ciclo nuevo. Avanzar al
      *> siguiente registro.
      *> ============================================================
       PAIR-ALERT-RECORD.
           IF AQ-NAME NOT = SPACES
               EVALUATE TRUE
                   WHEN AQ-EVENT = "ALERT" OR AQ-EVENT = "MISSING"
                           OR AQ-EVENT = "SYMPTOM" OR AQ-EVENT = SPACES
                       PERFORM NOTE-INCIDENT-OPEN
                   WHEN AQ-EVENT = "RECOVERED"
                       PERFORM NOTE-INCIDENT-CLOSE
               END-EVALUATE
           END-IF
           PERFORM READ-ALERT-RECORD.

      *> ============================================================
      *> Registrar la apertura del incidente del servicio del
      *> evento leido, si no tiene ya uno abierto
      *> ============================================================
       NOTE-INCIDENT-OPEN.
           PERFORM FIND-SVC-ROW
           IF WS-SVC-MATCH-IDX > 0
               SET WS-SVC-IDX TO WS-SVC-MATCH-IDX
               IF WS-SVC-OPEN(WS-SVC-IDX) = 'N'
                   MOVE 'Y' TO WS-SVC-OPEN(WS-SVC-IDX)
                   MOVE AQ-TIMESTAMP TO WS-SVC-OPEN-TS(WS-SVC-IDX)
               END-IF
           END-IF.

      *> ============================================================
      *> Cerrar el incidente abierto del servicio del evento leido
      *> y contar el ciclo si el cierre cae dentro de la ventana
      *> ============================================================
       NOTE-INCIDENT-CLOSE.
           PERFORM FIND-SVC-ROW
           IF WS-SVC-MATCH-IDX > 0
               SET WS-SVC-IDX TO WS-SVC-MATCH-IDX
               IF WS-SVC-OPEN(WS-SVC-IDX) = 'Y'
                   MOVE 'N' TO WS-SVC-OPEN(WS-SVC-IDX)
                   IF AQ-TIMESTAMP IS NUMERIC
                       MOVE AQ-TIMESTAMP TO WS-TS-WORK
                       PERFORM TIMESTAMP-TO-SECS
                       IF WS-ROW-SECS >= WS-SINCE-SECS
                           ADD 1 TO WS-SVC-CYCLES(WS-SVC-IDX)
                           IF WS-SVC-FIRST-TS(WS-SVC-IDX) = SPACES
                               MOVE WS-SVC-OPEN-TS(WS-SVC-IDX)
                                   TO WS-SVC-FIRST-TS(WS-SVC-IDX)
                           END-IF
                           MOVE AQ-TIMESTAMP
                               TO WS-SVC-LAST-TS(WS-SVC-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> ============================================================
      *> Ubicar (o crear) la fila del servicio del evento leido;
      *> deja el indice en WS-SVC-MATCH-IDX (0 si la tabla esta
      *> llena)
      *> ============================================================
       FIND-SVC-ROW.
           MOVE 'N' TO WS-SVC-FOUND
           MOVE 0 TO WS-SVC-MATCH-IDX
           PERFORM MATCH-SVC-ROW
               VARYING WS-SVC-IDX FROM 1 BY 1
               UNTIL WS-SVC-IDX > WS-SVC-COUNT
                  OR WS-SVC-FOUND = 'Y'
           IF WS-SVC-FOUND = 'N' AND WS-SVC-COUNT < 200
               ADD 1 TO WS-SVC-COUNT
               MOVE WS-SVC-COUNT TO WS-SVC-MATCH-IDX
               SET WS-SVC-IDX TO WS-SVC-COUNT
               MOVE AQ-NAME TO WS-SVC-NAME(WS-SVC-IDX)
               MOVE 'N' TO WS-SVC-OPEN(WS-SVC-IDX)
               MOVE SPACES TO WS-SVC-OPEN-TS(WS-SVC-IDX)
               MOVE 0 TO WS-SVC-CYCLES(WS-SVC-IDX)
               MOVE SPACES TO WS-SVC-FIRST-TS(WS-SVC-IDX)
               MOVE SPACES TO WS-SVC-LAST-TS(WS-SVC-IDX)
           END-IF.

      *> ============================================================
      *> Comparar la fila WS-SVC-IDX contra AQ-NAME
      *> ============================================================
       MATCH-SVC-ROW.
           IF WS-SVC-NAME(WS-SVC-IDX) = AQ-NAME
               MOVE 'Y' TO WS-SVC-FOUND
               SET WS-SVC-MATCH-IDX TO WS-SVC-IDX
           END-IF.

      *> ============================================================
      *> Imprimir la fila WS-SVC-IDX si supero el corte de ciclos,
      *> con los umbrales con que se la esta evaluando
      *> ============================================================
       PRINT-FLAP-ROW.
           IF WS-SVC-CYCLES(WS-SVC-IDX) > WS-FLAP-CYCLES
               ADD 1 TO WS-FLAPPING-COUNT
               PERFORM RESOLVE-THRESHOLDS
               MOVE WS-SVC-CYCLES(WS-SVC-IDX) TO WS-FMT-CYCLES
               MOVE WS-EFF-LAT TO WS-FMT-LAT
               MOVE WS-EFF-ERR TO WS-FMT-ERR
               DISPLAY "FLAPPING "
                   FUNCTION TRIM(WS-SVC-NAME(WS-SVC-IDX))
                   " CYCLES:" FUNCTION TRIM(WS-FMT-CYCLES)
                   " FIRST_OPEN:" WS-SVC-FIRST-TS(WS-SVC-IDX)
                   " LAST_RECOVERED:" WS-SVC-LAST-TS(WS-SVC-IDX)
               DISPLAY "    THRESHOLDS:" FUNCTION TRIM(WS-EFF-SOURCE)
                   " LAT_MS:" FUNCTION TRIM(WS-FMT-LAT)
                   " ERR_PCT:" FUNCTION TRIM(WS-FMT-ERR)
           END-IF.

      *> ============================================================
      *> Dejar en WS-EFF-* los umbrales vigentes para el servicio
      *> WS-SVC-IDX: los propios de YUZU.METRICS.SVCPARM si tiene,
      *> o los globales
      *> ============================================================
       RESOLVE-THRESHOLDS.
           MOVE WS-LAT-THRESHOLD TO WS-EFF-LAT
           MOVE WS-ERR-THRESHOLD TO WS-EFF-ERR
           MOVE "GLOBAL" TO WS-EFF-SOURCE
           MOVE 'N' TO WS-SVCPARM-FOUND
           PERFORM MATCH-SVCPARM-ENTRY
               VARYING WS-SVCPARM-IDX FROM 1 BY 1
               UNTIL WS-SVCPARM-IDX > WS-SVCPARM-COUNT
                  OR WS-SVCPARM-FOUND = 'Y'.

      *> ============================================================
      *> Comparar la fila WS-SVCPARM-IDX contra el servicio
      *> WS-SVC-IDX; si calza, sus umbrales pasan a ser los vigentes
      *> ============================================================
       MATCH-SVCPARM-ENTRY.
           IF WS-SVP-NAME(WS-SVCPARM-IDX) = WS-SVC-NAME(WS-SVC-IDX)
               MOVE 'Y' TO WS-SVCPARM-FOUND
               MOVE WS-SVP-LAT(WS-SVCPARM-IDX) TO WS-EFF-LAT
               MOVE WS-SVP-ERR(WS-SVCPARM-IDX) TO WS-EFF-ERR
               MOVE "SVCPARM" TO WS-EFF-SOURCE
           END-IF.

      *> ============================================================
      *> Convertir WS-TS-WORK (AAAAMMDDHHMMSS) a segundos desde el
      *> dia cero del calendario en WS-ROW-SECS, para poder restar
      *> dos timestamps entre si
      *> ============================================================
       TIMESTAMP-TO-SECS.
           COMPUTE WS-ROW-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TS-WORK(1:8))) * 86400
               + FUNCTION NUMVAL(WS-TS-WORK(9:2)) * 3600
               + FUNCTION NUMVAL(WS-TS-WORK(11:2)) * 60
               + FUNCTION NUMVAL(WS-TS-WORK(13:2)).
