      *> Yuzu — COBOL Metrics Processor
      *> Compilar: cobc -x -o yuzu-metrics metrics.cob
      *> Uso:      ./yuzu-metrics "JSON_STRING"
      *>           ./yuzu-metrics LOTE.JSONL [FORMATO] [BACKFILL]
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.

      *> YUZU.METRICS.HISTIX — espejo indexado de HIST por servicio
      *> + instancia + hora (ver YUZUHIX). Solo se mantiene si ya
      *> existe: lo crea YUZU-METRICS-HIDX desde la historia
      *> completa, y crearlo aca vacio lo dejaria sin el pasado.
           SELECT HISTIX-FILE ASSIGN TO "YUZU.METRICS.HISTIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HISTIX-FS.

      *> YUZU.ALERTS.QUEUE — una cola para el poller de paging; solo
      *> se anexa cuando DETERMINE-STATUS fija STATUS-CRIT.
           SELECT ALERT-FILE ASSIGN TO "YUZU.ALERTS.QUEUE"
      *> corrida lee y reescribe solo el registro del servicio que
      *> esta procesando, sin tope de flota y sin reescritura
      *> completa del archivo que pueda quedar a medias (ver
      *> UPDATE-BREACH-COUNTERS). ACCESS DYNAMIC porque ademas de
      *> la lectura por clave puntual RESOLVE-ROOT-CAUSE recorre con
      *> START/READ NEXT todas las instancias de una dependencia.
           SELECT BREACH-FILE ASSIGN TO "YUZU.METRICS.BREACH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BREACH-FS.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTE-FS.

      *> YUZU.METRICS.DEPS — mapa de dependencias entre servicios
      *> (servicio -> dependencia); si el archivo no existe ningun
      *> CRITICAL se agrupa bajo una causa raiz y todos paginan
      *> como siempre (ver RESOLVE-ROOT-CAUSE).
           SELECT DEPS-FILE ASSIGN TO "YUZU.METRICS.DEPS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPS-FS.

      *> YUZU.METRICS.PREV — el ultimo snapshot acumulado visto por
      *> servicio, indexado por nombre de servicio igual que
      *> YUZU.METRICS.BREACH (ver CALCULATE-DELTAS).
               RECORD KEY IS PV-KEY
               FILE STATUS IS WS-PREV-FS.

      *> YUZU.METRICS.DAILY — la consolidacion diaria de
      *> YUZU-METRICS-DCON; solo se lee en modo BACKFILL, para saber
      *> hasta que dia la historia ya esta cerrada (ver
      *> READ-BACKFILL-FLOOR).
           SELECT DAILY-FILE ASSIGN TO "YUZU.METRICS.DAILY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAILY-FS.

      *> YUZU.METRICS.RESTART — un registro por reinicio de proceso
      *> detectado en CALCULATE-DELTAS; se relee para contar los
      *> reinicios recientes de la instancia (ver RECORD-RESTART).
           SELECT RESTART-FILE ASSIGN TO "YUZU.METRICS.RESTART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTART-FS.

      *> YUZU.METRICS.ENV — entornos y si paginan; si el archivo no
      *> existe solo production llega a la cola de alertas (ver
      *> RESOLVE-ENV-PAGEABLE).
           SELECT ENV-FILE ASSIGN TO "YUZU.METRICS.ENV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENV-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
           COPY "yuzuhist.cpy".

       FD  HISTIX-FILE.
           COPY "yuzuhix.cpy".

       FD  ALERT-FILE.
           COPY "yuzualrt.cpy".

       FD  ROUTE-FILE.
           COPY "yuzurout.cpy".

       FD  DEPS-FILE.
           COPY "yuzudeps.cpy".

       FD  PREV-FILE.
           COPY "yuzuprev.cpy".

       FD  DAILY-FILE.
           COPY "yuzudly.cpy".

       FD  RESTART-FILE.
           COPY "yuzurst.cpy".

       FD  ENV-FILE.
           COPY "yuzuenv.cpy".

       FD  BATCH-FILE.
           01 BATCH-RECORD        PIC X(4096).

      *> estado se claven por servicio + instancia. En blanco (el
      *> caso de una sola instancia) todo sigue como siempre.
           01 WS-INSTANCE         PIC X(16)   VALUE SPACES.
      *> Entorno — campo "environment" opcional del snapshot JSON.
      *> Staging y prueba de carga postean al mismo YUZU-METRICS que
      *> produccion; el entorno va en la clave de YUZU.METRICS.PREV,
      *> YUZU.METRICS.BREACH y YUZU.METRICS.HISTIX y en cada registro
      *> de historia y de la cola. Sin el campo es production.
           01 WS-ENV              PIC X(12)   VALUE SPACES.
           01 WS-DEFAULT-ENV      PIC X(12)   VALUE "production".

      *> Muestras de latencia — "latency_samples" es opcional en el
      *> JSON de entrada; cuando viene, PARSE-LATENCY-SAMPLES la

      *> Historia (YUZU.METRICS.HIST)
           01 WS-HIST-FS          PIC XX      VALUE SPACES.
           01 WS-HISTIX-FS        PIC XX      VALUE SPACES.
           01 WS-HISTIX-OPEN      PIC X       VALUE 'N'.
           01 WS-CURRENT-DATE     PIC X(21)   VALUE SPACES.
           01 WS-TIMESTAMP        PIC X(14)   VALUE SPACES.

           01 WS-ERR-THRESHOLD    PIC 9(3)V99 VALUE 5.
           01 WS-LOWREQ-UPTIME    PIC 9(10)   VALUE 60.
           01 WS-BREACH-THRESHOLD PIC 9(4)    VALUE 3.
      *> Corridas seguidas en OK antes de cerrar un incidente — 1
      *> es el comportamiento de siempre (el primer OK cierra)
           01 WS-RECOVERY-TICKS   PIC 9(4)    VALUE 1.
      *> Corte del CRASHLOOP — mas de WS-CRASH-RESTARTS reinicios de
      *> una instancia en los ultimos WS-CRASH-MINUTES minutos
           01 WS-CRASH-RESTARTS   PIC 9(4)    VALUE 3.
           01 WS-CRASH-MINUTES    PIC 9(4)    VALUE 60.

      *> Umbrales propios por servicio (YUZU.METRICS.SVCPARM) —
      *> cargados completos al inicio; RESOLVE-THRESHOLDS deja en
                   10 WS-RTE-ESCALATION PIC X(32).
                   10 WS-RTE-ESC-DELAY  PIC 9(6).

      *> Entornos paginables (YUZU.METRICS.ENV) — cargado completo
      *> al inicio. WS-ENV-PAGEABLE dice si los eventos del snapshot
      *> en curso van a la cola de alertas; un entorno que no pagina
      *> sigue llevando sus rachas e incidentes en su propio estado,
      *> pero no despierta a nadie.
           01 WS-ENV-FS           PIC XX      VALUE SPACES.
           01 WS-ENV-EOF          PIC X       VALUE 'N'.
           01 WS-ENV-COUNT        PIC 9(4)    VALUE 0.
           01 WS-ENV-FOUND        PIC X       VALUE 'N'.
           01 WS-ENV-PAGEABLE     PIC X       VALUE 'Y'.
           01 WS-ENV-TABLE.
               05 WS-ENV-ENTRY    OCCURS 50 TIMES
                       INDEXED BY WS-ENV-IDX.
                   10 WS-ENE-NAME       PIC X(12).
                   10 WS-ENE-PAGEABLE   PIC X.

      *> Mapa de dependencias (YUZU.METRICS.DEPS) — cargado completo
      *> al inicio. WS-ROOT-NAME es la causa raiz del CRITICAL en
      *> curso (una dependencia con incidente abierto, o la raiz de
      *> esa dependencia si ella misma es un SYMPTOM); en blanco el
      *> incidente es propio y pagina normal.
           01 WS-DEPS-FS          PIC XX      VALUE SPACES.
           01 WS-DEPS-EOF         PIC X       VALUE 'N'.
           01 WS-DEPS-COUNT       PIC 9(4)    VALUE 0.
           01 WS-DEPS-TABLE.
               05 WS-DEPS-ENTRY   OCCURS 200 TIMES
                       INDEXED BY WS-DEPS-IDX.
                   10 WS-DPN-NAME       PIC X(32).
                   10 WS-DPN-UPSTREAM   PIC X(32).
           01 WS-ROOT-NAME        PIC X(32)   VALUE SPACES.
           01 WS-ROOT-UPSTREAM    PIC X(32)   VALUE SPACES.
           01 WS-ROOT-PROBE-EOF   PIC X       VALUE 'N'.

      *> Snapshot previo por servicio (YUZU.METRICS.PREV) — ver
      *> CALCULATE-DELTAS. WS-TOTAL-REQ/WS-OK-REQ/WS-ERR-REQ son
      *> contadores acumulados de vida del servicio; el archivo
           01 WS-DELTA-ERR-REQ    PIC 9(10)   VALUE 0.
           01 WS-DELTA-TEMP       PIC S9(10)  VALUE 0.

      *> Reinicios de proceso (YUZU.METRICS.RESTART) — CALCULATE-
      *> DELTAS deja WS-RESTARTED en 'Y' y el uptime y acumulado con
      *> que murio la instancia; RECORD-RESTART los persiste y cuenta
      *> los reinicios de la instancia desde WS-CRASH-FROM-TS.
           01 WS-RESTART-FS       PIC XX      VALUE SPACES.
           01 WS-RESTART-EOF      PIC X       VALUE 'N'.
           01 WS-RESTARTED        PIC X       VALUE 'N'.
           01 WS-DEATH-UPTIME     PIC 9(10)   VALUE 0.
           01 WS-DEATH-TOTAL-REQ  PIC 9(10)   VALUE 0.
           01 WS-CRASH-COUNT      PIC 9(6)    VALUE 0.
           01 WS-CRASH-SECS       PIC 9(12)   VALUE 0.
           01 WS-CRASH-DAY-INT    PIC 9(8)    VALUE 0.
           01 WS-CRASH-DAY-SECS   PIC 9(5)    VALUE 0.
           01 WS-CRASH-FROM-TS    PIC X(14)   VALUE SPACES.
           01 WS-CRASH-TS-PARTS.
               05 WS-CRASH-DATE   PIC 9(8).
               05 WS-CRASH-HH     PIC 99.
               05 WS-CRASH-MM     PIC 99.
               05 WS-CRASH-SS     PIC 99.

      *> Modo de entrada — WS-INPUT trae un solo snapshot JSON
      *> ("{...") o el nombre de un archivo de lote con un
      *> snapshot por linea (ver PROCESS-BATCH-FILE).
           01 WS-BATCH-LINE-NO    PIC 9(9)    VALUE 0.
           01 WS-SKIP-LINES       PIC 9(9)    VALUE 0.

      *> Modo BACKFILL — tercer argumento de linea de comandos, solo
      *> para archivos de lote: snapshots atrasados (un agente que
      *> estuvo cortado y entrega despues lo que junto) que traen su
      *> propia hora en "ts" (AAAAMMDDHHMMSS). Se persisten en HIST y
      *> PATHS a esa hora sin tocar el estado vivo ni paginar (ver
      *> PROCESS-BACKFILL-TICK). Fuera de este modo "ts" se ignora y
      *> todo tick se estampa con la hora de la corrida, como
      *> siempre. WS-BF-LAST-DAILY es el ultimo dia ya consolidado
      *> en YUZU.METRICS.DAILY: un snapshot de ese dia o anterior ya
      *> no puede entrar a la historia sin descuadrar DAILY.
           01 WS-RUN-OPTION       PIC X(16)   VALUE SPACES.
           01 WS-BACKFILL         PIC X       VALUE 'N'.
           01 WS-SNAP-TS          PIC X(14)   VALUE SPACES.
           01 WS-DAILY-FS         PIC XX      VALUE SPACES.
           01 WS-DAILY-EOF        PIC X       VALUE 'N'.
           01 WS-BF-LAST-DAILY    PIC X(8)    VALUE "00000000".
           01 WS-BF-LOADED        PIC 9(9)    VALUE 0.
           01 WS-BF-REFUSED       PIC 9(9)    VALUE 0.
      *> Deltas y rachas del relleno — en memoria por servicio +
      *> instancia, solo durante el lote; YUZU.METRICS.PREV y
      *> YUZU.METRICS.BREACH son de la corrida en vivo y no se tocan.
      *> WS-BF-IDX en cero = snapshot sin nombre (o tabla llena): se
      *> trata como en vivo, solo con las alertas del tick.
           01 WS-BF-COUNT         PIC 9(4)    VALUE 0.
           01 WS-BF-IDX           PIC 9(4)    VALUE 0.
           01 WS-BF-SCAN          PIC 9(4)    VALUE 0.
           01 WS-BF-TABLE.
               05 WS-BF-ENTRY     OCCURS 200 TIMES.
                   10 WS-BFE-NAME       PIC X(32).
                   10 WS-BFE-INSTANCE   PIC X(16).
                   10 WS-BFE-ENV        PIC X(12).
                   10 WS-BFE-SEEN       PIC X.
                   10 WS-BFE-TOTAL-REQ  PIC 9(10).
                   10 WS-BFE-OK-REQ     PIC 9(10).
                   10 WS-BFE-ERR-REQ    PIC 9(10).
                   10 WS-BFE-UPTIME     PIC 9(10).
                   10 WS-BFE-HIGHLAT    PIC 9(4).
                   10 WS-BFE-HIGHERR    PIC 9(4).
                   10 WS-BFE-LOWREQ     PIC 9(4).

      *> Registro de ancho fijo (YUZU.METRICS.FIXED) —
      *> WS-FIXED-SEQ arranca en la secuencia mas alta ya emitida
      *> (YUZU.METRICS.FIXCTL) y se incrementa por registro escrito;
               VALUE 'name":'.
           01 WS-DL-INSTANCE      PIC X(10)
               VALUE 'instance":'.
           01 WS-DL-ENV           PIC X(13)
               VALUE 'environment":'.
      *> Con la comilla de apertura — sin ella 'ts":' calzaria
      *> dentro de "total_requests":
           01 WS-DL-TS            PIC X(05)
               VALUE '"ts":'.
           01 WS-DL-SAMPLES       PIC X(18)
               VALUE 'latency_samples":['.
           01 WS-DL-ENDPOINTS     PIC X(12)
           MOVE FUNCTION UPPER-CASE(WS-OUTPUT-FORMAT)
               TO WS-OUTPUT-FORMAT

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-RUN-OPTION FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-RUN-OPTION) TO WS-RUN-OPTION
           IF WS-RUN-OPTION = "BACKFILL"
               MOVE 'Y' TO WS-BACKFILL
           END-IF

           PERFORM READ-PARAMETERS
           PERFORM READ-SVCPARM-OVERRIDES
           PERFORM READ-FIXED-CONTROL
           PERFORM OPEN-STATE-FILES
           PERFORM READ-MAINT-WINDOWS
           PERFORM READ-ROUTING-TABLE
           PERFORM READ-ENVIRONMENT-TABLE
           PERFORM READ-DEPENDENCY-MAP
           PERFORM READ-ENDPOINT-THRESHOLDS

           MOVE SPACES TO WS-DUMMY
           MOVE FUNCTION TRIM(WS-INPUT) TO WS-DUMMY
           MOVE WS-DUMMY(1:1) TO WS-FIRST-CHAR

      *> El relleno es solo para lotes: un JSON suelto es un tick en
      *> vivo y se procesa como tal
           IF WS-BACKFILL = 'Y'
               IF WS-FIRST-CHAR = '{'
                   DISPLAY "ERROR:BACKFILL_NEEDS_BATCH_FILE"
                   PERFORM CLOSE-STATE-FILES
                   MOVE "BACKFL" TO WS-RUN-MODE
                   MOVE 3 TO WS-AUDIT-RC
                   PERFORM WRITE-RUN-AUDIT
                   MOVE 3 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-BACKFILL-FLOOR
           END-IF

           IF WS-FIRST-CHAR = '{'
               MOVE "SINGLE" TO WS-RUN-MODE
               PERFORM PROCESS-SNAPSHOT
           ELSE
               IF WS-BACKFILL = 'Y'
                   MOVE "BACKFL" TO WS-RUN-MODE
               ELSE
                   MOVE "BATCH" TO WS-RUN-MODE
               END-IF
               MOVE FUNCTION TRIM(WS-INPUT) TO WS-BATCH-NAME
               PERFORM PROCESS-BATCH-FILE
           END-IF
           PERFORM CLOSE-STATE-FILES

           MOVE WS-WORST-STATUS-CODE TO WS-AUDIT-RC
           IF WS-BACKFILL = 'Y'
               PERFORM REPORT-BACKFILL-SUMMARY
           END-IF
           PERFORM WRITE-RUN-AUDIT

           MOVE WS-AUDIT-RC TO RETURN-CODE
           STOP RUN.

      *> ============================================================
      *> Modo BACKFILL — quedarse con el DY-DATE mas alto de
      *> YUZU.METRICS.DAILY en WS-BF-LAST-DAILY (igual que
      *> YUZU-METRICS-DCON); sin archivo no hay nada consolidado y
      *> todo dia pasado puede entrar
      *> ============================================================
       READ-BACKFILL-FLOOR.
           OPEN INPUT DAILY-FILE
           IF WS-DAILY-FS NOT = "35"
               PERFORM READ-DAILY-RECORD
               PERFORM NOTE-DAILY-DATE UNTIL WS-DAILY-EOF = 'Y'
               CLOSE DAILY-FILE
           END-IF
           DISPLAY "BACKFILL_CONSOLIDATED_THROUGH:" WS-BF-LAST-DAILY.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.DAILY
      *> ============================================================
       READ-DAILY-RECORD.
           READ DAILY-FILE
               AT END
                   MOVE 'Y' TO WS-DAILY-EOF
           END-READ.

      *> ============================================================
      *> Conservar el DY-DATE mas alto visto y avanzar al siguiente
      *> registro
      *> ============================================================
       NOTE-DAILY-DATE.
           IF DY-DATE > WS-BF-LAST-DAILY
               MOVE DY-DATE TO WS-BF-LAST-DAILY
           END-IF
           PERFORM READ-DAILY-RECORD.

      *> ============================================================
      *> Resumen del relleno. El RETURN-CODE de un lote BACKFILL no
      *> es el peor estado de los ticks (son horas pasadas, nadie
      *> tiene que reaccionar a ellas): 0 si entraron todos los
      *> snapshots con hora valida, 4 si alguno fue rechazado por su
      *> "ts" y quedo en YUZU.METRICS.EXCPT.
      *> ============================================================
       REPORT-BACKFILL-SUMMARY.
           DISPLAY "BACKFILL_LOADED:" WS-BF-LOADED
           DISPLAY "BACKFILL_REFUSED:" WS-BF-REFUSED
           IF WS-BF-REFUSED > 0
               MOVE 4 TO WS-AUDIT-RC
           ELSE
               MOVE 0 TO WS-AUDIT-RC
           END-IF.

      *> ============================================================
      *> Leer los umbrales de alerta desde YUZU.METRICS.PARM. Si el
      *> archivo no existe se conservan los valores por defecto de
                       MOVE PM-LOWREQ-UPTIME TO WS-LOWREQ-UPTIME
                       MOVE PM-BREACH-THRESHOLD
                           TO WS-BREACH-THRESHOLD
                       IF PM-RECOVERY-TICKS IS NUMERIC
                               AND PM-RECOVERY-TICKS > 0
                           MOVE PM-RECOVERY-TICKS
                               TO WS-RECOVERY-TICKS
                       END-IF
                       IF PM-CRASH-RESTARTS IS NUMERIC
                               AND PM-CRASH-RESTARTS > 0
                           MOVE PM-CRASH-RESTARTS
                               TO WS-CRASH-RESTARTS
                       END-IF
                       IF PM-CRASH-MINUTES IS NUMERIC
                               AND PM-CRASH-MINUTES > 0
                           MOVE PM-CRASH-MINUTES
                               TO WS-CRASH-MINUTES
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
               OPEN OUTPUT PREV-FILE
               CLOSE PREV-FILE
               OPEN I-O PREV-FILE
           END-IF

           OPEN I-O HISTIX-FILE
           IF WS-HISTIX-FS = "00"
               MOVE 'Y' TO WS-HISTIX-OPEN
           END-IF.

      *> ============================================================
       CLOSE-STATE-FILES.
           CLOSE BREACH-FILE
           CLOSE PREV-FILE
           IF WS-HISTIX-OPEN = 'Y'
               CLOSE HISTIX-FILE
               MOVE 'N' TO WS-HISTIX-OPEN
           END-IF
           PERFORM RELEASE-RUN-LOCK.

      *> ============================================================
               MOVE WS-RTE-TEAM(WS-ROUTE-IDX) TO WS-ROUTE-TEAM
           END-IF.

      *> ============================================================
      *> Cargar YUZU.METRICS.ENV completa en WS-ENV-TABLE. Si el
      *> archivo no existe la tabla queda vacia y solo production
      *> pagina (ver RESOLVE-ENV-PAGEABLE).
      *> ============================================================
       READ-ENVIRONMENT-TABLE.
           OPEN INPUT ENV-FILE
           IF WS-ENV-FS NOT = "35"
               PERFORM READ-ENV-RECORD
               PERFORM LOAD-ENV-RECORD UNTIL WS-ENV-EOF = 'Y'
               CLOSE ENV-FILE
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.ENV
      *> ============================================================
       READ-ENV-RECORD.
           READ ENV-FILE
               AT END
                   MOVE 'Y' TO WS-ENV-EOF
           END-READ.

      *> ============================================================
      *> Copiar el registro leido a la siguiente fila libre de
      *> WS-ENV-TABLE y avanzar al siguiente registro
      *> ============================================================
       LOAD-ENV-RECORD.
           IF WS-ENV-COUNT < 50 AND EV-NAME NOT = SPACES
               ADD 1 TO WS-ENV-COUNT
               SET WS-ENV-IDX TO WS-ENV-COUNT
               MOVE EV-NAME     TO WS-ENE-NAME(WS-ENV-IDX)
               MOVE EV-PAGEABLE TO WS-ENE-PAGEABLE(WS-ENV-IDX)
           END-IF
           PERFORM READ-ENV-RECORD.

      *> ============================================================
      *> Dejar en WS-ENV-PAGEABLE si el entorno del snapshot en
      *> curso pagina: la fila de WS-ENV-TABLE manda ('Y' pagina,
      *> cualquier otro valor no); un entorno sin fila solo pagina
      *> si es production
      *> ============================================================
       RESOLVE-ENV-PAGEABLE.
           MOVE 'N' TO WS-ENV-FOUND
           PERFORM MATCH-ENV-ENTRY
               VARYING WS-ENV-IDX FROM 1 BY 1
               UNTIL WS-ENV-IDX > WS-ENV-COUNT
                  OR WS-ENV-FOUND = 'Y'
           IF WS-ENV-FOUND = 'N'
               IF WS-ENV = WS-DEFAULT-ENV
                   MOVE 'Y' TO WS-ENV-PAGEABLE
               ELSE
                   MOVE 'N' TO WS-ENV-PAGEABLE
               END-IF
           END-IF.

      *> ============================================================
      *> Comparar la fila WS-ENV-IDX contra el entorno en curso
      *> ============================================================
       MATCH-ENV-ENTRY.
           IF WS-ENE-NAME(WS-ENV-IDX) = WS-ENV
               MOVE 'Y' TO WS-ENV-FOUND
               IF WS-ENE-PAGEABLE(WS-ENV-IDX) = 'Y'
                   MOVE 'Y' TO WS-ENV-PAGEABLE
               ELSE
                   MOVE 'N' TO WS-ENV-PAGEABLE
               END-IF
           END-IF.

      *> ============================================================
      *> Cargar YUZU.METRICS.DEPS completa en WS-DEPS-TABLE. Si el
      *> archivo no existe no hay dependencias declaradas y ningun
      *> CRITICAL se agrupa bajo otra causa raiz.
      *> ============================================================
       READ-DEPENDENCY-MAP.
           OPEN INPUT DEPS-FILE
           IF WS-DEPS-FS NOT = "35"
               PERFORM READ-DEPS-RECORD
               PERFORM LOAD-DEPS-RECORD UNTIL WS-DEPS-EOF = 'Y'
               CLOSE DEPS-FILE
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.DEPS
      *> ============================================================
       READ-DEPS-RECORD.
           READ DEPS-FILE
               AT END
                   MOVE 'Y' TO WS-DEPS-EOF
           END-READ.

      *> ============================================================
      *> Copiar el registro leido a la siguiente fila libre de
      *> WS-DEPS-TABLE y avanzar al siguiente registro
      *> ============================================================
       LOAD-DEPS-RECORD.
           IF WS-DEPS-COUNT < 200
               ADD 1 TO WS-DEPS-COUNT
               SET WS-DEPS-IDX TO WS-DEPS-COUNT
               MOVE DE-NAME     TO WS-DPN-NAME(WS-DEPS-IDX)
               MOVE DE-UPSTREAM TO WS-DPN-UPSTREAM(WS-DEPS-IDX)
           END-IF
           PERFORM READ-DEPS-RECORD.

      *> ============================================================
      *> Dejar en WS-ROOT-NAME la causa raiz del CRITICAL de
      *> WS-NAME: la primera dependencia declarada en
      *> YUZU.METRICS.DEPS que tenga alguna instancia con incidente
      *> abierto en YUZU.METRICS.BREACH (propio o MISSING). Si esa
      *> dependencia es a su vez un SYMPTOM, la raiz es la suya, asi
      *> una cadena A -> B -> C agrupa todo bajo C. Sin dependencia
      *> caida queda en blanco.
      *> Se recorre el archivo por START/READ NEXT, lo que pisa el
      *> area de BREACH-RECORD — hay que llamarlo antes de leer el
      *> registro propio del servicio.
      *> ============================================================
       RESOLVE-ROOT-CAUSE.
           MOVE SPACES TO WS-ROOT-NAME
           IF WS-NAME NOT = SPACES
               PERFORM PROBE-UPSTREAM-SERVICE
                   VARYING WS-DEPS-IDX FROM 1 BY 1
                   UNTIL WS-DEPS-IDX > WS-DEPS-COUNT
                      OR WS-ROOT-NAME NOT = SPACES
           END-IF.

      *> ============================================================
      *> Si la fila WS-DEPS-IDX es una dependencia del servicio en
      *> curso, recorrer las instancias de esa dependencia en
      *> YUZU.METRICS.BREACH del mismo entorno (la clave arranca por
      *> entorno + nombre, asi que estan contiguas)
      *> ============================================================
       PROBE-UPSTREAM-SERVICE.
           IF WS-DPN-NAME(WS-DEPS-IDX) = WS-NAME
                   AND WS-DPN-UPSTREAM(WS-DEPS-IDX) NOT = SPACES
                   AND WS-DPN-UPSTREAM(WS-DEPS-IDX) NOT = WS-NAME
               MOVE WS-DPN-UPSTREAM(WS-DEPS-IDX) TO WS-ROOT-UPSTREAM
               MOVE WS-ENV TO BR-ENV
               MOVE WS-ROOT-UPSTREAM TO BR-NAME
               MOVE LOW-VALUES TO BR-INSTANCE
               MOVE 'N' TO WS-ROOT-PROBE-EOF
               START BREACH-FILE KEY IS NOT LESS THAN BR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ROOT-PROBE-EOF
               END-START
               PERFORM READ-UPSTREAM-INSTANCE
                   UNTIL WS-ROOT-PROBE-EOF = 'Y'
           END-IF.

      *> ============================================================
      *> Leer la siguiente instancia de la dependencia en sondeo.
      *> Una instancia con incidente abierto fija la causa raiz; un
      *> incidente que a su vez apunta al servicio en curso se
      *> ignora, para que una dependencia circular mal declarada no
      *> deje a dos servicios culpandose entre si sin que nadie
      *> pagine.
      *> ============================================================
       READ-UPSTREAM-INSTANCE.
           READ BREACH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ROOT-PROBE-EOF
           END-READ
           IF WS-ROOT-PROBE-EOF = 'N'
               IF BR-NAME NOT = WS-ROOT-UPSTREAM
                       OR BR-ENV NOT = WS-ENV
                   MOVE 'Y' TO WS-ROOT-PROBE-EOF
               ELSE
                   IF BR-ALERT-OPEN = 'Y' AND BR-ROOT-NAME NOT = WS-NAME
                       IF BR-ROOT-NAME = SPACES
                           MOVE WS-ROOT-UPSTREAM TO WS-ROOT-NAME
                       ELSE
                           MOVE BR-ROOT-NAME TO WS-ROOT-NAME
                       END-IF
                       MOVE 'Y' TO WS-ROOT-PROBE-EOF
                   END-IF
               END-IF
           END-IF.

      *> ============================================================
      *> Estampar WS-TIMESTAMP con la hora del tick en curso y
      *> determinar si cae dentro de una ventana de mantenimiento
       CHECK-MAINT-WINDOW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-TIMESTAMP
      *>    En modo BACKFILL el tick es de la hora que trae su "ts"
           IF WS-BACKFILL = 'Y' AND WS-SNAP-TS IS NUMERIC
               MOVE WS-SNAP-TS TO WS-TIMESTAMP
           END-IF

           MOVE 'N' TO WS-IN-MAINT
           PERFORM MATCH-MAINT-WINDOW
      *> WS-NAME, calcular WS-DELTA-TOTAL-REQ/WS-DELTA-OK-REQ/
      *> WS-DELTA-ERR-REQ contra el valor acumulado de la corrida
      *> anterior, y dejar el valor actual reescrito para la proxima
      *> corrida. Si el acumulado actual es menor que el anterior,
      *> o el uptime volvio para atras (el servicio se reinicio y sus
      *> contadores volvieron a cero, aunque ya hayan vuelto a pasar
      *> los anteriores), se reporta el valor actual completo como
      *> delta en vez de un numero negativo sin sentido, y el
      *> reinicio queda marcado en WS-RESTARTED con el uptime y el
      *> acumulado con que murio la instancia (ver RECORD-RESTART).
      *>
      *> WS-NAME en blanco (el JSON de entrada no trae "name", todavia
      *> el caso comun/legado) no identifica ninguna instancia en
      *> decir sin una identidad real.
      *> ============================================================
       CALCULATE-DELTAS.
           MOVE 'N' TO WS-RESTARTED
           IF WS-NAME = SPACES
               MOVE WS-TOTAL-REQ TO WS-DELTA-TOTAL-REQ
               MOVE WS-OK-REQ    TO WS-DELTA-OK-REQ
               MOVE WS-ERR-REQ   TO WS-DELTA-ERR-REQ
           ELSE
               MOVE 'N' TO WS-PREV-FOUND
               MOVE WS-ENV TO PV-ENV
               MOVE WS-NAME TO PV-NAME
               MOVE WS-INSTANCE TO PV-INSTANCE
               READ PREV-FILE

               IF WS-PREV-FOUND = 'Y'
                   IF WS-TOTAL-REQ < PV-TOTAL-REQ
                           OR (WS-MISSING-UPTIME = 'N'
                               AND PV-UPTIME IS NUMERIC
                               AND WS-UPTIME < PV-UPTIME)
                       MOVE WS-TOTAL-REQ TO WS-DELTA-TOTAL-REQ
                       MOVE WS-OK-REQ    TO WS-DELTA-OK-REQ
                       MOVE WS-ERR-REQ   TO WS-DELTA-ERR-REQ
                       MOVE 'Y' TO WS-RESTARTED
                       MOVE 0 TO WS-DEATH-UPTIME
                       IF PV-UPTIME IS NUMERIC
                           MOVE PV-UPTIME TO WS-DEATH-UPTIME
                       END-IF
                       MOVE PV-TOTAL-REQ TO WS-DEATH-TOTAL-REQ
                   ELSE
                       SUBTRACT PV-TOTAL-REQ FROM
                           WS-TOTAL-REQ GIVING WS-DELTA-TOTAL-REQ
                   MOVE WS-TOTAL-REQ TO PV-TOTAL-REQ
                   MOVE WS-OK-REQ    TO PV-OK-REQ
                   MOVE WS-ERR-REQ   TO PV-ERR-REQ
                   MOVE WS-UPTIME    TO PV-UPTIME
                   REWRITE PREV-RECORD
               ELSE
      *>            Primera vez que se ve el servicio — se escribe
      *>            su registro y se reporta el tick completo como
      *>            delta (sin version anterior no hay deploy que
      *>            reportar)
                   MOVE WS-ENV       TO PV-ENV
                   MOVE WS-NAME      TO PV-NAME
                   MOVE WS-INSTANCE  TO PV-INSTANCE
                   MOVE WS-TOTAL-REQ TO PV-TOTAL-REQ
                   MOVE WS-OK-REQ    TO PV-OK-REQ
                   MOVE WS-ERR-REQ   TO PV-ERR-REQ
                   MOVE WS-VERSION   TO PV-VERSION
                   MOVE WS-UPTIME    TO PV-UPTIME
                   WRITE PREV-RECORD
                   MOVE WS-TOTAL-REQ TO WS-DELTA-TOTAL-REQ
                   MOVE WS-OK-REQ    TO WS-DELTA-OK-REQ
               IF WS-BREACH-FOUND = 'N'
      *>            Primera vez que se ve el servicio — arranca con
      *>            rachas en cero e incidente cerrado
                   MOVE WS-ENV TO BR-ENV
                   MOVE WS-NAME TO BR-NAME
                   MOVE WS-INSTANCE TO BR-INSTANCE
                   MOVE 0 TO BR-HIGHLAT-STREAK
                   MOVE 0 TO BR-HIGHERR-STREAK
                   MOVE 0 TO BR-LOWREQ-STREAK
                   MOVE 'N' TO BR-ALERT-OPEN
                   MOVE SPACES TO BR-ROOT-NAME
                   MOVE 0 TO BR-OK-STREAK
               END-IF

               IF WS-ALERT-HIGH-LAT = 'Y'
           MOVE WS-NAME        TO DP-NAME
           MOVE WS-OLD-VERSION TO DP-OLD-VERSION
           MOVE WS-VERSION     TO DP-NEW-VERSION
           MOVE WS-ENV         TO DP-ENV
           WRITE DEPLOY-RECORD

           CLOSE DEPLOY-FILE.

      *> ============================================================
      *> Reinicio detectado en el tick en curso: anexarlo a
      *> YUZU.METRICS.RESTART y contar los reinicios de la instancia
      *> en los ultimos WS-CRASH-MINUTES minutos (este incluido).
      *> Cuando el conteo pasa de WS-CRASH-RESTARTS se pagina un
      *> CRASHLOOP — solo al cruzar el corte, no con cada reinicio
      *> siguiente del mismo bucle. Dentro de una ventana de
      *> mantenimiento los reinicios son esperables (un deploy,
      *> un rolling restart): se registran pero no paginan.
      *> ============================================================
       RECORD-RESTART.
           PERFORM WRITE-RESTART-RECORD
           IF WS-IN-MAINT = 'N'
               PERFORM COUNT-RECENT-RESTARTS
               IF WS-CRASH-COUNT = WS-CRASH-RESTARTS + 1
                   PERFORM WRITE-CRASHLOOP-ALERT
               END-IF
           END-IF.

      *> ============================================================
      *> Anexar el reinicio del servicio + instancia en curso a
      *> YUZU.METRICS.RESTART. Si el archivo aun no existe, OPEN
      *> EXTEND falla con status 35; se crea vacio y se reintenta.
      *> ============================================================
       WRITE-RESTART-RECORD.
           OPEN EXTEND RESTART-FILE
           IF WS-RESTART-FS = "35"
               OPEN OUTPUT RESTART-FILE
               CLOSE RESTART-FILE
               OPEN EXTEND RESTART-FILE
           END-IF

           MOVE WS-TIMESTAMP       TO RS-TIMESTAMP
           MOVE WS-NAME            TO RS-NAME
           MOVE WS-INSTANCE        TO RS-INSTANCE
           MOVE WS-ENV             TO RS-ENV
           MOVE "RESTART"          TO RS-EVENT
           MOVE WS-DEATH-UPTIME    TO RS-UPTIME
           MOVE WS-DEATH-TOTAL-REQ TO RS-TOTAL-REQ
           WRITE RESTART-RECORD

           CLOSE RESTART-FILE.

      *> ============================================================
      *> Contar en WS-CRASH-COUNT los reinicios del servicio +
      *> instancia en curso con hora entre WS-CRASH-FROM-TS
      *> (WS-TIMESTAMP menos WS-CRASH-MINUTES) y WS-TIMESTAMP
      *> ============================================================
       COUNT-RECENT-RESTARTS.
           COMPUTE WS-CRASH-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TIMESTAMP(1:8))) * 86400
               + FUNCTION NUMVAL(WS-TIMESTAMP(9:2)) * 3600
               + FUNCTION NUMVAL(WS-TIMESTAMP(11:2)) * 60
               + FUNCTION NUMVAL(WS-TIMESTAMP(13:2))
               - WS-CRASH-MINUTES * 60
           COMPUTE WS-CRASH-DAY-INT = WS-CRASH-SECS / 86400
           COMPUTE WS-CRASH-DAY-SECS =
               WS-CRASH-SECS - (WS-CRASH-DAY-INT * 86400)
           MOVE FUNCTION DATE-OF-INTEGER(WS-CRASH-DAY-INT)
               TO WS-CRASH-DATE
           COMPUTE WS-CRASH-HH = WS-CRASH-DAY-SECS / 3600
           COMPUTE WS-CRASH-MM =
               (WS-CRASH-DAY-SECS - (WS-CRASH-HH * 3600)) / 60
           COMPUTE WS-CRASH-SS = WS-CRASH-DAY-SECS
               - (WS-CRASH-HH * 3600) - (WS-CRASH-MM * 60)
           MOVE WS-CRASH-TS-PARTS TO WS-CRASH-FROM-TS

           MOVE 0 TO WS-CRASH-COUNT
           MOVE 'N' TO WS-RESTART-EOF
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-FS NOT = "35"
               PERFORM READ-RESTART-RECORD
               PERFORM TALLY-RESTART-RECORD
                   UNTIL WS-RESTART-EOF = 'Y'
               CLOSE RESTART-FILE
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.RESTART
      *> ============================================================
       READ-RESTART-RECORD.
           READ RESTART-FILE
               AT END
                   MOVE 'Y' TO WS-RESTART-EOF
           END-READ.

      *> ============================================================
      *> Sumar el reinicio leido si es de la instancia en curso y
      *> cae dentro de la ventana, y avanzar al siguiente. Un
      *> registro sin entorno es de production.
      *> ============================================================
       TALLY-RESTART-RECORD.
           IF RS-ENV = SPACES
               MOVE WS-DEFAULT-ENV TO RS-ENV
           END-IF
           IF RS-NAME = WS-NAME AND RS-INSTANCE = WS-INSTANCE
                   AND RS-ENV = WS-ENV
                   AND RS-TIMESTAMP >= WS-CRASH-FROM-TS
                   AND RS-TIMESTAMP <= WS-TIMESTAMP
               ADD 1 TO WS-CRASH-COUNT
           END-IF
           PERFORM READ-RESTART-RECORD.

      *> ============================================================
      *> Anexar un evento CRASHLOOP a la cola de alertas para la
      *> instancia en curso, con el snapshot del tick y el equipo
      *> duenio segun YUZU.METRICS.ROUTE. No abre ni cierra el
      *> incidente del servicio (YUZU.METRICS.BREACH): el bucle de
      *> reinicios se pagina aparte, aunque el servicio se vea en OK
      *> entre reinicio y reinicio. Si el archivo aun no existe,
      *> OPEN EXTEND falla con status 35; se crea vacio y se
      *> reintenta. Un entorno que no pagina no anexa nada.
      *> ============================================================
       WRITE-CRASHLOOP-ALERT.
           IF WS-ENV-PAGEABLE = 'Y'
               PERFORM APPEND-CRASHLOOP-ALERT
           END-IF.

      *> ============================================================
      *> Anexar el CRASHLOOP ya decidido a YUZU.ALERTS.QUEUE
      *> ============================================================
       APPEND-CRASHLOOP-ALERT.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-FS = "35"
               OPEN OUTPUT ALERT-FILE
               CLOSE ALERT-FILE
               OPEN EXTEND ALERT-FILE
           END-IF

           MOVE WS-TIMESTAMP   TO AQ-TIMESTAMP
           MOVE WS-NAME        TO AQ-NAME
           MOVE "CRASHLOOP"    TO AQ-STATUS
           MOVE 3              TO AQ-STATUS-CODE
           MOVE WS-TOTAL-REQ   TO AQ-TOTAL-REQ
           MOVE WS-OK-REQ      TO AQ-OK-REQ
           MOVE WS-ERR-REQ     TO AQ-ERR-REQ
           MOVE WS-ERROR-RATE  TO AQ-ERROR-RATE
           MOVE WS-AVG-LAT     TO AQ-AVG-LAT
           MOVE WS-LAST-LAT    TO AQ-LAST-LAT
           MOVE WS-ACTIVE      TO AQ-ACTIVE
           MOVE WS-UPTIME      TO AQ-UPTIME
           MOVE "CRASHLOOP"    TO AQ-EVENT
           MOVE 'N'            TO AQ-ACK
           PERFORM RESOLVE-ROUTE-TEAM
           MOVE WS-ROUTE-TEAM  TO AQ-TEAM
           MOVE SPACES         TO AQ-PATH
           MOVE SPACES         TO AQ-METHOD
           MOVE SPACES         TO AQ-ROOT-NAME
           MOVE WS-INSTANCE    TO AQ-INSTANCE
           MOVE WS-ENV         TO AQ-ENV
           WRITE ALERT-RECORD

           CLOSE ALERT-FILE.

      *> ============================================================
      *> Leer el registro de YUZU.METRICS.BREACH para WS-NAME y
      *> dejar en WS-BREACH-FOUND si existe. Un registro de antes de
      *> ============================================================
       READ-BREACH-ENTRY.
           MOVE 'N' TO WS-BREACH-FOUND
           MOVE WS-ENV TO BR-ENV
           MOVE WS-NAME TO BR-NAME
           MOVE WS-INSTANCE TO BR-INSTANCE
           READ BREACH-FILE
               PERFORM WRITE-DATA-EXCEPTION
           ELSE
               PERFORM CALCULATE-METRICS
               IF WS-BACKFILL = 'Y'
                   PERFORM PROCESS-BACKFILL-TICK
               ELSE
                   PERFORM CALCULATE-DELTAS
                   PERFORM EVALUATE-ALERTS
                   PERFORM UPDATE-BREACH-COUNTERS
                   PERFORM DETERMINE-STATUS
                   PERFORM OUTPUT-METRICS
                   IF WS-FIELDS-MISSING NOT = "NONE"
                       ADD 1 TO WS-AUDIT-FM-COUNT
                   END-IF
                   PERFORM APPEND-HISTORY
                   PERFORM WRITE-ENDPOINT-RECORDS
                   PERFORM EVALUATE-ENDPOINT-ALERTS
                   PERFORM UPDATE-ALERT-LIFECYCLE
                   IF WS-RESTARTED = 'Y'
                       PERFORM RECORD-RESTART
                   END-IF
               END-IF
               IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
                   MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
               END-IF
           END-IF.

      *> ============================================================
      *> Tick de relleno (modo BACKFILL) — un snapshot atrasado que
      *> trae su propia hora en "ts". Se persiste en HIST y PATHS a
      *> esa hora, pero no toca el estado vivo: ni YUZU.METRICS.PREV
      *> (deltas y deploys) ni las rachas de YUZU.METRICS.BREACH, ni
      *> pagina (ALERT/EP_ALERT/RECOVERED), ni alimenta
      *> YUZU.METRICS.FIXED, que es la vista en vivo de C++ y
      *> Assembly. Los deltas y rachas se llevan en memoria por
      *> servicio + instancia durante el lote (WS-BF-TABLE), asi que
      *> el estado que queda en HIST para cada tick atrasado sale de
      *> la misma regla de rachas que en vivo, siempre que el lote
      *> traiga los ticks de cada instancia en orden de hora.
      *> ============================================================
       PROCESS-BACKFILL-TICK.
           PERFORM LOCATE-BACKFILL-ENTRY
           PERFORM CALCULATE-BACKFILL-DELTAS
           PERFORM EVALUATE-ALERTS
           PERFORM TALLY-BACKFILL-STREAKS
           PERFORM DETERMINE-STATUS
           PERFORM OUTPUT-METRICS
           IF WS-FIELDS-MISSING NOT = "NONE"
               ADD 1 TO WS-AUDIT-FM-COUNT
           END-IF
           PERFORM APPEND-HISTORY
           PERFORM WRITE-ENDPOINT-RECORDS
      *>    El reinicio se registra a su hora, pero no cuenta para el
      *>    CRASHLOOP: un bucle de hace horas no se pagina ahora
           IF WS-RESTARTED = 'Y'
               PERFORM WRITE-RESTART-RECORD
           END-IF
           ADD 1 TO WS-BF-LOADED.

      *> ============================================================
      *> Ubicar (o crear) la fila de WS-BF-TABLE del servicio +
      *> instancia en curso; WS-BF-IDX queda en cero para un
      *> snapshot sin nombre o con la tabla llena
      *> ============================================================
       LOCATE-BACKFILL-ENTRY.
           MOVE 0 TO WS-BF-IDX
           IF WS-NAME NOT = SPACES
               PERFORM MATCH-BACKFILL-ENTRY
                   VARYING WS-BF-SCAN FROM 1 BY 1
                   UNTIL WS-BF-SCAN > WS-BF-COUNT
                      OR WS-BF-IDX > 0
               IF WS-BF-IDX = 0 AND WS-BF-COUNT < 200
                   ADD 1 TO WS-BF-COUNT
                   MOVE WS-BF-COUNT TO WS-BF-IDX
                   MOVE WS-NAME     TO WS-BFE-NAME(WS-BF-IDX)
                   MOVE WS-INSTANCE TO WS-BFE-INSTANCE(WS-BF-IDX)
                   MOVE WS-ENV      TO WS-BFE-ENV(WS-BF-IDX)
                   MOVE 'N' TO WS-BFE-SEEN(WS-BF-IDX)
                   MOVE 0 TO WS-BFE-TOTAL-REQ(WS-BF-IDX)
                   MOVE 0 TO WS-BFE-OK-REQ(WS-BF-IDX)
                   MOVE 0 TO WS-BFE-ERR-REQ(WS-BF-IDX)
                   MOVE 0 TO WS-BFE-UPTIME(WS-BF-IDX)
                   MOVE 0 TO WS-BFE-HIGHLAT(WS-BF-IDX)
                   MOVE 0 TO WS-BFE-HIGHERR(WS-BF-IDX)
                   MOVE 0 TO WS-BFE-LOWREQ(WS-BF-IDX)
               END-IF
           END-IF.

      *> ============================================================
      *> Comparar la fila WS-BF-SCAN contra el servicio + instancia
      *> en curso
      *> ============================================================
       MATCH-BACKFILL-ENTRY.
           IF WS-BFE-NAME(WS-BF-SCAN) = WS-NAME
                   AND WS-BFE-INSTANCE(WS-BF-SCAN) = WS-INSTANCE
                   AND WS-BFE-ENV(WS-BF-SCAN) = WS-ENV
               MOVE WS-BF-SCAN TO WS-BF-IDX
           END-IF.

      *> ============================================================
      *> Deltas del tick de relleno contra el tick anterior de la
      *> misma instancia en este lote — misma regla que
      *> CALCULATE-DELTAS (un total que retrocede es un reinicio y
      *> se reporta completo), pero sin leer ni escribir
      *> YUZU.METRICS.PREV. El primer tick de cada instancia reporta
      *> el acumulado completo, igual que un servicio nuevo en vivo.
      *> Un reinicio entre dos ticks del lote queda marcado en
      *> WS-RESTARTED igual que en vivo.
      *> ============================================================
       CALCULATE-BACKFILL-DELTAS.
           MOVE 'N' TO WS-RESTARTED
           MOVE WS-TOTAL-REQ TO WS-DELTA-TOTAL-REQ
           MOVE WS-OK-REQ    TO WS-DELTA-OK-REQ
           MOVE WS-ERR-REQ   TO WS-DELTA-ERR-REQ
           IF WS-BF-IDX > 0
               IF WS-BFE-SEEN(WS-BF-IDX) = 'Y'
                       AND (WS-TOTAL-REQ < WS-BFE-TOTAL-REQ(WS-BF-IDX)
                           OR (WS-MISSING-UPTIME = 'N'
                               AND WS-UPTIME
                                   < WS-BFE-UPTIME(WS-BF-IDX)))
                   MOVE 'Y' TO WS-RESTARTED
                   MOVE WS-BFE-UPTIME(WS-BF-IDX) TO WS-DEATH-UPTIME
                   MOVE WS-BFE-TOTAL-REQ(WS-BF-IDX)
                       TO WS-DEATH-TOTAL-REQ
               END-IF
               IF WS-BFE-SEEN(WS-BF-IDX) = 'Y'
                       AND WS-RESTARTED = 'N'
                   SUBTRACT WS-BFE-TOTAL-REQ(WS-BF-IDX) FROM
                       WS-TOTAL-REQ GIVING WS-DELTA-TOTAL-REQ

                   SUBTRACT WS-BFE-OK-REQ(WS-BF-IDX) FROM
                       WS-OK-REQ GIVING WS-DELTA-TEMP
                   IF WS-DELTA-TEMP < 0
                       MOVE 0 TO WS-DELTA-OK-REQ
                   ELSE
                       MOVE WS-DELTA-TEMP TO WS-DELTA-OK-REQ
                   END-IF

                   SUBTRACT WS-BFE-ERR-REQ(WS-BF-IDX) FROM
                       WS-ERR-REQ GIVING WS-DELTA-TEMP
                   IF WS-DELTA-TEMP < 0
                       MOVE 0 TO WS-DELTA-ERR-REQ
                   ELSE
                       MOVE WS-DELTA-TEMP TO WS-DELTA-ERR-REQ
                   END-IF
               END-IF
               MOVE 'Y'          TO WS-BFE-SEEN(WS-BF-IDX)
               MOVE WS-TOTAL-REQ TO WS-BFE-TOTAL-REQ(WS-BF-IDX)
               MOVE WS-OK-REQ    TO WS-BFE-OK-REQ(WS-BF-IDX)
               MOVE WS-ERR-REQ   TO WS-BFE-ERR-REQ(WS-BF-IDX)
               MOVE WS-UPTIME    TO WS-BFE-UPTIME(WS-BF-IDX)
           END-IF.

      *> ============================================================
      *> Rachas del tick de relleno — misma regla que
      *> TALLY-BREACH-COUNTERS/FREEZE-BREACH-COUNTERS pero sobre la
      *> fila en memoria: dentro de una ventana de mantenimiento (a
      *> la hora del "ts") quedan congeladas; sin fila propia solo
      *> cuenta la alerta de este tick (0 o 1).
      *> ============================================================
       TALLY-BACKFILL-STREAKS.
           MOVE 0 TO WS-HIGHLAT-STREAK
           MOVE 0 TO WS-HIGHERR-STREAK
           MOVE 0 TO WS-LOWREQ-STREAK
           IF WS-BF-IDX = 0
               IF WS-IN-MAINT = 'N'
                   IF WS-ALERT-HIGH-LAT = 'Y'
                       MOVE 1 TO WS-HIGHLAT-STREAK
                   END-IF
                   IF WS-ALERT-HIGH-ERR = 'Y'
                       MOVE 1 TO WS-HIGHERR-STREAK
                   END-IF
                   IF WS-ALERT-LOW-REQ = 'Y'
                       MOVE 1 TO WS-LOWREQ-STREAK
                   END-IF
               END-IF
           ELSE
               IF WS-IN-MAINT = 'N'
                   IF WS-ALERT-HIGH-LAT = 'Y'
                       ADD 1 TO WS-BFE-HIGHLAT(WS-BF-IDX)
                   ELSE
                       MOVE 0 TO WS-BFE-HIGHLAT(WS-BF-IDX)
                   END-IF
                   IF WS-ALERT-HIGH-ERR = 'Y'
                       ADD 1 TO WS-BFE-HIGHERR(WS-BF-IDX)
                   ELSE
                       MOVE 0 TO WS-BFE-HIGHERR(WS-BF-IDX)
                   END-IF
                   IF WS-ALERT-LOW-REQ = 'Y'
                       ADD 1 TO WS-BFE-LOWREQ(WS-BF-IDX)
                   ELSE
                       MOVE 0 TO WS-BFE-LOWREQ(WS-BF-IDX)
                   END-IF
               END-IF
               MOVE WS-BFE-HIGHLAT(WS-BF-IDX) TO WS-HIGHLAT-STREAK
               MOVE WS-BFE-HIGHERR(WS-BF-IDX) TO WS-HIGHERR-STREAK
               MOVE WS-BFE-LOWREQ(WS-BF-IDX)  TO WS-LOWREQ-STREAK
           END-IF.

      *> ============================================================
      *> Modo de lote — WS-BATCH-NAME trae el nombre de un archivo
      *> con un snapshot JSON por linea (uno por instancia en
           MOVE 0 TO WS-AVG-LAT WS-LAST-LAT WS-MIN-LAT WS-MAX-LAT
           MOVE 0 TO WS-UPTIME
           MOVE SPACES TO WS-LAST-PATH WS-LAST-METHOD WS-VERSION
               WS-NAME WS-INSTANCE WS-SNAP-TS WS-ENV
           MOVE 0 TO WS-ERROR-RATE WS-SUCCESS-RATE WS-REQ-PER-MIN
           MOVE 0 TO WS-UPTIME-MIN WS-UPTIME-HOURS WS-UPTIME-DAYS
           MOVE 0 TO WS-LAT-SAMPLE-COUNT WS-P95-LAT WS-P99-LAT
               MOVE FUNCTION TRIM(WS-TOKEN) TO WS-INSTANCE
           END-IF

      *>    "environment" opcional; en minusculas para que Staging y
      *>    staging no abran dos estados, y production si no viene
           MOVE SPACES TO WS-DUMMY WS-TOKEN
           UNSTRING WS-INPUT
               DELIMITED BY WS-DL-ENV
               INTO WS-DUMMY WS-TOKEN
           END-UNSTRING
           IF WS-TOKEN NOT = SPACES
               UNSTRING WS-TOKEN DELIMITED BY '"'
                   INTO WS-DUMMY WS-TOKEN
               END-UNSTRING
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-TOKEN))
                   TO WS-ENV
           END-IF
           IF WS-ENV = SPACES
               MOVE WS-DEFAULT-ENV TO WS-ENV
           END-IF
           PERFORM RESOLVE-ENV-PAGEABLE

      *>    "ts" opcional, con o sin comillas; solo se usa en modo
      *>    BACKFILL (ver CHECK-BACKFILL-TIMESTAMP)
           MOVE SPACES TO WS-DUMMY WS-TOKEN
           UNSTRING WS-INPUT
               DELIMITED BY WS-DL-TS
               INTO WS-DUMMY WS-TOKEN
           END-UNSTRING
           IF WS-TOKEN NOT = SPACES
               UNSTRING WS-TOKEN DELIMITED BY "," OR "}"
                   INTO WS-TOKEN WS-DUMMY
               END-UNSTRING
               INSPECT WS-TOKEN REPLACING ALL '"' BY SPACE
               MOVE FUNCTION TRIM(WS-TOKEN) TO WS-SNAP-TS
           END-IF

           PERFORM PARSE-LATENCY-SAMPLES
           PERFORM PARSE-ENDPOINTS.

      *>     baja el total (eso lo maneja CALCULATE-DELTAS), pero
      *>     total que avanza con ok o error que retrocede es
      *>     imposible en contadores acumulados de vida.
      *> En modo BACKFILL el tercer control no aplica (PREV es el
      *> acumulado de la corrida en vivo, mas nuevo que el snapshot
      *> atrasado) y en su lugar se controla la hora del "ts" (ver
      *> CHECK-BACKFILL-TIMESTAMP).
      *> Deja WS-SNAPSHOT-VALID en 'N' y la razon en WS-EXCP-REASON
      *> si el snapshot no cierra.
      *> ============================================================
               MOVE "AVG_LAT_GT_MAX_LAT" TO WS-EXCP-REASON
           END-IF

           IF WS-SNAPSHOT-VALID = 'Y' AND WS-BACKFILL = 'Y'
               PERFORM CHECK-BACKFILL-TIMESTAMP
           END-IF

           IF WS-SNAPSHOT-VALID = 'Y' AND WS-NAME NOT = SPACES
                   AND WS-BACKFILL = 'N'
               MOVE 'N' TO WS-PREV-FOUND
               MOVE WS-ENV TO PV-ENV
               MOVE WS-NAME TO PV-NAME
               MOVE WS-INSTANCE TO PV-INSTANCE
               READ PREV-FILE
               END-IF
           END-IF.

      *> ============================================================
      *> Modo BACKFILL — el snapshot solo entra si trae un "ts"
      *> valido, no posterior al arranque de la corrida y de un dia
      *> todavia no consolidado en YUZU.METRICS.DAILY: un tick de un
      *> dia ya cerrado quedaria en HIST sin reflejarse nunca en
      *> DAILY, y los reportes de rango descuadrarian contra la
      *> historia cruda. El rechazo queda en YUZU.METRICS.EXCPT con
      *> su razon.
      *> ============================================================
       CHECK-BACKFILL-TIMESTAMP.
           EVALUATE TRUE
               WHEN WS-SNAP-TS IS NOT NUMERIC
                   MOVE "BACKFILL_NO_TIMESTAMP" TO WS-EXCP-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-SNAP-TS(1:8))) NOT = 0
                 OR WS-SNAP-TS(9:2) > "23"
                 OR WS-SNAP-TS(11:2) > "59"
                 OR WS-SNAP-TS(13:2) > "59"
                   MOVE "BACKFILL_BAD_TIMESTAMP" TO WS-EXCP-REASON
               WHEN WS-SNAP-TS > WS-RUN-START-TS
                   MOVE "BACKFILL_FUTURE_TIMESTAMP" TO WS-EXCP-REASON
               WHEN WS-SNAP-TS(1:8) <= WS-BF-LAST-DAILY
                   MOVE "BACKFILL_DAY_CONSOLIDATED" TO WS-EXCP-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-EXCP-REASON NOT = SPACES
               MOVE 'N' TO WS-SNAPSHOT-VALID
               ADD 1 TO WS-BF-REFUSED
           END-IF.

      *> ============================================================
      *> Anexar el snapshot rechazado a YUZU.METRICS.EXCPT con su
      *> razon y marcar el rechazo en la salida de la corrida. Si el
               WHEN OTHER
                   PERFORM OUTPUT-METRICS-KV
           END-EVALUATE
      *>    YUZU.METRICS.FIXED es la vista en vivo; un tick de relleno
      *>    (modo BACKFILL) no entra ahi
           IF WS-BACKFILL = 'N'
               PERFORM OUTPUT-METRICS-FIXED
           END-IF.

      *> ============================================================
      *> Volcar cada campo numerico con punto decimal implicito (o
               FUNCTION TRIM(WS-NAME)           DELIMITED BY SIZE
               '","instance":"'                DELIMITED BY SIZE
               FUNCTION TRIM(WS-INSTANCE)       DELIMITED BY SIZE
               '","environment":"'             DELIMITED BY SIZE
               FUNCTION TRIM(WS-ENV)            DELIMITED BY SIZE
               '","status":"'                  DELIMITED BY SIZE
               FUNCTION TRIM(WS-STATUS)         DELIMITED BY SIZE
               '","status_code":'               DELIMITED BY SIZE
       OUTPUT-METRICS-KV.
           DISPLAY "NAME:"         FUNCTION TRIM(WS-NAME)
           DISPLAY "INSTANCE:"     FUNCTION TRIM(WS-INSTANCE)
           DISPLAY "ENVIRONMENT:"  FUNCTION TRIM(WS-ENV)
           DISPLAY "STATUS:"       FUNCTION TRIM(WS-STATUS)
           DISPLAY "STATUS_CODE:"  WS-STATUS-CODE
           DISPLAY "TOTAL_REQ:"    WS-TOTAL-REQ
           MOVE WS-P99-LAT     TO HR-P99-LAT
           MOVE WS-ERROR-RATE  TO HR-ERR-RATE
           MOVE WS-INSTANCE    TO HR-INSTANCE
           MOVE WS-ENV         TO HR-ENV
           WRITE HIST-RECORD

           CLOSE HIST-FILE

           IF WS-HISTIX-OPEN = 'Y'
               PERFORM MIRROR-HISTORY-RECORD
           END-IF.

      *> ============================================================
      *> Copiar el HIST-RECORD recien anexado al espejo indexado
      *> YUZU.METRICS.HISTIX. Una segunda corrida de la misma
      *> instancia en el mismo segundo pisa a la primera.
      *> ============================================================
       MIRROR-HISTORY-RECORD.
           MOVE HR-ENV         TO HX-ENV
           MOVE HR-NAME        TO HX-NAME
           MOVE HR-INSTANCE    TO HX-INSTANCE
           MOVE HR-TIMESTAMP   TO HX-TIMESTAMP
           MOVE HR-TOTAL-REQ   TO HX-TOTAL-REQ
           MOVE HR-OK-REQ      TO HX-OK-REQ
           MOVE HR-ERR-REQ     TO HX-ERR-REQ
           MOVE HR-AVG-LAT     TO HX-AVG-LAT
           MOVE HR-STATUS-CODE TO HX-STATUS-CODE
           MOVE HR-P95-LAT     TO HX-P95-LAT
           MOVE HR-P99-LAT     TO HX-P99-LAT
           MOVE HR-ERR-RATE    TO HX-ERR-RATE
           WRITE HISTIX-RECORD
               INVALID KEY
                   REWRITE HISTIX-RECORD
           END-WRITE.

      *> ============================================================
      *> Anexar un registro por endpoint de WS-EP-TABLE a
           MOVE WS-EPT-COUNT(WS-EP-IDX) TO PT-COUNT
           MOVE WS-EPT-ERRORS(WS-EP-IDX) TO PT-ERRORS
           MOVE WS-EPT-AVG(WS-EP-IDX)   TO PT-AVG-LAT
           MOVE WS-ENV                  TO PT-ENV
           WRITE PATHS-RECORD.

      *> ============================================================
      *> de alertas, con los contadores del endpoint (no los del
      *> servicio) y el path/metodo que esta quemando. Si el archivo
      *> aun no existe, OPEN EXTEND falla con status 35; se crea
      *> vacio y se reintenta. Un entorno que no pagina no anexa
      *> nada.
      *> ============================================================
       WRITE-ENDPOINT-ALERT.
           IF WS-ENV-PAGEABLE = 'Y'
               PERFORM APPEND-ENDPOINT-ALERT
           END-IF.

      *> ============================================================
      *> Anexar el EP_ALERT ya decidido a YUZU.ALERTS.QUEUE
      *> ============================================================
       APPEND-ENDPOINT-ALERT.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-FS = "35"
               OPEN OUTPUT ALERT-FILE
           MOVE WS-ROUTE-TEAM           TO AQ-TEAM
           MOVE WS-EPT-PATH(WS-EP-IDX)  TO AQ-PATH
           MOVE WS-EPT-METHOD(WS-EP-IDX) TO AQ-METHOD
           MOVE SPACES                  TO AQ-ROOT-NAME
           MOVE WS-INSTANCE             TO AQ-INSTANCE
           MOVE WS-ENV                  TO AQ-ENV
           WRITE ALERT-RECORD

           CLOSE ALERT-FILE.
      *> se anexa un RECOVERED explicito y se cierra el incidente,
      *> dejando pares abrir/cerrar limpios para la linea de tiempo.
      *> Un WARNING intermedio no cierra ni reabre nada.
      *> El cierre espera WS-RECOVERY-TICKS corridas seguidas en OK
      *> (BR-OK-STREAK); un WARNING o CRITICAL en el medio reinicia
      *> la cuenta, asi un servicio que rebota en el umbral no llena
      *> la cola de pares ALERT/RECOVERED ni re-pagina cada rato.
      *>
      *> WS-NAME en blanco no tiene registro en YUZU.METRICS.BREACH
      *> donde recordar el estado abierto (ver UPDATE-BREACH-
      *> COUNTERS), asi que conserva el comportamiento de siempre:
      *> un ALERT por corrida en CRITICAL y ningun RECOVERED.
      *>
      *> Un CRITICAL cuya dependencia (YUZU.METRICS.DEPS) ya tiene
      *> un incidente abierto se abre como SYMPTOM apuntando a la
      *> causa raiz en vez de paginar su propio ALERT; el incidente
      *> queda abierto igual, con la raiz en BR-ROOT-NAME. Si la
      *> raiz se recupera y el dependiente sigue en CRITICAL, el
      *> problema ya es suyo: se anexa el ALERT que no se pagino.
      *> ============================================================
       UPDATE-ALERT-LIFECYCLE.
           MOVE SPACES TO WS-ROOT-NAME
           IF STATUS-CRIT AND WS-IN-MAINT = 'N'
               PERFORM RESOLVE-ROOT-CAUSE
           END-IF

           MOVE 'N' TO WS-BREACH-FOUND
           MOVE 'N' TO WS-ALERT-OPEN
           IF WS-NAME NOT = SPACES
                       MOVE "SUPPRESSED" TO WS-ALERT-EVENT
                       PERFORM WRITE-ALERT-QUEUE
                   ELSE
                       IF WS-ROOT-NAME NOT = SPACES
                           MOVE "SYMPTOM" TO WS-ALERT-EVENT
                       ELSE
                           MOVE "ALERT" TO WS-ALERT-EVENT
                       END-IF
                       PERFORM WRITE-ALERT-QUEUE
                       IF WS-BREACH-FOUND = 'Y'
                           MOVE 'Y' TO BR-ALERT-OPEN
                           MOVE WS-ROOT-NAME TO BR-ROOT-NAME
                           MOVE 0 TO BR-OK-STREAK
                           REWRITE BREACH-RECORD
                       END-IF
                   END-IF
               ELSE
                   MOVE 0 TO BR-OK-STREAK
                   IF BR-ROOT-NAME NOT = SPACES
                           AND WS-ROOT-NAME = SPACES
                           AND WS-IN-MAINT = 'N'
                       MOVE "ALERT" TO WS-ALERT-EVENT
                       PERFORM WRITE-ALERT-QUEUE
                       MOVE SPACES TO BR-ROOT-NAME
                   END-IF
                   REWRITE BREACH-RECORD
               END-IF
           ELSE
               IF WS-ALERT-OPEN = 'Y'
                   IF BR-OK-STREAK IS NOT NUMERIC
                       MOVE 0 TO BR-OK-STREAK
                   END-IF
                   IF STATUS-OK
                       ADD 1 TO BR-OK-STREAK
                       IF BR-OK-STREAK >= WS-RECOVERY-TICKS
                           MOVE "RECOVERED" TO WS-ALERT-EVENT
                           PERFORM WRITE-ALERT-QUEUE
                           MOVE 'N' TO BR-ALERT-OPEN
                           MOVE SPACES TO BR-ROOT-NAME
                           MOVE 0 TO BR-OK-STREAK
                       END-IF
                   ELSE
                       MOVE 0 TO BR-OK-STREAK
                   END-IF
                   REWRITE BREACH-RECORD
               END-IF
           END-IF.
      *> segun YUZU.METRICS.ROUTE (ver RESOLVE-ROUTE-TEAM), para que
      *> un CRITICAL de las 3am en una herramienta interna no
      *> pagine al mismo destino que uno en la ruta de facturacion.
      *> Un entorno que no pagina (YUZU.METRICS.ENV) no anexa nada:
      *> el ciclo de vida se lleva igual en su YUZU.METRICS.BREACH,
      *> pero el poller no ve sus eventos.
      *> ============================================================
       WRITE-ALERT-QUEUE.
           IF WS-ENV-PAGEABLE = 'Y'
               PERFORM APPEND-ALERT-QUEUE
           END-IF.

      *> ============================================================
      *> Anexar el evento ya decidido a YUZU.ALERTS.QUEUE
      *> ============================================================
       APPEND-ALERT-QUEUE.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-FS = "35"
               OPEN OUTPUT ALERT-FILE
           MOVE WS-ROUTE-TEAM  TO AQ-TEAM
           MOVE SPACES         TO AQ-PATH
           MOVE SPACES         TO AQ-METHOD
           MOVE WS-ROOT-NAME   TO AQ-ROOT-NAME
           MOVE WS-INSTANCE    TO AQ-INSTANCE
           MOVE WS-ENV         TO AQ-ENV
           WRITE ALERT-RECORD

           CLOSE ALERT-FILE.
