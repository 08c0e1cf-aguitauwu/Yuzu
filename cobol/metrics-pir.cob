      *> ============================================================
      *> Yuzu — COBOL Post-Incident Review Packet
      *> Compilar: cobc -x -o yuzu-metrics-pir metrics-pir.cob
      *> Uso:      ./yuzu-metrics-pir SERVICIO AAAAMMDDHHMMSS
      *> Arma en una sola corrida la linea de tiempo que hoy se pega
      *> a mano para cada postmortem desde XTR, PATHS, DVFY, MTTR y
      *> el listado de cambios de la consola. Recibe el servicio y
      *> la hora de apertura del incidente (AQ-TIMESTAMP del evento
      *> que lo abrio) y busca en YUZU.ALERTS.QUEUE el primer
      *> RECOVERED del servicio a esa hora o despues; la ventana va
      *> desde una hora antes de la apertura hasta ese RECOVERED (o
      *> hasta ahora si el incidente sigue abierto). Dentro de la
      *> ventana junta, para el servicio:
      *>   - los ticks de YUZU.METRICS.HIST
      *>   - los eventos de la cola (ALERT, ESCALATED, RECOVERED, el
      *>     resto del ciclo de vida) con su marca de reconocido, y
      *>     el acuse del ticket segun YUZU.METRICS.TKTXREF
      *>   - los deploys de YUZU.METRICS.DEPLOY
      *>   - las ventanas de YUZU.METRICS.MAINT del servicio o de la
      *>     flota ('*') que se cruzan con la ventana
      *>   - los cambios de operador de YUZU.METRICS.CFGAUD sobre el
      *>     servicio o globales ('*')
      *>   - los snapshots rechazados de YUZU.METRICS.EXCPT
      *> y los imprime en orden cronologico; cierra con los endpoints
      *> con mas errores de YUZU.METRICS.PATHS entre la apertura y
      *> el RECOVERED. Los archivos que falten se saltan — la cola
      *> es la unica que hace falta para ubicar el incidente.
      *> Historia, cola y deploys se leen solo de production (un
      *> registro sin entorno es de production).
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-PIR.
       AUTHOR. YUZU-PROJECT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "YUZU.ALERTS.QUEUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FS.

           SELECT HIST-FILE ASSIGN TO "YUZU.METRICS.HIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.

           SELECT DEPLOY-FILE ASSIGN TO "YUZU.METRICS.DEPLOY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPLOY-FS.

           SELECT MAINT-FILE ASSIGN TO "YUZU.METRICS.MAINT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-FS.

           SELECT CFGAUD-FILE ASSIGN TO "YUZU.METRICS.CFGAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CFGAUD-FS.

           SELECT EXCP-FILE ASSIGN TO "YUZU.METRICS.EXCPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-FS.

           SELECT PATHS-FILE ASSIGN TO "YUZU.METRICS.PATHS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PATHS-FS.

      *> YUZU.METRICS.TKTXREF — referencia cruzada incidente ->
      *> ticket; solo lectura, por rango de clave del servicio
           SELECT TKTX-FILE ASSIGN TO "YUZU.METRICS.TKTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-TKTX-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
           COPY "yuzualrt.cpy".

       FD  HIST-FILE.
           COPY "yuzuhist.cpy".

       FD  DEPLOY-FILE.
           COPY "yuzudep.cpy".

       FD  MAINT-FILE.
           COPY "yuzumnt.cpy".

       FD  CFGAUD-FILE.
           COPY "yuzucfg.cpy".

       FD  EXCP-FILE.
           COPY "yuzuexc.cpy".

       FD  PATHS-FILE.
           COPY "yuzupath.cpy".

       FD  TKTX-FILE.
           COPY "yuzutkx.cpy".

       WORKING-STORAGE SECTION.
           01 WS-ALERT-FS         PIC XX      VALUE SPACES.
           01 WS-HIST-FS          PIC XX      VALUE SPACES.
           01 WS-DEPLOY-FS        PIC XX      VALUE SPACES.
           01 WS-MAINT-FS         PIC XX      VALUE SPACES.
           01 WS-CFGAUD-FS        PIC XX      VALUE SPACES.
           01 WS-EXCP-FS          PIC XX      VALUE SPACES.
           01 WS-PATHS-FS         PIC XX      VALUE SPACES.
           01 WS-TKTX-FS          PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.
      *> 'Y' cuando la lectura dejo un registro de production (o
      *> sin entorno, que es lo mismo) o llego al final
           01 WS-REC-TAKEN        PIC X       VALUE 'N'.

      *> Argumentos: servicio y hora de apertura del incidente
           01 WS-ARG-RAW          PIC X(64)   VALUE SPACES.
           01 WS-SERVICE          PIC X(32)   VALUE SPACES.
           01 WS-OPEN-TS          PIC X(14)   VALUE SPACES.

      *> Incidente ubicado en la cola: evento que lo abrio, su
      *> RECOVERED y la ventana del paquete
           01 WS-OPEN-EVENT       PIC X(10)   VALUE SPACES.
           01 WS-RECOVERED-TS     PIC X(14)   VALUE SPACES.
           01 WS-WIN-START        PIC X(14)   VALUE SPACES.
           01 WS-WIN-END          PIC X(14)   VALUE SPACES.
           01 WS-CURRENT-DATE     PIC X(21)   VALUE SPACES.
           01 WS-OPEN-SECS        PIC 9(12)   VALUE 0.
           01 WS-DURATION-SECS    PIC 9(10)   VALUE 0.

      *> Ticket del incidente segun la referencia cruzada
           01 WS-TKTX-OPEN        PIC X       VALUE 'N'.
           01 WS-TKT-EOF          PIC X       VALUE 'N'.
           01 WS-TKT-NUMBER       PIC X(20)   VALUE SPACES.

      *> Linea de tiempo: un renglon por evento de cualquier fuente,
      *> ordenada por hora al final. A igual hora queda el orden de
      *> carga (mantenimiento, deploys y cambios antes que los ticks
      *> y la cola, para que la causa aparezca antes que el efecto).
           01 WS-EVT-COUNT        PIC 9(4)    VALUE 0.
           01 WS-EVT-TRUNCATED    PIC X       VALUE 'N'.
           01 WS-EVT-TABLE.
               05 WS-EVT-ENTRY    OCCURS 2000 TIMES
                       INDEXED BY WS-EVT-IDX.
                   10 WS-EVT-TS      PIC X(14).
                   10 WS-EVT-SOURCE  PIC X(6).
                   10 WS-EVT-TEXT    PIC X(160).
           01 WS-EVT-SWAP.
               05 WS-ESW-TS          PIC X(14).
               05 WS-ESW-SOURCE      PIC X(6).
               05 WS-ESW-TEXT        PIC X(160).

      *> Renglon en armado antes de agregarlo a la linea de tiempo
           01 WS-NEW-TS           PIC X(14)   VALUE SPACES.
           01 WS-NEW-SOURCE       PIC X(6)    VALUE SPACES.
           01 WS-NEW-TEXT         PIC X(160)  VALUE SPACES.
           01 WS-NEW-PTR          PIC 9(4)    VALUE 1.

      *> Conteos por fuente para el resumen
           01 WS-CNT-TICKS        PIC 9(6)    VALUE 0.
           01 WS-CNT-QUEUE        PIC 9(6)    VALUE 0.
           01 WS-CNT-DEPLOYS      PIC 9(6)    VALUE 0.
           01 WS-CNT-MAINT        PIC 9(6)    VALUE 0.
           01 WS-CNT-CHANGES      PIC 9(6)    VALUE 0.
           01 WS-CNT-EXCEPTIONS   PIC 9(6)    VALUE 0.

      *> Agregado de PATHS por path + metodo durante el incidente
           01 WS-AGG-COUNT        PIC 9(4)    VALUE 0.
           01 WS-AGG-FOUND        PIC X       VALUE 'N'.
           01 WS-AGG-MATCH-IDX    PIC 9(4)    VALUE 0.
           01 WS-AGG-TABLE.
               05 WS-AGG-ENTRY    OCCURS 200 TIMES
                       INDEXED BY WS-AGG-IDX.
                   10 WS-AGG-PATH    PIC X(64).
                   10 WS-AGG-METHOD  PIC X(8).
                   10 WS-AGG-REQS    PIC 9(12).
                   10 WS-AGG-ERRORS  PIC 9(12).
           01 WS-AGG-SWAP.
               05 WS-ASW-PATH        PIC X(64).
               05 WS-ASW-METHOD      PIC X(8).
               05 WS-ASW-REQS        PIC 9(12).
               05 WS-ASW-ERRORS      PIC 9(12).
           01 WS-PRT-RANK         PIC 9(4)    VALUE 0.
           01 WS-EP-ERR-PCT       PIC 9(3)V99 VALUE 0.

      *> Ordenamiento burbuja de las dos tablas
           01 WS-SORT-SWAPPED     PIC X       VALUE 'N'.
           01 WS-SORT-IDX         PIC 9(4)    VALUE 0.

      *> Conversion de timestamps a segundos y de vuelta
           01 WS-TS-WORK          PIC X(14)   VALUE SPACES.
           01 WS-ROW-SECS         PIC 9(12)   VALUE 0.
           01 WS-DAY-INT          PIC 9(8)    VALUE 0.
           01 WS-DAY-SECS         PIC 9(5)    VALUE 0.
           01 WS-TS-PARTS.
               05 WS-TSP-DATE     PIC 9(8).
               05 WS-TSP-HH       PIC 99.
               05 WS-TSP-MM       PIC 99.
               05 WS-TSP-SS       PIC 99.

      *> Nombre del estado de un tick de historia
           01 WS-STATUS-NAME      PIC X(8)    VALUE SPACES.

      *> Campos editados para el reporte
           01 WS-FMT-COUNT        PIC Z(9)9   VALUE 0.
           01 WS-FMT-ERR          PIC Z(9)9   VALUE 0.
           01 WS-FMT-RATE         PIC ZZ9.99  VALUE 0.
           01 WS-FMT-LAT          PIC Z(7)9.99 VALUE 0.
           01 WS-FMT-P95          PIC Z(7)9.99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-RAW FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-RAW) TO WS-SERVICE
           IF WS-SERVICE = SPACES
               DISPLAY "ERROR:NO_SERVICE"
               STOP RUN
           END-IF

           DISPLAY 2 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG-RAW
           ACCEPT WS-ARG-RAW FROM ARGUMENT-VALUE
           IF WS-ARG-RAW(1:14) IS NOT NUMERIC
               DISPLAY "ERROR:BAD_OPEN_TIMESTAMP"
               STOP RUN
           END-IF
           MOVE WS-ARG-RAW(1:14) TO WS-OPEN-TS

           PERFORM LOCATE-INCIDENT
           PERFORM SET-PACKET-WINDOW

           OPEN INPUT TKTX-FILE
           IF WS-TKTX-FS = "00"
               MOVE 'Y' TO WS-TKTX-OPEN
           END-IF

           PERFORM COLLECT-MAINT-WINDOWS
           PERFORM COLLECT-DEPLOYS
           PERFORM COLLECT-CONFIG-CHANGES
           PERFORM COLLECT-HIST-TICKS
           PERFORM COLLECT-EXCEPTIONS
           PERFORM COLLECT-QUEUE-EVENTS
           PERFORM COLLECT-TICKET-ACKS
           PERFORM AGGREGATE-INCIDENT-PATHS

           IF WS-TKTX-OPEN = 'Y'
               CLOSE TKTX-FILE
           END-IF

           PERFORM SORT-EVT-TABLE
           PERFORM PRINT-PACKET-HEADER

           DISPLAY "== TIMELINE =="
           PERFORM PRINT-EVT-ROW
               VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > WS-EVT-COUNT
           IF WS-EVT-TRUNCATED = 'Y'
               DISPLAY "WARNING:TIMELINE_TRUNCATED MAX:2000"
           END-IF

           PERFORM SORT-AGG-TABLE
           DISPLAY "== TOP ERRORING ENDPOINTS DURING INCIDENT =="
           IF WS-AGG-COUNT = 0
               DISPLAY "NO_ENDPOINT_DATA"
           END-IF
           MOVE 0 TO WS-PRT-RANK
           PERFORM PRINT-AGG-ROW
               VARYING WS-AGG-IDX FROM 1 BY 1
               UNTIL WS-AGG-IDX > WS-AGG-COUNT
                  OR WS-PRT-RANK >= 10

           DISPLAY "EVENTS:" WS-EVT-COUNT
               " TICKS:" WS-CNT-TICKS
               " QUEUE:" WS-CNT-QUEUE
               " DEPLOYS:" WS-CNT-DEPLOYS
               " MAINT:" WS-CNT-MAINT
               " CHANGES:" WS-CNT-CHANGES
               " EXCEPTIONS:" WS-CNT-EXCEPTIONS
           STOP RUN.

      *> ============================================================
      *> Recorrer la cola buscando el evento que abrio el incidente
      *> a la hora pedida y el primer RECOVERED del servicio a esa
      *> hora o despues. Sin evento de apertura a esa hora el paquete
      *> igual sale, con un aviso — la hora puede venir de un ticket
      *> o de un chat y no coincidir al segundo.
      *> ============================================================
       LOCATE-INCIDENT.
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-FS = "35"
               DISPLAY "ERROR:NO_QUEUE_FILE"
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM READ-ALERT-RECORD
           PERFORM SCAN-INCIDENT-BOUNDS UNTIL WS-EOF-FLAG = 'Y'
           CLOSE ALERT-FILE.

      *> ============================================================
      *> Leer el siguiente registro de la cola de alertas
      *> ============================================================
       READ-ALERT-RECORD.
           MOVE 'N' TO WS-REC-TAKEN
           PERFORM READ-ENV-ALERT-RECORD UNTIL WS-REC-TAKEN = 'Y'.

      *> ============================================================
      *> Leer un evento de la cola y tomarlo si es de production
      *> ============================================================
       READ-ENV-ALERT-RECORD.
           READ ALERT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'Y' TO WS-REC-TAKEN
               NOT AT END
                   IF AQ-ENV = SPACES OR AQ-ENV = "production"
                       MOVE 'Y' TO WS-REC-TAKEN
                   END-IF
           END-READ.

      *> ============================================================
      *> Anotar la apertura y el RECOVERED del incidente si el
      *> registro actual los trae, y avanzar al siguiente
      *> ============================================================
       SCAN-INCIDENT-BOUNDS.
           IF AQ-NAME = WS-SERVICE
               IF AQ-TIMESTAMP = WS-OPEN-TS
                       AND WS-OPEN-EVENT = SPACES
                       AND AQ-EVENT NOT = "RECOVERED"
                       AND AQ-EVENT NOT = "ESCALATED"
                   MOVE AQ-EVENT TO WS-OPEN-EVENT
                   IF AQ-EVENT = SPACES
                       MOVE "ALERT" TO WS-OPEN-EVENT
                   END-IF
               END-IF
               IF AQ-EVENT = "RECOVERED"
                       AND AQ-TIMESTAMP >= WS-OPEN-TS
                       AND WS-RECOVERED-TS = SPACES
                   MOVE AQ-TIMESTAMP TO WS-RECOVERED-TS
               END-IF
           END-IF
           PERFORM READ-ALERT-RECORD.

      *> ============================================================
      *> Fijar la ventana del paquete: una hora antes de la apertura
      *> hasta el RECOVERED, o hasta ahora si sigue abierto
      *> ============================================================
       SET-PACKET-WINDOW.
           MOVE WS-OPEN-TS TO WS-TS-WORK
           PERFORM TIMESTAMP-TO-SECS
           MOVE WS-ROW-SECS TO WS-OPEN-SECS
           COMPUTE WS-ROW-SECS = WS-OPEN-SECS - 3600
           PERFORM SECS-TO-TIMESTAMP
           MOVE WS-TS-WORK TO WS-WIN-START

           IF WS-RECOVERED-TS NOT = SPACES
               MOVE WS-RECOVERED-TS TO WS-WIN-END
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(1:14) TO WS-WIN-END
           END-IF

           MOVE WS-WIN-END TO WS-TS-WORK
           PERFORM TIMESTAMP-TO-SECS
           MOVE 0 TO WS-DURATION-SECS
           IF WS-ROW-SECS > WS-OPEN-SECS
               COMPUTE WS-DURATION-SECS = WS-ROW-SECS - WS-OPEN-SECS
           END-IF.

      *> ============================================================
      *> Agregar el renglon WS-NEW-TS/SOURCE/TEXT a la linea de
      *> tiempo; pasado el tope se cuenta como truncado
      *> ============================================================
       ADD-EVT-ROW.
           IF WS-EVT-COUNT < 2000
               ADD 1 TO WS-EVT-COUNT
               SET WS-EVT-IDX TO WS-EVT-COUNT
               MOVE WS-NEW-TS     TO WS-EVT-TS(WS-EVT-IDX)
               MOVE WS-NEW-SOURCE TO WS-EVT-SOURCE(WS-EVT-IDX)
               MOVE WS-NEW-TEXT   TO WS-EVT-TEXT(WS-EVT-IDX)
           ELSE
               MOVE 'Y' TO WS-EVT-TRUNCATED
           END-IF.

      *> ============================================================
      *> Ventanas de mantenimiento del servicio o de la flota que se
      *> cruzan con la ventana del paquete. Una que ya estaba
      *> abierta al inicio de la ventana se muestra como activa en
      *> ese momento.
      *> ============================================================
       COLLECT-MAINT-WINDOWS.
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-FS NOT = "35"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-MAINT-RECORD
               PERFORM LOAD-MAINT-WINDOW UNTIL WS-EOF-FLAG = 'Y'
               CLOSE MAINT-FILE
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.MAINT
      *> ============================================================
       READ-MAINT-RECORD.
           READ MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *> ============================================================
      *> Agregar la ventana leida si toca el servicio y el paquete
      *> ============================================================
       LOAD-MAINT-WINDOW.
           IF (MW-NAME = WS-SERVICE OR MW-NAME(1:1) = '*')
                   AND MW-START <= WS-WIN-END
                   AND MW-END >= WS-WIN-START
               ADD 1 TO WS-CNT-MAINT
               MOVE "MAINT" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-TEXT
               IF MW-START >= WS-WIN-START
                   MOVE MW-START TO WS-NEW-TS
                   STRING "MAINT_START SCOPE:" DELIMITED BY SIZE
                       FUNCTION TRIM(MW-NAME) DELIMITED BY SIZE
                       " UNTIL:" DELIMITED BY SIZE
                       MW-END DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
               ELSE
                   MOVE WS-WIN-START TO WS-NEW-TS
                   STRING "MAINT_ACTIVE SCOPE:" DELIMITED BY SIZE
                       FUNCTION TRIM(MW-NAME) DELIMITED BY SIZE
                       " SINCE:" DELIMITED BY SIZE
                       MW-START DELIMITED BY SIZE
                       " UNTIL:" DELIMITED BY SIZE
                       MW-END DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
               END-IF
               PERFORM ADD-EVT-ROW
               IF MW-END <= WS-WIN-END
                   MOVE MW-END TO WS-NEW-TS
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING "MAINT_END SCOPE:" DELIMITED BY SIZE
                       FUNCTION TRIM(MW-NAME) DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
                   PERFORM ADD-EVT-ROW
               END-IF
           END-IF
           PERFORM READ-MAINT-RECORD.

      *> ============================================================
      *> Deploys del servicio dentro de la ventana
      *> ============================================================
       COLLECT-DEPLOYS.
           OPEN INPUT DEPLOY-FILE
           IF WS-DEPLOY-FS NOT = "35"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-DEPLOY-RECORD
               PERFORM LOAD-DEPLOY-EVENT UNTIL WS-EOF-FLAG = 'Y'
               CLOSE DEPLOY-FILE
           END-IF.

      *> ============================================================
      *> Leer el siguiente deploy de production
      *> ============================================================
       READ-DEPLOY-RECORD.
           MOVE 'N' TO WS-REC-TAKEN
           PERFORM READ-ENV-DEPLOY-RECORD UNTIL WS-REC-TAKEN = 'Y'.

      *> ============================================================
      *> Leer un deploy y tomarlo si es de production
      *> ============================================================
       READ-ENV-DEPLOY-RECORD.
           READ DEPLOY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'Y' TO WS-REC-TAKEN
               NOT AT END
                   IF DP-ENV = SPACES OR DP-ENV = "production"
                       MOVE 'Y' TO WS-REC-TAKEN
                   END-IF
           END-READ.

      *> ============================================================
      *> Agregar el deploy leido si es del servicio y la ventana
      *> ============================================================
       LOAD-DEPLOY-EVENT.
           IF DP-NAME = WS-SERVICE
                   AND DP-TIMESTAMP >= WS-WIN-START
                   AND DP-TIMESTAMP <= WS-WIN-END
               ADD 1 TO WS-CNT-DEPLOYS
               MOVE DP-TIMESTAMP TO WS-NEW-TS
               MOVE "DEPLOY" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-TEXT
               STRING "VERSION:" DELIMITED BY SIZE
                   FUNCTION TRIM(DP-OLD-VERSION) DELIMITED BY SIZE
                   "->" DELIMITED BY SIZE
                   FUNCTION TRIM(DP-NEW-VERSION) DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM ADD-EVT-ROW
           END-IF
           PERFORM READ-DEPLOY-RECORD.

      *> ============================================================
      *> Cambios de configuracion de la consola de operador sobre el
      *> servicio o sobre los parametros globales, dentro de la
      *> ventana
      *> ============================================================
       COLLECT-CONFIG-CHANGES.
           OPEN INPUT CFGAUD-FILE
           IF WS-CFGAUD-FS NOT = "35"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-CFGAUD-RECORD
               PERFORM LOAD-CONFIG-CHANGE UNTIL WS-EOF-FLAG = 'Y'
               CLOSE CFGAUD-FILE
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.CFGAUD
      *> ============================================================
       READ-CFGAUD-RECORD.
           READ CFGAUD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *> ============================================================
      *> Agregar el cambio leido si es del servicio y la ventana
      *> ============================================================
       LOAD-CONFIG-CHANGE.
           IF (CG-TARGET = WS-SERVICE OR CG-TARGET(1:1) = '*')
                   AND CG-TIMESTAMP >= WS-WIN-START
                   AND CG-TIMESTAMP <= WS-WIN-END
               ADD 1 TO WS-CNT-CHANGES
               MOVE CG-TIMESTAMP TO WS-NEW-TS
               MOVE "CONFIG" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-TEXT
               STRING FUNCTION TRIM(CG-ACTION) DELIMITED BY SIZE
                   " BY:" DELIMITED BY SIZE
                   FUNCTION TRIM(CG-OPERATOR) DELIMITED BY SIZE
                   " TARGET:" DELIMITED BY SIZE
                   FUNCTION TRIM(CG-TARGET) DELIMITED BY SIZE
                   " OLD:" DELIMITED BY SIZE
                   FUNCTION TRIM(CG-OLD-VALUE) DELIMITED BY SIZE
                   " NEW:" DELIMITED BY SIZE
                   FUNCTION TRIM(CG-NEW-VALUE) DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM ADD-EVT-ROW
           END-IF
           PERFORM READ-CFGAUD-RECORD.

      *> ============================================================
      *> Ticks de historia del servicio (todas sus instancias)
      *> dentro de la ventana
      *> ============================================================
       COLLECT-HIST-TICKS.
           OPEN INPUT HIST-FILE
           IF WS-HIST-FS NOT = "35"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-HIST-RECORD
               PERFORM LOAD-HIST-TICK UNTIL WS-EOF-FLAG = 'Y'
               CLOSE HIST-FILE
           END-IF.

      *> ============================================================
      *> Leer el siguiente tick de historia de production
      *> ============================================================
       READ-HIST-RECORD.
           MOVE 'N' TO WS-REC-TAKEN
           PERFORM READ-ENV-HIST-RECORD UNTIL WS-REC-TAKEN = 'Y'.

      *> ============================================================
      *> Leer un tick de historia y tomarlo si es de production
      *> ============================================================
       READ-ENV-HIST-RECORD.
           READ HIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'Y' TO WS-REC-TAKEN
               NOT AT END
                   IF HR-ENV = SPACES OR HR-ENV = "production"
                       MOVE 'Y' TO WS-REC-TAKEN
                   END-IF
           END-READ.

      *> ============================================================
      *> Agregar el tick leido si es del servicio y la ventana
      *> ============================================================
       LOAD-HIST-TICK.
           IF HR-NAME = WS-SERVICE
                   AND HR-TIMESTAMP >= WS-WIN-START
                   AND HR-TIMESTAMP <= WS-WIN-END
               ADD 1 TO WS-CNT-TICKS
               EVALUATE HR-STATUS-CODE
                   WHEN 1
                       MOVE "OK" TO WS-STATUS-NAME
                   WHEN 2
                       MOVE "WARNING" TO WS-STATUS-NAME
                   WHEN 3
                       MOVE "CRITICAL" TO WS-STATUS-NAME
                   WHEN OTHER
                       MOVE "UNKNOWN" TO WS-STATUS-NAME
               END-EVALUATE
               MOVE 0 TO WS-FMT-RATE
               IF HR-ERR-RATE IS NUMERIC AND HR-ERR-RATE > 0
                   MOVE HR-ERR-RATE TO WS-FMT-RATE
               ELSE
                   IF HR-TOTAL-REQ > 0
                       COMPUTE WS-FMT-RATE =
                           (HR-ERR-REQ * 100) / HR-TOTAL-REQ
                   END-IF
               END-IF
               MOVE HR-TOTAL-REQ TO WS-FMT-COUNT
               MOVE HR-ERR-REQ   TO WS-FMT-ERR
               MOVE HR-AVG-LAT   TO WS-FMT-LAT
               MOVE 0 TO WS-FMT-P95
               IF HR-P95-LAT IS NUMERIC
                   MOVE HR-P95-LAT TO WS-FMT-P95
               END-IF
               MOVE HR-TIMESTAMP TO WS-NEW-TS
               MOVE "HIST" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-TEXT
               STRING "TICK INSTANCE:" DELIMITED BY SIZE
                   FUNCTION TRIM(HR-INSTANCE) DELIMITED BY SIZE
                   " STATUS:" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STATUS-NAME) DELIMITED BY SIZE
                   " TOTAL:" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FMT-COUNT) DELIMITED BY SIZE
                   " ERR:" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FMT-ERR) DELIMITED BY SIZE
                   " ERR_RATE:" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FMT-RATE) DELIMITED BY SIZE
                   " AVG_LAT:" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FMT-LAT) DELIMITED BY SIZE
                   " P95:" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FMT-P95) DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM ADD-EVT-ROW
           END-IF
           PERFORM READ-HIST-RECORD.

      *> ============================================================
      *> Snapshots rechazados del servicio dentro de la ventana
      *> ============================================================
       COLLECT-EXCEPTIONS.
           OPEN INPUT EXCP-FILE
           IF WS-EXCP-FS NOT = "35"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-EXCP-RECORD
               PERFORM LOAD-EXCEPTION UNTIL WS-EOF-FLAG = 'Y'
               CLOSE EXCP-FILE
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.EXCPT
      *> ============================================================
       READ-EXCP-RECORD.
           READ EXCP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *> ============================================================
      *> Agregar la excepcion leida si es del servicio y la ventana
      *> ============================================================
       LOAD-EXCEPTION.
           IF EX-NAME = WS-SERVICE
                   AND EX-TIMESTAMP >= WS-WIN-START
                   AND EX-TIMESTAMP <= WS-WIN-END
               ADD 1 TO WS-CNT-EXCEPTIONS
               MOVE EX-TOTAL-REQ TO WS-FMT-COUNT
               MOVE EX-ERR-REQ   TO WS-FMT-ERR
               MOVE EX-TIMESTAMP TO WS-NEW-TS
               MOVE "EXCPT" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-TEXT
               STRING "REJECTED REASON:" DELIMITED BY SIZE
                   FUNCTION TRIM(EX-REASON) DELIMITED BY SIZE
                   " TOTAL:" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FMT-COUNT) DELIMITED BY SIZE
                   " ERR:" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FMT-ERR) DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM ADD-EVT-ROW
           END-IF
           PERFORM READ-EXCP-RECORD.

      *> ============================================================
      *> Eventos de la cola del servicio dentro de la ventana, con
      *> su marca de reconocido (AQ-ACK) y el equipo al que se
      *> rutearon
      *> ============================================================
       COLLECT-QUEUE-EVENTS.
           OPEN INPUT ALERT-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM READ-ALERT-RECORD
           PERFORM LOAD-QUEUE-EVENT UNTIL WS-EOF-FLAG = 'Y'
           CLOSE ALERT-FILE.

      *> ============================================================
      *> Agregar el evento leido si es del servicio y la ventana
      *> ============================================================
       LOAD-QUEUE-EVENT.
           IF AQ-NAME = WS-SERVICE
                   AND AQ-TIMESTAMP >= WS-WIN-START
                   AND AQ-TIMESTAMP <= WS-WIN-END
               ADD 1 TO WS-CNT-QUEUE
               MOVE AQ-ERROR-RATE TO WS-FMT-RATE
               MOVE AQ-AVG-LAT    TO WS-FMT-LAT
               MOVE AQ-TIMESTAMP TO WS-NEW-TS
               MOVE "QUEUE" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-TEXT
               IF AQ-EVENT = SPACES
                   MOVE "ALERT" TO WS-STATUS-NAME
               ELSE
                   MOVE SPACES TO WS-STATUS-NAME
               END-IF
               MOVE 1 TO WS-NEW-PTR
               STRING FUNCTION TRIM(AQ-EVENT) DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STATUS-NAME) DELIMITED BY SIZE
                   " STATUS:" DELIMITED BY SIZE
                   FUNCTION TRIM(AQ-STATUS) DELIMITED BY SIZE
                   " ERR_RATE:" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FMT-RATE) DELIMITED BY SIZE
                   " AVG_LAT:" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FMT-LAT) DELIMITED BY SIZE
                   " ACK:" DELIMITED BY SIZE
                   AQ-ACK DELIMITED BY SIZE
                   " TEAM:" DELIMITED BY SIZE
                   FUNCTION TRIM(AQ-TEAM) DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
                   WITH POINTER WS-NEW-PTR
               END-STRING
               IF AQ-EVENT = "EP_ALERT"
                   STRING " ENDPOINT:" DELIMITED BY SIZE
                       FUNCTION TRIM(AQ-METHOD) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(AQ-PATH) DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                       WITH POINTER WS-NEW-PTR
                   END-STRING
               END-IF
               IF AQ-INSTANCE NOT = SPACES
                   STRING " INSTANCE:" DELIMITED BY SIZE
                       FUNCTION TRIM(AQ-INSTANCE) DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                       WITH POINTER WS-NEW-PTR
                   END-STRING
               END-IF
               IF AQ-EVENT = "SYMPTOM"
                   STRING " ROOT:" DELIMITED BY SIZE
                       FUNCTION TRIM(AQ-ROOT-NAME) DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                       WITH POINTER WS-NEW-PTR
                   END-STRING
               END-IF
               PERFORM ADD-EVT-ROW
           END-IF
           PERFORM READ-ALERT-RECORD.

      *> ============================================================
      *> Tickets del servicio en YUZU.METRICS.TKTXREF que se cruzan
      *> con la ventana: el numero del ticket del incidente para el
      *> encabezado, y el acuse del sistema de tickets (la unica
      *> hora de reconocimiento que queda registrada) como evento
      *> ============================================================
       COLLECT-TICKET-ACKS.
           IF WS-TKTX-OPEN = 'Y'
               MOVE WS-SERVICE TO TX-NAME
               MOVE LOW-VALUES TO TX-OPEN-TS
               MOVE 'N' TO WS-TKT-EOF
               START TKTX-FILE KEY IS NOT LESS THAN TX-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-TKT-EOF
               END-START
               PERFORM READ-NEXT-TICKET UNTIL WS-TKT-EOF = 'Y'
           END-IF.

      *> ============================================================
      *> Leer la siguiente referencia de ticket del servicio
      *> ============================================================
       READ-NEXT-TICKET.
           READ TKTX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TKT-EOF
           END-READ
           IF WS-TKT-EOF = 'N'
               IF TX-NAME NOT = WS-SERVICE
                       OR TX-OPEN-TS > WS-WIN-END
                   MOVE 'Y' TO WS-TKT-EOF
               ELSE
                   IF TX-CLOSE-TS = SPACES
                           OR TX-CLOSE-TS >= WS-WIN-START
                       PERFORM LOAD-TICKET-ACK
                   END-IF
               END-IF
           END-IF.

      *> ============================================================
      *> Tomar el ticket del incidente y agregar su ack al paquete
      *> ============================================================
       LOAD-TICKET-ACK.
      *>    El ticket del incidente es el que estaba abierto a la
      *>    hora de apertura (la misma regla que LOOKUP-TICKET en
      *>    YUZU-METRICS-MTTR); uno anterior que cerro en la hora
      *>    previa solo aporta su ack a la linea de tiempo
           IF TX-OPEN-TS <= WS-OPEN-TS
                   AND (TX-CLOSE-TS = SPACES
                        OR TX-CLOSE-TS >= WS-OPEN-TS)
               MOVE TX-TICKET TO WS-TKT-NUMBER
               IF TX-TICKET = SPACES
                   MOVE "PENDING" TO WS-TKT-NUMBER
               END-IF
           END-IF
           IF TX-ACK-TS NOT = SPACES
                   AND TX-ACK-TS >= WS-WIN-START
                   AND TX-ACK-TS <= WS-WIN-END
               ADD 1 TO WS-CNT-QUEUE
               MOVE TX-ACK-TS TO WS-NEW-TS
               MOVE "TICKET" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-TEXT
               STRING "TICKET_ACK TICKET:" DELIMITED BY SIZE
                   FUNCTION TRIM(TX-TICKET) DELIMITED BY SIZE
                   " OPENED_BY:" DELIMITED BY SIZE
                   FUNCTION TRIM(TX-OPEN-EVENT) DELIMITED BY SIZE
                   " AT:" DELIMITED BY SIZE
                   TX-OPEN-TS DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM ADD-EVT-ROW
           END-IF.

      *> ============================================================
      *> Agregar por path + metodo los registros de PATHS del
      *> servicio entre la apertura y el RECOVERED. Como el resto del
      *> paquete, solo cuentan los de production (o sin entorno).
      *> ============================================================
       AGGREGATE-INCIDENT-PATHS.
           OPEN INPUT PATHS-FILE
           IF WS-PATHS-FS NOT = "35"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-PATHS-RECORD
               PERFORM ACCUM-PATHS-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE PATHS-FILE
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de endpoint de production
      *> ============================================================
       READ-PATHS-RECORD.
           MOVE 'N' TO WS-REC-TAKEN
           PERFORM READ-ENV-PATHS-RECORD UNTIL WS-REC-TAKEN = 'Y'.

      *> ============================================================
      *> Leer un registro de endpoint y tomarlo si es de production
      *> ============================================================
       READ-ENV-PATHS-RECORD.
           READ PATHS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'Y' TO WS-REC-TAKEN
               NOT AT END
                   IF PT-ENV = SPACES OR PT-ENV = "production"
                       MOVE 'Y' TO WS-REC-TAKEN
                   END-IF
           END-READ.

      *> ============================================================
      *> Sumar el registro leido a su path + metodo y avanzar
      *> ============================================================
       ACCUM-PATHS-RECORD.
           IF PT-NAME = WS-SERVICE
                   AND PT-TIMESTAMP >= WS-OPEN-TS
                   AND PT-TIMESTAMP <= WS-WIN-END
               MOVE 'N' TO WS-AGG-FOUND
               PERFORM FIND-AGG-ENTRY
                   VARYING WS-AGG-IDX FROM 1 BY 1
                   UNTIL WS-AGG-IDX > WS-AGG-COUNT
                      OR WS-AGG-FOUND = 'Y'
               IF WS-AGG-FOUND = 'Y'
                   SET WS-AGG-IDX TO WS-AGG-MATCH-IDX
                   ADD PT-COUNT  TO WS-AGG-REQS(WS-AGG-IDX)
                   ADD PT-ERRORS TO WS-AGG-ERRORS(WS-AGG-IDX)
               ELSE
                   IF WS-AGG-COUNT < 200
                       ADD 1 TO WS-AGG-COUNT
                       SET WS-AGG-IDX TO WS-AGG-COUNT
                       MOVE PT-PATH   TO WS-AGG-PATH(WS-AGG-IDX)
                       MOVE PT-METHOD TO WS-AGG-METHOD(WS-AGG-IDX)
                       MOVE PT-COUNT  TO WS-AGG-REQS(WS-AGG-IDX)
                       MOVE PT-ERRORS TO WS-AGG-ERRORS(WS-AGG-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-PATHS-RECORD.

      *> ============================================================
      *> Comparar la fila WS-AGG-IDX contra el registro leido
      *> ============================================================
       FIND-AGG-ENTRY.
           IF WS-AGG-PATH(WS-AGG-IDX) = PT-PATH
                   AND WS-AGG-METHOD(WS-AGG-IDX) = PT-METHOD
               MOVE 'Y' TO WS-AGG-FOUND
               SET WS-AGG-MATCH-IDX TO WS-AGG-IDX
           END-IF.

      *> ============================================================
      *> Ordenar la linea de tiempo por hora (burbuja; solo se
      *> intercambia si la hora es estrictamente mayor, asi a igual
      *> hora queda el orden de carga)
      *> ============================================================
       SORT-EVT-TABLE.
           MOVE 'Y' TO WS-SORT-SWAPPED
           PERFORM SORT-EVT-PASS
               UNTIL WS-SORT-SWAPPED = 'N'.

       SORT-EVT-PASS.
           MOVE 'N' TO WS-SORT-SWAPPED
           PERFORM SORT-EVT-COMPARE
               VARYING WS-SORT-IDX FROM 1 BY 1
               UNTIL WS-SORT-IDX >= WS-EVT-COUNT.

       SORT-EVT-COMPARE.
           SET WS-EVT-IDX TO WS-SORT-IDX
           IF WS-EVT-TS(WS-EVT-IDX) > WS-EVT-TS(WS-EVT-IDX + 1)
               MOVE WS-EVT-ENTRY(WS-EVT-IDX)     TO WS-EVT-SWAP
               MOVE WS-EVT-ENTRY(WS-EVT-IDX + 1) TO
                   WS-EVT-ENTRY(WS-EVT-IDX)
               MOVE WS-EVT-SWAP                  TO
                   WS-EVT-ENTRY(WS-EVT-IDX + 1)
               MOVE 'Y' TO WS-SORT-SWAPPED
           END-IF.

      *> ============================================================
      *> Ordenar los endpoints del incidente por errores, de mayor a
      *> menor
      *> ============================================================
       SORT-AGG-TABLE.
           MOVE 'Y' TO WS-SORT-SWAPPED
           PERFORM SORT-AGG-PASS
               UNTIL WS-SORT-SWAPPED = 'N'.

       SORT-AGG-PASS.
           MOVE 'N' TO WS-SORT-SWAPPED
           PERFORM SORT-AGG-COMPARE
               VARYING WS-SORT-IDX FROM 1 BY 1
               UNTIL WS-SORT-IDX >= WS-AGG-COUNT.

       SORT-AGG-COMPARE.
           SET WS-AGG-IDX TO WS-SORT-IDX
           IF WS-AGG-ERRORS(WS-AGG-IDX) <
                   WS-AGG-ERRORS(WS-AGG-IDX + 1)
               MOVE WS-AGG-ENTRY(WS-AGG-IDX)     TO WS-AGG-SWAP
               MOVE WS-AGG-ENTRY(WS-AGG-IDX + 1) TO
                   WS-AGG-ENTRY(WS-AGG-IDX)
               MOVE WS-AGG-SWAP                  TO
                   WS-AGG-ENTRY(WS-AGG-IDX + 1)
               MOVE 'Y' TO WS-SORT-SWAPPED
           END-IF.

      *> ============================================================
      *> Encabezado del paquete: incidente, ventana, duracion y
      *> ticket
      *> ============================================================
       PRINT-PACKET-HEADER.
           DISPLAY "== POST-INCIDENT REVIEW =="
           DISPLAY "SERVICE:" FUNCTION TRIM(WS-SERVICE)
               " OPEN:" WS-OPEN-TS
           IF WS-OPEN-EVENT = SPACES
               DISPLAY "WARNING:NO_OPENING_EVENT_AT_TIMESTAMP"
           ELSE
               DISPLAY "OPENED_BY:" FUNCTION TRIM(WS-OPEN-EVENT)
           END-IF
           IF WS-RECOVERED-TS NOT = SPACES
               DISPLAY "RECOVERED:" WS-RECOVERED-TS
                   " DURATION_SEC:" WS-DURATION-SECS
           ELSE
               DISPLAY "STILL_OPEN AS_OF:" WS-WIN-END
                   " DURATION_SEC:" WS-DURATION-SECS
           END-IF
           IF WS-TKT-NUMBER NOT = SPACES
               DISPLAY "TICKET:" FUNCTION TRIM(WS-TKT-NUMBER)
           END-IF
           DISPLAY "WINDOW:" WS-WIN-START "-" WS-WIN-END.

      *> ============================================================
      *> Imprimir el renglon WS-EVT-IDX de la linea de tiempo
      *> ============================================================
       PRINT-EVT-ROW.
           DISPLAY WS-EVT-TS(WS-EVT-IDX)
               " " WS-EVT-SOURCE(WS-EVT-IDX)
               " " FUNCTION TRIM(WS-EVT-TEXT(WS-EVT-IDX) TRAILING).

      *> ============================================================
      *> Imprimir el endpoint WS-AGG-IDX del ranking de errores
      *> (solo los que tuvieron algun error)
      *> ============================================================
       PRINT-AGG-ROW.
           IF WS-AGG-ERRORS(WS-AGG-IDX) > 0
               ADD 1 TO WS-PRT-RANK
               MOVE 0 TO WS-EP-ERR-PCT
               IF WS-AGG-REQS(WS-AGG-IDX) > 0
                   COMPUTE WS-EP-ERR-PCT =
                       (WS-AGG-ERRORS(WS-AGG-IDX) * 100)
                           / WS-AGG-REQS(WS-AGG-IDX)
               END-IF
               MOVE WS-EP-ERR-PCT TO WS-FMT-RATE
               DISPLAY WS-PRT-RANK
                   " " FUNCTION TRIM(WS-AGG-METHOD(WS-AGG-IDX))
                   " " FUNCTION TRIM(WS-AGG-PATH(WS-AGG-IDX))
                   " REQS:" WS-AGG-REQS(WS-AGG-IDX)
                   " ERRORS:" WS-AGG-ERRORS(WS-AGG-IDX)
                   " ERR_PCT:" WS-FMT-RATE
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

      *> ============================================================
      *> La inversa: WS-ROW-SECS a WS-TS-WORK (AAAAMMDDHHMMSS)
      *> ============================================================
       SECS-TO-TIMESTAMP.
           COMPUTE WS-DAY-INT = WS-ROW-SECS / 86400
           COMPUTE WS-DAY-SECS = WS-ROW-SECS - (WS-DAY-INT * 86400)
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-TSP-DATE
           COMPUTE WS-TSP-HH = WS-DAY-SECS / 3600
           COMPUTE WS-TSP-MM =
               (WS-DAY-SECS - (WS-TSP-HH * 3600)) / 60
           COMPUTE WS-TSP-SS =
               WS-DAY-SECS - (WS-TSP-HH * 3600) - (WS-TSP-MM * 60)
           MOVE WS-TS-PARTS TO WS-TS-WORK.
