      *> Compilar: cobc -x -o yuzu-metrics-dvfy metrics-dvfy.cob
      *> Uso:      ./yuzu-metrics-dvfy [HORAS] [TOLERANCIA_PCT]
      *>                               [SERVICIO] [AAAAMMDD]
      *>                               [ENTORNO]
      *> Responde "el deploy 2.4.0 empeoro payments?" sin tener que
      *> mirar dos secciones de reporte lado a lado: por cada evento
      *> de YUZU.METRICS.DEPLOY (todos, o solo los del servicio y/o
      *> argumento en porcentaje, 10 si no viene) o la tasa de error
      *> empeoro en la misma proporcion. La evidencia de go/no-go de
      *> la hora despues de cada release.
      *> Si existe el espejo indexado YUZU.METRICS.HISTIX (ver
      *> YUZU-METRICS-HIDX), cada deploy lee solo su ventana con
      *> START en entorno + servicio + instancia + hora, en vez de
      *> pasar por toda la historia.
      *> Deploys e historia se toman de un solo entorno (quinto
      *> argumento, production si no viene; un registro sin
      *> entorno es de production).
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-DVFY.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.

      *> YUZU.METRICS.HISTIX — espejo indexado de HIST por entorno
      *> + servicio + instancia + hora; solo lectura, por rango
           SELECT HISTIX-FILE ASSIGN TO "YUZU.METRICS.HISTIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HISTIX-FS.

           SELECT DEPLOY-FILE ASSIGN TO "YUZU.METRICS.DEPLOY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPLOY-FS.
       FD  HIST-FILE.
           COPY "yuzuhist.cpy".

       FD  HISTIX-FILE.
           COPY "yuzuhix.cpy".

       FD  DEPLOY-FILE.
           COPY "yuzudep.cpy".

           01 WS-DEPLOY-FS        PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.

      *> Lectura por rango del espejo indexado: WS-HISTIX-OPEN = 'Y'
      *> cuando se lee HISTIX en vez de HIST; servicio y extremos
      *> de la ventana del deploy en curso en AAAAMMDDHHMMSS
           01 WS-HISTIX-FS        PIC XX      VALUE SPACES.
           01 WS-HISTIX-OPEN      PIC X       VALUE 'N'.
           01 WS-HX-DONE          PIC X       VALUE 'N'.
           01 WS-HX-SERVICE       PIC X(32)   VALUE SPACES.
           01 WS-HX-FROM-TS       PIC X(14)   VALUE SPACES.
           01 WS-HX-TO-TS         PIC X(14)   VALUE SPACES.

      *> Argumentos: ventana en horas, tolerancia en porcentaje,
      *> filtro de servicio y filtro de fecha (ambos opcionales) y
      *> entorno
           01 WS-ARG-RAW          PIC X(64)   VALUE SPACES.
           01 WS-WINDOW-HOURS     PIC 9(3)    VALUE 2.
           01 WS-WINDOW-SECS      PIC 9(8)    VALUE 0.
           01 WS-TOLERANCE        PIC 9(3)V99 VALUE 10.
           01 WS-SVC-FILTER       PIC X(32)   VALUE SPACES.
           01 WS-DATE-FILTER      PIC X(8)    VALUE SPACES.
           01 WS-ENV-FILTER       PIC X(12)   VALUE "production".

      *> Eventos de deploy cargados, con los acumuladores de la
      *> ventana antes y despues de cada uno
           01 WS-REC-SECS         PIC 9(12)   VALUE 0.
           01 WS-TS-WORK          PIC X(14)   VALUE SPACES.
           01 WS-ROW-SECS         PIC 9(12)   VALUE 0.
           01 WS-DAY-INT          PIC 9(8)    VALUE 0.
           01 WS-DAY-SECS         PIC 9(5)    VALUE 0.
           01 WS-TS-PARTS.
               05 WS-TSP-DATE     PIC 9(8).
               05 WS-TSP-HH       PIC 99.
               05 WS-TSP-MM       PIC 99.
               05 WS-TSP-SS       PIC 99.

      *> Promedios y cambios del deploy en evaluacion
           01 WS-BEF-ERR          PIC 9(3)V99 VALUE 0.
               MOVE WS-ARG-RAW(1:8) TO WS-DATE-FILTER
           END-IF

           DISPLAY 5 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG-RAW
           ACCEPT WS-ARG-RAW FROM ARGUMENT-VALUE
           IF WS-ARG-RAW NOT = SPACES
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ARG-RAW))
                   TO WS-ENV-FILTER
           END-IF

           PERFORM READ-DEPLOY-EVENTS
           IF WS-DEP-COUNT = 0
               DISPLAY "ERROR:NO_DEPLOY_EVENTS"
               DISPLAY "ERROR:NO_HISTORY_FILE"
               STOP RUN
           END-IF
           OPEN INPUT HISTIX-FILE
           IF WS-HISTIX-FS = "00"
               MOVE 'Y' TO WS-HISTIX-OPEN
               DISPLAY "HISTORY_ACCESS:INDEXED"
               PERFORM ACCUM-DEPLOY-RANGE
                   VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               CLOSE HISTIX-FILE
           ELSE
               PERFORM READ-HIST-RECORD
               PERFORM ACCUM-HIST-RECORD UNTIL WS-EOF-FLAG = 'Y'
           END-IF
           CLOSE HIST-FILE

           DISPLAY "ENVIRONMENT:" FUNCTION TRIM(WS-ENV-FILTER)
           DISPLAY "WINDOW_HOURS:" WS-WINDOW-HOURS
               " TOLERANCE_PCT:" WS-TOLERANCE
           PERFORM PRINT-DEPLOY-VERDICT

      *> ============================================================
      *> Cargar los eventos de YUZU.METRICS.DEPLOY que pasan los
      *> filtros de entorno, servicio y fecha en WS-DEP-TABLE
      *> ============================================================
       READ-DEPLOY-EVENTS.
           OPEN INPUT DEPLOY-FILE
           READ DEPLOY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF DP-ENV = SPACES
                       MOVE "production" TO DP-ENV
                   END-IF
           END-READ.

      *> ============================================================
      *> ============================================================
       LOAD-DEPLOY-EVENT.
           IF DP-TIMESTAMP IS NUMERIC
                   AND DP-ENV = WS-ENV-FILTER
                   AND (WS-SVC-FILTER = SPACES
                       OR DP-NAME = WS-SVC-FILTER)
                   AND (WS-DATE-FILTER = SPACES
           PERFORM READ-DEPLOY-RECORD.

      *> ============================================================
      *> Leer el siguiente registro de historia — de HIST, o del
      *> espejo indexado el siguiente registro dentro de la ventana
      *> ============================================================
       READ-HIST-RECORD.
           IF WS-HISTIX-OPEN = 'Y'
               MOVE 'N' TO WS-HX-DONE
               PERFORM READ-NEXT-HISTIX UNTIL WS-HX-DONE = 'Y'
           ELSE
               READ HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HR-ENV = SPACES
                           MOVE "production" TO HR-ENV
                       END-IF
               END-READ
           END-IF.

      *> ============================================================
      *> Con el espejo indexado: leer solo la ventana antes y
      *> despues del deploy WS-DEP-IDX y sumarla a sus acumuladores
      *> ============================================================
       ACCUM-DEPLOY-RANGE.
           COMPUTE WS-ROW-SECS =
               WS-DEP-SECS(WS-DEP-IDX) - WS-WINDOW-SECS
           PERFORM SECS-TO-TIMESTAMP
           MOVE WS-TS-WORK TO WS-HX-FROM-TS
           COMPUTE WS-ROW-SECS =
               WS-DEP-SECS(WS-DEP-IDX) + WS-WINDOW-SECS
           PERFORM SECS-TO-TIMESTAMP
           MOVE WS-TS-WORK TO WS-HX-TO-TS
           MOVE WS-DEP-NAME(WS-DEP-IDX) TO WS-HX-SERVICE

           MOVE 'N' TO WS-EOF-FLAG
           MOVE WS-ENV-FILTER TO HX-ENV
           MOVE WS-HX-SERVICE TO HX-NAME
           MOVE LOW-VALUES TO HX-INSTANCE
           MOVE WS-HX-FROM-TS TO HX-TIMESTAMP
           START HISTIX-FILE KEY IS NOT LESS THAN HX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM READ-HIST-RECORD
           PERFORM ACCUM-RANGE-RECORD UNTIL WS-EOF-FLAG = 'Y'.

      *> ============================================================
      *> Sumar el registro de la ventana al deploy WS-DEP-IDX y
      *> avanzar al siguiente
      *> ============================================================
       ACCUM-RANGE-RECORD.
           IF HR-TIMESTAMP IS NUMERIC
               PERFORM PREPARE-HIST-RECORD
               PERFORM MATCH-DEPLOY-WINDOW
           END-IF
           PERFORM READ-HIST-RECORD.

      *> ============================================================
      *> Leer la siguiente clave del espejo. Otro entorno u otro
      *> servicio es el fin de la ventana. Una hora antes de la
      *> ventana es una instancia nueva: se salta a su primera clave
      *> dentro de la ventana. Una hora despues de la ventana
      *> termina la instancia: se salta a la primera clave de la
      *> siguiente.
      *> Una clave dentro de la ventana se pasa a HIST-RECORD.
      *> ============================================================
       READ-NEXT-HISTIX.
           IF WS-EOF-FLAG = 'Y'
               MOVE 'Y' TO WS-HX-DONE
           ELSE
               READ HISTIX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF WS-EOF-FLAG = 'N'
                   EVALUATE TRUE
                       WHEN HX-ENV NOT = WS-ENV-FILTER
                           MOVE 'Y' TO WS-EOF-FLAG
                       WHEN HX-NAME NOT = WS-HX-SERVICE
                           MOVE 'Y' TO WS-EOF-FLAG
                       WHEN HX-TIMESTAMP < WS-HX-FROM-TS
                           MOVE WS-HX-FROM-TS TO HX-TIMESTAMP
                           START HISTIX-FILE
                               KEY IS NOT LESS THAN HX-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF-FLAG
                           END-START
                       WHEN HX-TIMESTAMP > WS-HX-TO-TS
                           MOVE HIGH-VALUES TO HX-TIMESTAMP
                           START HISTIX-FILE
                               KEY IS GREATER THAN HX-KEY
                               INVALID KEY
                                   MOVE 'Y' TO WS-EOF-FLAG
                           END-START
                       WHEN OTHER
                           PERFORM LOAD-HIST-FROM-HISTIX
                           MOVE 'Y' TO WS-HX-DONE
                   END-EVALUATE
               END-IF
           END-IF.

      *> ============================================================
      *> Pasar el registro del espejo indexado a HIST-RECORD
      *> ============================================================
       LOAD-HIST-FROM-HISTIX.
           MOVE HX-TIMESTAMP   TO HR-TIMESTAMP
           MOVE HX-NAME        TO HR-NAME
           MOVE HX-TOTAL-REQ   TO HR-TOTAL-REQ
           MOVE HX-OK-REQ      TO HR-OK-REQ
           MOVE HX-ERR-REQ     TO HR-ERR-REQ
           MOVE HX-AVG-LAT     TO HR-AVG-LAT
           MOVE HX-STATUS-CODE TO HR-STATUS-CODE
           MOVE HX-P95-LAT     TO HR-P95-LAT
           MOVE HX-P99-LAT     TO HR-P99-LAT
           MOVE HX-ERR-RATE    TO HR-ERR-RATE
           MOVE HX-INSTANCE    TO HR-INSTANCE
           MOVE HX-ENV         TO HR-ENV.

      *> ============================================================
      *> Sumar el registro de historia actual a la ventana antes o
      *> la migracion se deriva de los contadores.
      *> ============================================================
       ACCUM-HIST-RECORD.
           IF HR-TIMESTAMP IS NUMERIC AND HR-ENV = WS-ENV-FILTER
               PERFORM PREPARE-HIST-RECORD
               PERFORM MATCH-DEPLOY-WINDOW
                   VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
           END-IF
           PERFORM READ-HIST-RECORD.

      *> ============================================================
      *> Dejar en WS-REC-SECS y WS-REC-ERR-RATE la hora en segundos
      *> y la tasa de error del registro de historia actual
      *> ============================================================
       PREPARE-HIST-RECORD.
           MOVE HR-TIMESTAMP TO WS-TS-WORK
           PERFORM TIMESTAMP-TO-SECS
           MOVE WS-ROW-SECS TO WS-REC-SECS

           MOVE 0 TO WS-REC-ERR-RATE
           IF HR-ERR-RATE IS NUMERIC AND HR-ERR-RATE > 0
               MOVE HR-ERR-RATE TO WS-REC-ERR-RATE
           ELSE
               IF HR-TOTAL-REQ > 0
                   COMPUTE WS-REC-ERR-RATE =
                       (HR-ERR-REQ * 100) / HR-TOTAL-REQ
               END-IF
           END-IF.

      *> ============================================================
      *> Si el registro en acumulacion pertenece al servicio del
      *> deploy WS-DEP-IDX y cae dentro de su ventana, sumarlo al
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
