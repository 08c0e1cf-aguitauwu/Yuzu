      *> ============================================================
      *> Yuzu — COBOL OpenMetrics Textfile Export
      *> Compilar: cobc -x -o yuzu-metrics-prom metrics-prom.cob
      *> Uso:      ./yuzu-metrics-prom   (cron, despues de cada lote)
      *> Los tableros de Grafana no ven nada de lo que calcula Yuzu:
      *> las unicas salidas eran texto DISPLAY y los archivos fijos o
      *> CSV. Esto arma, igual que YUZU-METRICS-FLEET, el ultimo
      *> registro de YUZU.METRICS.HIST por instancia (HR-ENV +
      *> HR-NAME + HR-INSTANCE) y lo escribe en formato OpenMetrics en
      *> YUZU.METRICS.prom para el textfile collector de
      *> node_exporter: codigo de estado, tasa de error, latencia
      *> promedio/p95/p99, contadores de requests, segundos desde el
      *> ultimo reporte, marca de silencio (PM-STALE-SECONDS) e
      *> incidente abierto segun YUZU.METRICS.BREACH. Cada muestra
      *> lleva la etiqueta environment (production si el registro
      *> viene sin entorno).
      *>
      *> El collector puede leer en cualquier momento, asi que el
      *> archivo nunca se escribe en su lugar: se arma completo en
      *> YUZU.METRICS.prom.tmp (el collector solo mira *.prom) y
      *> recien al cerrarlo se renombra encima del anterior, que en
      *> el mismo directorio es atomico — un scrape ve el archivo
      *> viejo entero o el nuevo entero, nunca medio.
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-PROM.
       AUTHOR. YUZU-PROJECT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "YUZU.METRICS.HIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.

      *> YUZU.METRICS.PARM — de aca sale PM-STALE-SECONDS, el mismo
      *> umbral de silencio que usa YUZU-METRICS-FLEET
           SELECT PARM-FILE ASSIGN TO "YUZU.METRICS.PARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.

      *> YUZU.METRICS.BREACH — solo lectura: BR-ALERT-OPEN da la
      *> marca de incidente abierto por instancia
           SELECT BREACH-FILE ASSIGN TO "YUZU.METRICS.BREACH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BREACH-FS.

      *> Archivo temporal — LINE SEQUENTIAL, una linea OpenMetrics
      *> por registro; se renombra a YUZU.METRICS.prom al cerrar
           SELECT PROM-FILE ASSIGN TO "YUZU.METRICS.prom.tmp"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
           COPY "yuzuhist.cpy".

       FD  PARM-FILE.
           COPY "yuzuparm.cpy".

       FD  BREACH-FILE.
           COPY "yuzubrch.cpy".

       FD  PROM-FILE.
       01  PROM-RECORD            PIC X(256).

       WORKING-STORAGE SECTION.
           01 WS-HIST-FS          PIC XX      VALUE SPACES.
           01 WS-PARM-FS          PIC XX      VALUE SPACES.
           01 WS-BREACH-FS        PIC XX      VALUE SPACES.
           01 WS-PROM-FS          PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.
           01 WS-ANY-RECORDS      PIC X       VALUE 'N'.

      *> Nombres del archivo temporal y definitivo para el rename
           01 WS-PROM-TMP-NAME    PIC X(64)
                   VALUE "YUZU.METRICS.prom.tmp".
           01 WS-PROM-NAME        PIC X(64)
                   VALUE "YUZU.METRICS.prom".

      *> Ultimo registro visto por instancia — misma tabla que
      *> YUZU-METRICS-FLEET, mas la cola de latencia y la tasa de
      *> error (en cero si el registro es de antes de esos campos)
           01 WS-FLEET-COUNT      PIC 9(4)    VALUE 0.
           01 WS-FLEET-FOUND      PIC X       VALUE 'N'.
           01 WS-FLEET-MATCH-IDX  PIC 9(4)    VALUE 0.
           01 WS-FLEET-TABLE.
               05 WS-FLEET-ENTRY  OCCURS 200 TIMES
                       INDEXED BY WS-FLEET-IDX.
                   10 WS-FLT-ENV         PIC X(12).
                   10 WS-FLT-NAME        PIC X(32).
                   10 WS-FLT-INSTANCE    PIC X(16).
                   10 WS-FLT-TIMESTAMP   PIC X(14).
                   10 WS-FLT-TOTAL-REQ   PIC 9(10).
                   10 WS-FLT-OK-REQ      PIC 9(10).
                   10 WS-FLT-ERR-REQ     PIC 9(10).
                   10 WS-FLT-AVG-LAT     PIC 9(8)V99.
                   10 WS-FLT-P95-LAT     PIC 9(8)V99.
                   10 WS-FLT-P99-LAT     PIC 9(8)V99.
                   10 WS-FLT-ERR-RATE    PIC 9(3)V99.
                   10 WS-FLT-STATUS-CODE PIC 9.
                   10 WS-FLT-AGE         PIC 9(12).
                   10 WS-FLT-STALE       PIC 9.
                   10 WS-FLT-OPEN        PIC 9.

      *> Silencio — umbral y hora actual en segundos desde el dia
      *> cero del calendario
           01 WS-STALE-SECONDS    PIC 9(6)    VALUE 900.
           01 WS-CURRENT-DATE     PIC X(21)   VALUE SPACES.
           01 WS-NOW-SECS         PIC 9(12)   VALUE 0.
           01 WS-ROW-SECS         PIC 9(12)   VALUE 0.
           01 WS-ROW-AGE          PIC S9(12)  VALUE 0.
           01 WS-TS-WORK          PIC X(14)   VALUE SPACES.

      *> Familia de metricas en curso: numero (elige el campo de la
      *> fila en SET-SAMPLE-VALUE), nombre, tipo, ayuda y sufijo de
      *> la muestra ("_total" para los contadores)
           01 WS-METRIC-NUM       PIC 99      VALUE 0.
           01 WS-METRIC-FAMILY    PIC X(40)   VALUE SPACES.
           01 WS-METRIC-TYPE      PIC X(8)    VALUE SPACES.
           01 WS-METRIC-HELP      PIC X(100)  VALUE SPACES.
           01 WS-METRIC-SUFFIX    PIC X(8)    VALUE SPACES.

      *> Valor de la muestra en curso y campos editados sin ceros a
      *> la izquierda
           01 WS-SAMPLE-VALUE     PIC X(20)   VALUE SPACES.
           01 WS-FMT-COUNT        PIC Z(11)9  VALUE 0.
           01 WS-FMT-DEC          PIC Z(7)9.99 VALUE 0.
           01 WS-PROM-LINE        PIC X(256)  VALUE SPACES.
           01 WS-SAMPLE-COUNT     PIC 9(6)    VALUE 0.
           01 WS-RENAME-RC        PIC S9(9)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT HIST-FILE
           IF WS-HIST-FS = "35"
               DISPLAY "ERROR:NO_HISTORY_FILE"
               STOP RUN
           END-IF

           PERFORM READ-HIST-RECORD
           PERFORM LOAD-LATEST-PER-INSTANCE UNTIL WS-EOF-FLAG = 'Y'
           CLOSE HIST-FILE

           IF WS-ANY-RECORDS = 'N'
               DISPLAY "ERROR:NO_HISTORY_RECORDS"
               STOP RUN
           END-IF

           PERFORM READ-PARAMETERS

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-TS-WORK
           PERFORM TIMESTAMP-TO-SECS
           MOVE WS-ROW-SECS TO WS-NOW-SECS

           PERFORM AGE-FLEET-ROW
               VARYING WS-FLEET-IDX FROM 1 BY 1
               UNTIL WS-FLEET-IDX > WS-FLEET-COUNT

           PERFORM NOTE-OPEN-INCIDENTS

           OPEN OUTPUT PROM-FILE
           IF WS-PROM-FS NOT = "00"
               DISPLAY "ERROR:CANNOT_WRITE_TEMP FS:" WS-PROM-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-PROM-BODY
           MOVE "# EOF" TO PROM-RECORD
           WRITE PROM-RECORD
           CLOSE PROM-FILE

      *>   Reemplazo atomico: rename(2) sobre el archivo anterior
           CALL "CBL_RENAME_FILE" USING WS-PROM-TMP-NAME
                                        WS-PROM-NAME
           MOVE RETURN-CODE TO WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
               DISPLAY "ERROR:RENAME_FAILED RC:" WS-RENAME-RC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "OUTPUT:" FUNCTION TRIM(WS-PROM-NAME)
           DISPLAY "INSTANCES:" WS-FLEET-COUNT
           DISPLAY "SAMPLES:" WS-SAMPLE-COUNT
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> ============================================================
      *> Leer el siguiente registro de historia
      *> ============================================================
       READ-HIST-RECORD.
           READ HIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE 'Y' TO WS-ANY-RECORDS
                   IF HR-ENV = SPACES
                       MOVE "production" TO HR-ENV
                   END-IF
           END-READ.

      *> ============================================================
      *> Ubicar (o crear) la fila de WS-FLEET-TABLE para HR-ENV +
      *> HR-NAME + HR-INSTANCE y sobreescribirla con el registro
      *> actual; mas de 200 instancias distintas no entran y se
      *> descartan, como en YUZU-METRICS-FLEET
      *> ============================================================
       LOAD-LATEST-PER-INSTANCE.
           MOVE 'N' TO WS-FLEET-FOUND
           PERFORM FIND-FLEET-ENTRY
               VARYING WS-FLEET-IDX FROM 1 BY 1
               UNTIL WS-FLEET-IDX > WS-FLEET-COUNT
                  OR WS-FLEET-FOUND = 'Y'

           IF WS-FLEET-FOUND = 'Y'
               SET WS-FLEET-IDX TO WS-FLEET-MATCH-IDX
      *>        Un tick atrasado anexado despues en modo BACKFILL no
      *>        pisa una corrida mas nueva de la misma instancia
               IF HR-TIMESTAMP >= WS-FLT-TIMESTAMP(WS-FLEET-IDX)
                   PERFORM STORE-FLEET-ROW
               END-IF
           ELSE
               IF WS-FLEET-COUNT < 200 AND HR-NAME NOT = SPACES
                   ADD 1 TO WS-FLEET-COUNT
                   SET WS-FLEET-IDX TO WS-FLEET-COUNT
                   PERFORM STORE-FLEET-ROW
               END-IF
           END-IF

           PERFORM READ-HIST-RECORD.

      *> ============================================================
      *> Copiar el registro de historia actual a la fila
      *> WS-FLEET-IDX; los campos de cola y tasa de error de antes
      *> de la migracion llegan en blanco y quedan en cero
      *> ============================================================
       STORE-FLEET-ROW.
           MOVE HR-ENV         TO WS-FLT-ENV(WS-FLEET-IDX)
           MOVE HR-NAME        TO WS-FLT-NAME(WS-FLEET-IDX)
           MOVE HR-INSTANCE    TO WS-FLT-INSTANCE(WS-FLEET-IDX)
           MOVE HR-TIMESTAMP   TO WS-FLT-TIMESTAMP(WS-FLEET-IDX)
           MOVE HR-TOTAL-REQ   TO WS-FLT-TOTAL-REQ(WS-FLEET-IDX)
           MOVE HR-OK-REQ      TO WS-FLT-OK-REQ(WS-FLEET-IDX)
           MOVE HR-ERR-REQ     TO WS-FLT-ERR-REQ(WS-FLEET-IDX)
           MOVE HR-AVG-LAT     TO WS-FLT-AVG-LAT(WS-FLEET-IDX)
           MOVE HR-STATUS-CODE TO WS-FLT-STATUS-CODE(WS-FLEET-IDX)
           MOVE 0 TO WS-FLT-P95-LAT(WS-FLEET-IDX)
           MOVE 0 TO WS-FLT-P99-LAT(WS-FLEET-IDX)
           MOVE 0 TO WS-FLT-ERR-RATE(WS-FLEET-IDX)
           IF HR-P95-LAT IS NUMERIC
               MOVE HR-P95-LAT TO WS-FLT-P95-LAT(WS-FLEET-IDX)
           END-IF
           IF HR-P99-LAT IS NUMERIC
               MOVE HR-P99-LAT TO WS-FLT-P99-LAT(WS-FLEET-IDX)
           END-IF
           IF HR-ERR-RATE IS NUMERIC
               MOVE HR-ERR-RATE TO WS-FLT-ERR-RATE(WS-FLEET-IDX)
           END-IF
           MOVE 0 TO WS-FLT-AGE(WS-FLEET-IDX)
           MOVE 0 TO WS-FLT-STALE(WS-FLEET-IDX)
           MOVE 0 TO WS-FLT-OPEN(WS-FLEET-IDX).

      *> ============================================================
      *> Comparar la fila WS-FLEET-IDX contra HR-ENV + HR-NAME +
      *> HR-INSTANCE
      *> ============================================================
       FIND-FLEET-ENTRY.
           IF WS-FLT-ENV(WS-FLEET-IDX) = HR-ENV
                   AND WS-FLT-NAME(WS-FLEET-IDX) = HR-NAME
                   AND WS-FLT-INSTANCE(WS-FLEET-IDX) = HR-INSTANCE
               MOVE 'Y' TO WS-FLEET-FOUND
               SET WS-FLEET-MATCH-IDX TO WS-FLEET-IDX
           END-IF.

      *> ============================================================
      *> Leer el umbral de silencio desde YUZU.METRICS.PARM; sin
      *> archivo o con un registro viejo queda el valor por defecto
      *> ============================================================
       READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FS NOT = "35"
               READ PARM-FILE
                   NOT AT END
                       IF PM-STALE-SECONDS IS NUMERIC
                               AND PM-STALE-SECONDS > 0
                           MOVE PM-STALE-SECONDS TO WS-STALE-SECONDS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *> ============================================================
      *> Segundos desde el ultimo reporte de la fila WS-FLEET-IDX y
      *> marca de silencio; un reloj adelantado da edad cero y un
      *> timestamp ilegible se deja en cero
      *> ============================================================
       AGE-FLEET-ROW.
           IF WS-FLT-TIMESTAMP(WS-FLEET-IDX) IS NUMERIC
               MOVE WS-FLT-TIMESTAMP(WS-FLEET-IDX) TO WS-TS-WORK
               PERFORM TIMESTAMP-TO-SECS
               COMPUTE WS-ROW-AGE = WS-NOW-SECS - WS-ROW-SECS
               IF WS-ROW-AGE > 0
                   MOVE WS-ROW-AGE TO WS-FLT-AGE(WS-FLEET-IDX)
               END-IF
               IF WS-ROW-AGE > WS-STALE-SECONDS
                   MOVE 1 TO WS-FLT-STALE(WS-FLEET-IDX)
               END-IF
           END-IF.

      *> ============================================================
      *> Convertir WS-TS-WORK (AAAAMMDDHHMMSS) a segundos desde el
      *> dia cero del calendario en WS-ROW-SECS
      *> ============================================================
       TIMESTAMP-TO-SECS.
           COMPUTE WS-ROW-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TS-WORK(1:8))) * 86400
               + FUNCTION NUMVAL(WS-TS-WORK(9:2)) * 3600
               + FUNCTION NUMVAL(WS-TS-WORK(11:2)) * 60
               + FUNCTION NUMVAL(WS-TS-WORK(13:2)).

      *> ============================================================
      *> Marcar las filas con incidente abierto en
      *> YUZU.METRICS.BREACH; sin archivo no hay ninguno
      *> ============================================================
       NOTE-OPEN-INCIDENTS.
           OPEN INPUT BREACH-FILE
           IF WS-BREACH-FS = "00"
               PERFORM NOTE-INCIDENT-STATE
                   VARYING WS-FLEET-IDX FROM 1 BY 1
                   UNTIL WS-FLEET-IDX > WS-FLEET-COUNT
               CLOSE BREACH-FILE
           END-IF.

      *> ============================================================
      *> Leer la racha de la fila WS-FLEET-IDX y marcar su incidente
      *> ============================================================
       NOTE-INCIDENT-STATE.
           MOVE WS-FLT-ENV(WS-FLEET-IDX)      TO BR-ENV
           MOVE WS-FLT-NAME(WS-FLEET-IDX)     TO BR-NAME
           MOVE WS-FLT-INSTANCE(WS-FLEET-IDX) TO BR-INSTANCE
           READ BREACH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BR-ALERT-OPEN = 'Y'
                       MOVE 1 TO WS-FLT-OPEN(WS-FLEET-IDX)
                   END-IF
           END-READ.

      *> ============================================================
      *> Escribir todas las familias; OpenMetrics exige que las
      *> muestras de una familia salgan juntas, asi que se recorre
      *> la tabla completa una vez por familia
      *> ============================================================
       WRITE-PROM-BODY.
           MOVE 1 TO WS-METRIC-NUM
           MOVE "yuzu_status_code" TO WS-METRIC-FAMILY
           MOVE "gauge" TO WS-METRIC-TYPE
           MOVE "Ultimo estado reportado (1 OK, 2 WARNING, 3 CRITICAL)"
               TO WS-METRIC-HELP
           PERFORM WRITE-METRIC-FAMILY

           MOVE 2 TO WS-METRIC-NUM
           MOVE "yuzu_error_rate_percent" TO WS-METRIC-FAMILY
           MOVE "gauge" TO WS-METRIC-TYPE
           MOVE "Tasa de error de la ultima corrida en porcentaje"
               TO WS-METRIC-HELP
           PERFORM WRITE-METRIC-FAMILY

           MOVE 3 TO WS-METRIC-NUM
           MOVE "yuzu_latency_avg_ms" TO WS-METRIC-FAMILY
           MOVE "gauge" TO WS-METRIC-TYPE
           MOVE "Latencia promedio de la ultima corrida en ms"
               TO WS-METRIC-HELP
           PERFORM WRITE-METRIC-FAMILY

           MOVE 4 TO WS-METRIC-NUM
           MOVE "yuzu_latency_p95_ms" TO WS-METRIC-FAMILY
           MOVE "gauge" TO WS-METRIC-TYPE
           MOVE "Latencia p95 de la ultima corrida en ms"
               TO WS-METRIC-HELP
           PERFORM WRITE-METRIC-FAMILY

           MOVE 5 TO WS-METRIC-NUM
           MOVE "yuzu_latency_p99_ms" TO WS-METRIC-FAMILY
           MOVE "gauge" TO WS-METRIC-TYPE
           MOVE "Latencia p99 de la ultima corrida en ms"
               TO WS-METRIC-HELP
           PERFORM WRITE-METRIC-FAMILY

           MOVE 6 TO WS-METRIC-NUM
           MOVE "yuzu_requests" TO WS-METRIC-FAMILY
           MOVE "counter" TO WS-METRIC-TYPE
           MOVE "Requests acumulados reportados por la instancia"
               TO WS-METRIC-HELP
           PERFORM WRITE-METRIC-FAMILY

           MOVE 7 TO WS-METRIC-NUM
           MOVE "yuzu_requests_ok" TO WS-METRIC-FAMILY
           MOVE "counter" TO WS-METRIC-TYPE
           MOVE "Requests OK acumulados reportados por la instancia"
               TO WS-METRIC-HELP
           PERFORM WRITE-METRIC-FAMILY

           MOVE 8 TO WS-METRIC-NUM
           MOVE "yuzu_requests_error" TO WS-METRIC-FAMILY
           MOVE "counter" TO WS-METRIC-TYPE
           MOVE "Requests con error acumulados de la instancia"
               TO WS-METRIC-HELP
           PERFORM WRITE-METRIC-FAMILY

           MOVE 9 TO WS-METRIC-NUM
           MOVE "yuzu_last_report_age_seconds" TO WS-METRIC-FAMILY
           MOVE "gauge" TO WS-METRIC-TYPE
           MOVE "Segundos desde el ultimo snapshot de la instancia"
               TO WS-METRIC-HELP
           PERFORM WRITE-METRIC-FAMILY

           MOVE 10 TO WS-METRIC-NUM
           MOVE "yuzu_missing" TO WS-METRIC-FAMILY
           MOVE "gauge" TO WS-METRIC-TYPE
           MOVE "1 si la instancia supero el umbral de silencio"
               TO WS-METRIC-HELP
           PERFORM WRITE-METRIC-FAMILY

           MOVE 11 TO WS-METRIC-NUM
           MOVE "yuzu_incident_open" TO WS-METRIC-FAMILY
           MOVE "gauge" TO WS-METRIC-TYPE
           MOVE "1 si la instancia tiene un incidente abierto"
               TO WS-METRIC-HELP
           PERFORM WRITE-METRIC-FAMILY.

      *> ============================================================
      *> Escribir las lineas HELP y TYPE de la familia en curso y
      *> una muestra por instancia
      *> ============================================================
       WRITE-METRIC-FAMILY.
           MOVE SPACES TO WS-METRIC-SUFFIX
           IF WS-METRIC-TYPE = "counter"
               MOVE "_total" TO WS-METRIC-SUFFIX
           END-IF

           MOVE SPACES TO WS-PROM-LINE
           STRING "# HELP "                    DELIMITED BY SIZE
               FUNCTION TRIM(WS-METRIC-FAMILY) DELIMITED BY SIZE
               " "                             DELIMITED BY SIZE
               FUNCTION TRIM(WS-METRIC-HELP)   DELIMITED BY SIZE
               INTO WS-PROM-LINE
           END-STRING
           MOVE WS-PROM-LINE TO PROM-RECORD
           WRITE PROM-RECORD

           MOVE SPACES TO WS-PROM-LINE
           STRING "# TYPE "                    DELIMITED BY SIZE
               FUNCTION TRIM(WS-METRIC-FAMILY) DELIMITED BY SIZE
               " "                             DELIMITED BY SIZE
               FUNCTION TRIM(WS-METRIC-TYPE)   DELIMITED BY SIZE
               INTO WS-PROM-LINE
           END-STRING
           MOVE WS-PROM-LINE TO PROM-RECORD
           WRITE PROM-RECORD

           PERFORM WRITE-METRIC-SAMPLE
               VARYING WS-FLEET-IDX FROM 1 BY 1
               UNTIL WS-FLEET-IDX > WS-FLEET-COUNT.

      *> ============================================================
      *> Escribir la muestra de la fila WS-FLEET-IDX para la familia
      *> en curso, con etiquetas environment, service e instance
      *> ============================================================
       WRITE-METRIC-SAMPLE.
           PERFORM SET-SAMPLE-VALUE

           MOVE SPACES TO WS-PROM-LINE
           STRING FUNCTION TRIM(WS-METRIC-FAMILY) DELIMITED BY SIZE
               FUNCTION TRIM(WS-METRIC-SUFFIX)    DELIMITED BY SIZE
               "{environment="""                  DELIMITED BY SIZE
               FUNCTION TRIM(WS-FLT-ENV(WS-FLEET-IDX))
                                                  DELIMITED BY SIZE
               """,service="""                    DELIMITED BY SIZE
               FUNCTION TRIM(WS-FLT-NAME(WS-FLEET-IDX))
                                                  DELIMITED BY SIZE
               """,instance="""                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-FLT-INSTANCE(WS-FLEET-IDX))
                                                  DELIMITED BY SIZE
               """} "                             DELIMITED BY SIZE
               FUNCTION TRIM(WS-SAMPLE-VALUE)     DELIMITED BY SIZE
               INTO WS-PROM-LINE
           END-STRING
           MOVE WS-PROM-LINE TO PROM-RECORD
           WRITE PROM-RECORD
           ADD 1 TO WS-SAMPLE-COUNT.

      *> ============================================================
      *> Dejar en WS-SAMPLE-VALUE, sin ceros a la izquierda, el
      *> campo de la fila WS-FLEET-IDX que corresponde a la familia
      *> WS-METRIC-NUM
      *> ============================================================
       SET-SAMPLE-VALUE.
           EVALUATE WS-METRIC-NUM
               WHEN 1
                   MOVE WS-FLT-STATUS-CODE(WS-FLEET-IDX)
                       TO WS-FMT-COUNT
                   MOVE WS-FMT-COUNT TO WS-SAMPLE-VALUE
               WHEN 2
                   MOVE WS-FLT-ERR-RATE(WS-FLEET-IDX) TO WS-FMT-DEC
                   MOVE WS-FMT-DEC TO WS-SAMPLE-VALUE
               WHEN 3
                   MOVE WS-FLT-AVG-LAT(WS-FLEET-IDX) TO WS-FMT-DEC
                   MOVE WS-FMT-DEC TO WS-SAMPLE-VALUE
               WHEN 4
                   MOVE WS-FLT-P95-LAT(WS-FLEET-IDX) TO WS-FMT-DEC
                   MOVE WS-FMT-DEC TO WS-SAMPLE-VALUE
               WHEN 5
                   MOVE WS-FLT-P99-LAT(WS-FLEET-IDX) TO WS-FMT-DEC
                   MOVE WS-FMT-DEC TO WS-SAMPLE-VALUE
               WHEN 6
                   MOVE WS-FLT-TOTAL-REQ(WS-FLEET-IDX) TO WS-FMT-COUNT
                   MOVE WS-FMT-COUNT TO WS-SAMPLE-VALUE
               WHEN 7
                   MOVE WS-FLT-OK-REQ(WS-FLEET-IDX) TO WS-FMT-COUNT
                   MOVE WS-FMT-COUNT TO WS-SAMPLE-VALUE
               WHEN 8
                   MOVE WS-FLT-ERR-REQ(WS-FLEET-IDX) TO WS-FMT-COUNT
                   MOVE WS-FMT-COUNT TO WS-SAMPLE-VALUE
               WHEN 9
                   MOVE WS-FLT-AGE(WS-FLEET-IDX) TO WS-FMT-COUNT
                   MOVE WS-FMT-COUNT TO WS-SAMPLE-VALUE
               WHEN 10
                   MOVE WS-FLT-STALE(WS-FLEET-IDX) TO WS-FMT-COUNT
                   MOVE WS-FMT-COUNT TO WS-SAMPLE-VALUE
               WHEN OTHER
                   MOVE WS-FLT-OPEN(WS-FLEET-IDX) TO WS-FMT-COUNT
                   MOVE WS-FMT-COUNT TO WS-SAMPLE-VALUE
           END-EVALUATE.
