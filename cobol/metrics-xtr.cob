      *> Yuzu — COBOL History Extract Utility
      *> Compilar: cobc -x -o yuzu-metrics-xtr metrics-xtr.cob
      *> Uso:      ./yuzu-metrics-xtr SERVICIO AAAAMMDD AAAAMMDD
      *>                              [HIST|PATHS] [ENTORNO]
      *> Todos los lectores existentes (RPT, SLA, DEVN, FCST)
      *> agregan; cuando una revision de incidente o una pregunta
      *> de cliente necesita los numeros crudos, terminabamos
      *> cuantos registros calzaron. (El modo CSV de
      *> OUTPUT-METRICS-CSV solo cubre el snapshot en proceso; esto
      *> saca limpio el pasado ya guardado.)
      *> Para un servicio puntual de HIST, si existe el espejo
      *> indexado YUZU.METRICS.HISTIX (ver YUZU-METRICS-HIDX) se
      *> arranca con START en servicio + instancia + fecha desde y
      *> se salta de instancia en instancia, sin leer el resto del
      *> mes; las filas salen entonces por instancia y hora en vez
      *> de en orden de llegada.
      *> Las dos fuentes se filtran por entorno (production si no
      *> se pasa; un registro sin entorno es de production).
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-XTR.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.

      *> YUZU.METRICS.HISTIX — espejo indexado de HIST por entorno
      *> + servicio + instancia + hora; solo lectura, por rango
           SELECT HISTIX-FILE ASSIGN TO "YUZU.METRICS.HISTIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HISTIX-FS.

           SELECT PATHS-FILE ASSIGN TO "YUZU.METRICS.PATHS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PATHS-FS.
       FD  HIST-FILE.
           COPY "yuzuhist.cpy".

       FD  HISTIX-FILE.
           COPY "yuzuhix.cpy".

       FD  PATHS-FILE.
           COPY "yuzupath.cpy".

           01 WS-CSV-FS           PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.

      *> Lectura por rango del espejo indexado: WS-HISTIX-OPEN = 'Y'
      *> cuando se esta leyendo HISTIX en vez de HIST, y los
      *> extremos del rango en AAAAMMDDHHMMSS
           01 WS-HISTIX-FS        PIC XX      VALUE SPACES.
           01 WS-HISTIX-OPEN      PIC X       VALUE 'N'.
           01 WS-HX-DONE          PIC X       VALUE 'N'.
           01 WS-HX-FROM-TS       PIC X(14)   VALUE SPACES.
           01 WS-HX-TO-TS         PIC X(14)   VALUE SPACES.

      *> Argumentos: servicio ('*' = todos), rango inclusive,
      *> fuente y entorno
           01 WS-ARG-RAW          PIC X(64)   VALUE SPACES.
           01 WS-SVC-FILTER       PIC X(32)   VALUE SPACES.
           01 WS-FROM-DATE        PIC X(8)    VALUE SPACES.
           01 WS-TO-DATE          PIC X(8)    VALUE SPACES.
           01 WS-SOURCE           PIC X(5)    VALUE "HIST".
           01 WS-ENV-FILTER       PIC X(12)   VALUE "production".

      *> Conteo para el resumen final
           01 WS-MATCHED-COUNT    PIC 9(9)    VALUE 0.
               MOVE "PATHS" TO WS-SOURCE
           END-IF

           DISPLAY 5 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG-RAW
           ACCEPT WS-ARG-RAW FROM ARGUMENT-VALUE
           IF WS-ARG-RAW NOT = SPACES
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ARG-RAW))
                   TO WS-ENV-FILTER
           END-IF

           IF WS-SVC-FILTER = SPACES
                   OR WS-FROM-DATE(1:8) IS NOT NUMERIC
                   OR WS-TO-DATE(1:8) IS NOT NUMERIC
               DISPLAY "ERROR:BAD_ARGUMENTS"
               DISPLAY "USAGE:yuzu-metrics-xtr SERVICIO AAAAMMDD"
                   " AAAAMMDD [HIST|PATHS] [ENTORNO]"
               STOP RUN
           END-IF

           CLOSE CSV-FILE

           DISPLAY "SOURCE:" WS-SOURCE
           DISPLAY "ENVIRONMENT:" FUNCTION TRIM(WS-ENV-FILTER)
           DISPLAY "OUTPUT:YUZU.METRICS.EXTRACT.CSV"
           DISPLAY "RECORDS_MATCHED:" WS-MATCHED-COUNT
           STOP RUN.
               STOP RUN
           END-IF

           IF WS-SVC-FILTER(1:1) NOT = '*'
               OPEN INPUT HISTIX-FILE
               IF WS-HISTIX-FS = "00"
                   MOVE 'Y' TO WS-HISTIX-OPEN
               END-IF
           END-IF

           MOVE "timestamp,name,instance,total_requests,ok_request"
               & "s,error_requests,avg_latency_ms,status_code,p95_l"
               & "atency_ms,p99_latency_ms,error_rate"
               TO CSV-RECORD
           WRITE CSV-RECORD

           IF WS-HISTIX-OPEN = 'Y'
               DISPLAY "HISTORY_ACCESS:INDEXED"
               PERFORM START-HISTIX-RANGE
           END-IF
           PERFORM READ-HIST-RECORD
           PERFORM WRITE-HIST-ROW UNTIL WS-EOF-FLAG = 'Y'
           IF WS-HISTIX-OPEN = 'Y'
               CLOSE HISTIX-FILE
           END-IF
           CLOSE HIST-FILE.

      *> ============================================================
      *> Leer el siguiente registro de historia — de HIST, o del
      *> espejo indexado el siguiente registro dentro del rango
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
      *> Posicionar el espejo indexado en la primera clave del
      *> entorno y servicio pedidos con hora desde el comienzo del
      *> rango
      *> ============================================================
       START-HISTIX-RANGE.
           STRING WS-FROM-DATE "000000" DELIMITED BY SIZE
               INTO WS-HX-FROM-TS
           END-STRING
           STRING WS-TO-DATE "235959" DELIMITED BY SIZE
               INTO WS-HX-TO-TS
           END-STRING
           MOVE WS-ENV-FILTER TO HX-ENV
           MOVE WS-SVC-FILTER TO HX-NAME
           MOVE LOW-VALUES TO HX-INSTANCE
           MOVE WS-HX-FROM-TS TO HX-TIMESTAMP
           START HISTIX-FILE KEY IS NOT LESS THAN HX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.

      *> ============================================================
      *> Leer la siguiente clave del espejo. Otro entorno u otro
      *> servicio es el fin del rango. Una hora antes del rango es
      *> una instancia nueva: se salta a su primera clave dentro del
      *> rango. Una hora despues del rango termina la instancia: se
      *> salta a la primera clave de la siguiente. Una clave dentro
      *> del rango se pasa a HIST-RECORD para que la procese
      *> WRITE-HIST-ROW.
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
                       WHEN HX-NAME NOT = WS-SVC-FILTER
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
      *> Escribir el registro de historia actual como fila CSV si
      *> ============================================================
       WRITE-HIST-ROW.
           IF (WS-SVC-FILTER(1:1) = '*' OR HR-NAME = WS-SVC-FILTER)
                   AND HR-ENV = WS-ENV-FILTER
                   AND HR-TIMESTAMP(1:8) >= WS-FROM-DATE
                   AND HR-TIMESTAMP(1:8) <= WS-TO-DATE
               ADD 1 TO WS-MATCHED-COUNT
           READ PATHS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF PT-ENV = SPACES
                       MOVE "production" TO PT-ENV
                   END-IF
           END-READ.

      *> ============================================================
           IF (WS-SVC-FILTER(1:1) = '*' OR PT-NAME = WS-SVC-FILTER)
                   AND PT-TIMESTAMP(1:8) >= WS-FROM-DATE
                   AND PT-TIMESTAMP(1:8) <= WS-TO-DATE
                   AND PT-ENV = WS-ENV-FILTER
               ADD 1 TO WS-MATCHED-COUNT
               MOVE PT-COUNT   TO WS-FMT-TOTAL
               MOVE PT-ERRORS  TO WS-FMT-ERR
