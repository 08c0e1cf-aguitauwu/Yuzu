      *> ============================================================
      *> Yuzu — COBOL SLA Attainment Report
      *> Compilar: cobc -x -o yuzu-metrics-sla metrics-sla.cob
      *> Uso:      ./yuzu-metrics-sla AAAAMMDD AAAAMMDD [ENTORNO]
      *> Calcula por servicio, para el rango de fechas pedido
      *> (inclusive): porcentaje de corridas en OK contra
      *> WARNING/CRITICAL, tasa de exito agregada (suma de ok sobre
      *> nocturna se salteo) se completan desde YUZU.METRICS.HIST
      *> (ver TOP-UP-FROM-HIST). Sin archivo diario se cae a
      *> YUZU.METRICS.HIST como siempre.
      *>
      *> Solo cuentan las corridas de ENTORNO (production si no
      *> viene); un registro sin entorno es de production.
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-SLA.
           COPY "yuzusla.cpy".

       FD  ARCH-FILE.
       01  ARCH-RECORD            PIC X(140).

       WORKING-STORAGE SECTION.
           01 WS-HIST-FS          PIC XX      VALUE SPACES.
           01 WS-ARG-RAW          PIC X(64)   VALUE SPACES.
           01 WS-FROM-DATE        PIC X(8)    VALUE SPACES.
           01 WS-TO-DATE          PIC X(8)    VALUE SPACES.
      *> Entorno reportado — tercer argumento opcional
           01 WS-ENV-FILTER       PIC X(12)   VALUE "production".

      *> Acumuladores por servicio — una fila por HR-NAME distinto
      *> visto dentro del rango, al estilo de WS-FLEET-TABLE en
           MOVE SPACES TO WS-ARG-RAW
           ACCEPT WS-ARG-RAW FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-RAW) TO WS-TO-DATE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG-RAW
           ACCEPT WS-ARG-RAW FROM ARGUMENT-VALUE
           IF WS-ARG-RAW NOT = SPACES
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ARG-RAW))
                   TO WS-ENV-FILTER
           END-IF

           IF WS-FROM-DATE(1:8) IS NOT NUMERIC
                   OR WS-TO-DATE(1:8) IS NOT NUMERIC
               DISPLAY "ERROR:BAD_DATE_RANGE"
               DISPLAY "USAGE:yuzu-metrics-sla AAAAMMDD AAAAMMDD"
                   " [ENTORNO]"
               STOP RUN
           END-IF

           END-IF

           DISPLAY "SLA_PERIOD:" WS-FROM-DATE "-" WS-TO-DATE
           DISPLAY "ENVIRONMENT:" FUNCTION TRIM(WS-ENV-FILTER)
           IF WS-COVERED-FROM > WS-FROM-DATE
               DISPLAY "WARNING:RANGE_NOT_FULLY_COVERED"
                   " COVERED_FROM:" WS-COVERED-FROM
           PERFORM READ-SLA-RECORD.

      *> ============================================================
      *> Leer el siguiente registro de historia; un registro sin
      *> entorno es de production
      *> ============================================================
       READ-HIST-RECORD.
           READ HIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF HR-ENV = SPACES
                       MOVE "production" TO HR-ENV
                   END-IF
           END-READ.

      *> ============================================================
           IF HR-TIMESTAMP(1:8) >= WS-FROM-DATE
                   AND HR-TIMESTAMP(1:8) <= WS-TO-DATE
                   AND HR-TIMESTAMP(1:8) > WS-HIST-MIN-DATE
                   AND HR-ENV = WS-ENV-FILTER
               MOVE 'Y' TO WS-ANY-RECORDS
               IF HR-TIMESTAMP(1:8) < WS-COVERED-FROM
                   MOVE HR-TIMESTAMP(1:8) TO WS-COVERED-FROM
           PERFORM READ-HIST-RECORD.

      *> ============================================================
      *> Leer el siguiente registro de la consolidacion diaria; un
      *> registro sin entorno es de production
      *> ============================================================
       READ-DAILY-RECORD.
           READ DAILY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF DY-ENV = SPACES
                       MOVE "production" TO DY-ENV
                   END-IF
           END-READ.

      *> ============================================================
               MOVE DY-DATE TO WS-LAST-DAILY
           END-IF
           IF DY-DATE >= WS-FROM-DATE AND DY-DATE <= WS-TO-DATE
                   AND DY-ENV = WS-ENV-FILTER
               MOVE 'Y' TO WS-ANY-RECORDS
               IF DY-DATE < WS-COVERED-FROM
                   MOVE DY-DATE TO WS-COVERED-FROM
      *> ============================================================
       ACCUM-ARCH-RECORD.
           MOVE ARCH-RECORD TO HIST-RECORD
           IF HR-ENV = SPACES
               MOVE "production" TO HR-ENV
           END-IF
           IF HR-ENV = WS-ENV-FILTER
                   AND HR-TIMESTAMP(1:8) >= WS-FROM-DATE
                   AND HR-TIMESTAMP(1:8) <= WS-TO-DATE
                   AND HR-TIMESTAMP(1:8) < WS-OLDEST-LIVE
               MOVE 'Y' TO WS-ANY-RECORDS
