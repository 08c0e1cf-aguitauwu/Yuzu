      *> ============================================================
      *> Yuzu — COBOL Restart Report
      *> Compilar: cobc -x -o yuzu-metrics-rstr metrics-rstr.cob
      *> Uso:      ./yuzu-metrics-rstr [DIAS] [ENTORNO]
      *>           (DIAS por defecto 7, ENTORNO por defecto production)
      *> Lee YUZU.METRICS.RESTART y cuenta los reinicios de proceso
      *> por dia, servicio e instancia dentro de los ultimos DIAS
      *> dias (hoy incluido). Cada reinicio se cruza contra
      *> YUZU.METRICS.DEPLOY: si el mismo servicio tuvo un deploy
      *> en la hora previa al reinicio se lo marca AFTER_DEPLOY y se
      *> lista debajo de su fila con el deploy que lo precedio,
      *> porque un reinicio justo despues de un release casi siempre
      *> es el release, y uno sin deploy cerca es el proceso que se
      *> esta cayendo solo.
      *> Solo cuentan los reinicios y deploys de ENTORNO (RS-ENV y
      *> DP-ENV; un registro sin entorno es de production): un
      *> release a staging no explica un reinicio en produccion.
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-RSTR.
       AUTHOR. YUZU-PROJECT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> YUZU.METRICS.RESTART — un registro por reinicio detectado
           SELECT RESTART-FILE ASSIGN TO "YUZU.METRICS.RESTART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTART-FS.

      *> YUZU.METRICS.DEPLOY — cambios de version, para marcar los
      *> reinicios que siguieron a un release
           SELECT DEPLOY-FILE ASSIGN TO "YUZU.METRICS.DEPLOY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPLOY-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESTART-FILE.
           COPY "yuzurst.cpy".

       FD  DEPLOY-FILE.
           COPY "yuzudep.cpy".

       WORKING-STORAGE SECTION.
           01 WS-RESTART-FS       PIC XX      VALUE SPACES.
           01 WS-DEPLOY-FS        PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.
           01 WS-DEPLOY-EOF       PIC X       VALUE 'N'.
           01 WS-ARG-RAW          PIC X(64)   VALUE SPACES.

      *> Entorno reportado — argumento opcional
           01 WS-ENV-FILTER       PIC X(12)   VALUE "production".

      *> Ventana del reporte en dias (hoy incluido) y distancia
      *> maxima entre deploy y reinicio para marcarlo
           01 WS-REPORT-DAYS      PIC 9(4)    VALUE 7.
           01 WS-DEPLOY-WINDOW    PIC 9(6)    VALUE 3600.
           01 WS-CURRENT-DATE     PIC X(21)   VALUE SPACES.
           01 WS-TODAY            PIC 9(8)    VALUE 0.
           01 WS-SINCE-DATE       PIC 9(8)    VALUE 0.
           01 WS-TS-WORK          PIC X(14)   VALUE SPACES.
           01 WS-ROW-SECS         PIC 9(12)   VALUE 0.

      *> Deploys cargados de YUZU.METRICS.DEPLOY
           01 WS-DEP-COUNT        PIC 9(4)    VALUE 0.
           01 WS-DEP-TABLE.
               05 WS-DEP-ENTRY    OCCURS 1000 TIMES
                       INDEXED BY WS-DEP-IDX.
                   10 WS-DEP-NAME       PIC X(32).
                   10 WS-DEP-TS         PIC X(14).
                   10 WS-DEP-SECS       PIC 9(12).
                   10 WS-DEP-OLD        PIC X(16).
                   10 WS-DEP-NEW        PIC X(16).

      *> Deploy que precedio al reinicio leido (0 si ninguno)
           01 WS-DEP-MATCH-IDX    PIC 9(4)    VALUE 0.
           01 WS-DEP-MATCH-SECS   PIC 9(12)   VALUE 0.

      *> Filas del reporte: dia + servicio + instancia
           01 WS-ROW-COUNT        PIC 9(4)    VALUE 0.
           01 WS-ROW-FOUND        PIC X       VALUE 'N'.
           01 WS-ROW-MATCH-IDX    PIC 9(4)    VALUE 0.
           01 WS-ROW-TABLE.
               05 WS-ROW-ENTRY    OCCURS 500 TIMES
                       INDEXED BY WS-ROW-IDX.
                   10 WS-ROW-KEY.
                       15 WS-ROW-DATE       PIC X(8).
                       15 WS-ROW-NAME       PIC X(32).
                       15 WS-ROW-INSTANCE   PIC X(16).
                   10 WS-ROW-RESTARTS   PIC 9(6).
                   10 WS-ROW-AFTER-DEP  PIC 9(6).
           01 WS-SWAP-ENTRY       PIC X(68)   VALUE SPACES.
           01 WS-SORT-SWAPPED     PIC X       VALUE 'N'.
           01 WS-SORT-IDX         PIC 9(4)    VALUE 0.

      *> Reinicios marcados AFTER_DEPLOY, para el detalle bajo su
      *> fila
           01 WS-DTL-COUNT        PIC 9(4)    VALUE 0.
           01 WS-DTL-TABLE.
               05 WS-DTL-ENTRY    OCCURS 500 TIMES
                       INDEXED BY WS-DTL-IDX.
                   10 WS-DTL-KEY        PIC X(56).
                   10 WS-DTL-TS         PIC X(14).
                   10 WS-DTL-UPTIME     PIC 9(10).
                   10 WS-DTL-DEP-TS     PIC X(14).
                   10 WS-DTL-OLD        PIC X(16).
                   10 WS-DTL-NEW        PIC X(16).

           01 WS-TOTAL-RESTARTS   PIC 9(6)    VALUE 0.
           01 WS-TOTAL-AFTER-DEP  PIC 9(6)    VALUE 0.

      *> Campos editados para el reporte
           01 WS-FMT-COUNT        PIC Z(5)9   VALUE 0.
           01 WS-FMT-AFTER        PIC Z(5)9   VALUE 0.
           01 WS-FMT-UPTIME       PIC Z(9)9   VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-RAW FROM ARGUMENT-VALUE
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-RAW)) > 0
                   AND FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-RAW)) > 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-RAW))
                   TO WS-REPORT-DAYS
           END-IF

           DISPLAY 2 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG-RAW
           ACCEPT WS-ARG-RAW FROM ARGUMENT-VALUE
           IF WS-ARG-RAW NOT = SPACES
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ARG-RAW))
                   TO WS-ENV-FILTER
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-SINCE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - WS-REPORT-DAYS + 1)

           DISPLAY "RESTART_WINDOW_DAYS:" WS-REPORT-DAYS
               " FROM:" WS-SINCE-DATE " TO:" WS-TODAY
           DISPLAY "ENVIRONMENT:" FUNCTION TRIM(WS-ENV-FILTER)

           PERFORM LOAD-DEPLOYS

           OPEN INPUT RESTART-FILE
           IF WS-RESTART-FS = "35"
               DISPLAY "NO_RESTARTS"
               STOP RUN
           END-IF
           PERFORM READ-RESTART-RECORD
           PERFORM TALLY-RESTART-RECORD UNTIL WS-EOF-FLAG = 'Y'
           CLOSE RESTART-FILE

           IF WS-ROW-COUNT = 0
               DISPLAY "NO_RESTARTS"
               STOP RUN
           END-IF

           PERFORM SORT-ROW-TABLE

           DISPLAY " "
           DISPLAY "== RESTARTS BY SERVICE/INSTANCE/DAY =="
           PERFORM PRINT-RESTART-ROW
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT

           DISPLAY " "
           DISPLAY "TOTAL_RESTARTS:" WS-TOTAL-RESTARTS
           DISPLAY "AFTER_DEPLOY_RESTARTS:" WS-TOTAL-AFTER-DEP
           DISPLAY "ROWS:" WS-ROW-COUNT
           STOP RUN.

      *> ============================================================
      *> Cargar YUZU.METRICS.DEPLOY en WS-DEP-TABLE con el
      *> timestamp ya pasado a segundos. Si el archivo no existe
      *> ningun reinicio queda marcado.
      *> ============================================================
       LOAD-DEPLOYS.
           OPEN INPUT DEPLOY-FILE
           IF WS-DEPLOY-FS NOT = "35"
               PERFORM READ-DEPLOY-RECORD
               PERFORM LOAD-DEPLOY-RECORD
                   UNTIL WS-DEPLOY-EOF = 'Y'
               CLOSE DEPLOY-FILE
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.DEPLOY
      *> ============================================================
       READ-DEPLOY-RECORD.
           READ DEPLOY-FILE
               AT END
                   MOVE 'Y' TO WS-DEPLOY-EOF
               NOT AT END
                   IF DP-ENV = SPACES
                       MOVE "production" TO DP-ENV
                   END-IF
           END-READ.

      *> ============================================================
      *> Copiar el deploy leido a la siguiente fila libre si es del
      *> entorno reportado, y avanzar
      *> ============================================================
       LOAD-DEPLOY-RECORD.
           IF WS-DEP-COUNT < 1000 AND DP-TIMESTAMP IS NUMERIC
                   AND DP-ENV = WS-ENV-FILTER
               ADD 1 TO WS-DEP-COUNT
               SET WS-DEP-IDX TO WS-DEP-COUNT
               MOVE DP-NAME        TO WS-DEP-NAME(WS-DEP-IDX)
               MOVE DP-TIMESTAMP   TO WS-DEP-TS(WS-DEP-IDX)
               MOVE DP-OLD-VERSION TO WS-DEP-OLD(WS-DEP-IDX)
               MOVE DP-NEW-VERSION TO WS-DEP-NEW(WS-DEP-IDX)
               MOVE DP-TIMESTAMP TO WS-TS-WORK
               PERFORM TIMESTAMP-TO-SECS
               MOVE WS-ROW-SECS TO WS-DEP-SECS(WS-DEP-IDX)
           END-IF
           PERFORM READ-DEPLOY-RECORD.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.RESTART
      *> ============================================================
       READ-RESTART-RECORD.
           READ RESTART-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF RS-ENV = SPACES
                       MOVE "production" TO RS-ENV
                   END-IF
           END-READ.

      *> ============================================================
      *> Contar el reinicio leido en la fila de su dia, servicio e
      *> instancia si es del entorno reportado y cae dentro de la
      *> ventana; si lo precedio un deploy del mismo servicio,
      *> contarlo tambien como AFTER_DEPLOY y guardar el detalle.
      *> Avanzar al siguiente.
      *> ============================================================
       TALLY-RESTART-RECORD.
           IF RS-TIMESTAMP IS NUMERIC
                   AND RS-ENV = WS-ENV-FILTER
                   AND RS-TIMESTAMP(1:8) >= WS-SINCE-DATE
                   AND RS-TIMESTAMP(1:8) <= WS-TODAY
               PERFORM FIND-ROW
               IF WS-ROW-MATCH-IDX > 0
                   SET WS-ROW-IDX TO WS-ROW-MATCH-IDX
                   ADD 1 TO WS-ROW-RESTARTS(WS-ROW-IDX)
                   ADD 1 TO WS-TOTAL-RESTARTS
                   PERFORM FIND-PRECEDING-DEPLOY
                   IF WS-DEP-MATCH-IDX > 0
                       ADD 1 TO WS-ROW-AFTER-DEP(WS-ROW-IDX)
                       ADD 1 TO WS-TOTAL-AFTER-DEP
                       PERFORM SAVE-DEPLOY-DETAIL
                   END-IF
               END-IF
           END-IF
           PERFORM READ-RESTART-RECORD.

      *> ============================================================
      *> Ubicar (o crear) la fila del reinicio leido; deja el
      *> indice en WS-ROW-MATCH-IDX (0 si la tabla esta llena)
      *> ============================================================
       FIND-ROW.
           MOVE 'N' TO WS-ROW-FOUND
           MOVE 0 TO WS-ROW-MATCH-IDX
           PERFORM MATCH-ROW
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
                  OR WS-ROW-FOUND = 'Y'
           IF WS-ROW-FOUND = 'N' AND WS-ROW-COUNT < 500
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-ROW-COUNT TO WS-ROW-MATCH-IDX
               SET WS-ROW-IDX TO WS-ROW-COUNT
               MOVE RS-TIMESTAMP(1:8) TO WS-ROW-DATE(WS-ROW-IDX)
               MOVE RS-NAME TO WS-ROW-NAME(WS-ROW-IDX)
               MOVE RS-INSTANCE TO WS-ROW-INSTANCE(WS-ROW-IDX)
               MOVE 0 TO WS-ROW-RESTARTS(WS-ROW-IDX)
               MOVE 0 TO WS-ROW-AFTER-DEP(WS-ROW-IDX)
           END-IF.

      *> ============================================================
      *> Comparar la fila WS-ROW-IDX contra el reinicio leido
      *> ============================================================
       MATCH-ROW.
           IF WS-ROW-DATE(WS-ROW-IDX) = RS-TIMESTAMP(1:8)
                   AND WS-ROW-NAME(WS-ROW-IDX) = RS-NAME
                   AND WS-ROW-INSTANCE(WS-ROW-IDX) = RS-INSTANCE
               MOVE 'Y' TO WS-ROW-FOUND
               SET WS-ROW-MATCH-IDX TO WS-ROW-IDX
           END-IF.

      *> ============================================================
      *> Buscar el deploy mas reciente del servicio del reinicio
      *> leido que cayo dentro de la hora previa (o en el mismo
      *> segundo); deja su fila en WS-DEP-MATCH-IDX (0 si ninguno)
      *> ============================================================
       FIND-PRECEDING-DEPLOY.
           MOVE 0 TO WS-DEP-MATCH-IDX
           MOVE 0 TO WS-DEP-MATCH-SECS
           MOVE RS-TIMESTAMP TO WS-TS-WORK
           PERFORM TIMESTAMP-TO-SECS
           PERFORM MATCH-DEPLOY-ENTRY
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-COUNT.

      *> ============================================================
      *> Comparar el deploy WS-DEP-IDX contra el reinicio leido
      *> (WS-ROW-SECS) y quedarse con el mas cercano
      *> ============================================================
       MATCH-DEPLOY-ENTRY.
           IF WS-DEP-NAME(WS-DEP-IDX) = RS-NAME
                   AND WS-DEP-SECS(WS-DEP-IDX) <= WS-ROW-SECS
                   AND WS-DEP-SECS(WS-DEP-IDX) + WS-DEPLOY-WINDOW
                       >= WS-ROW-SECS
                   AND WS-DEP-SECS(WS-DEP-IDX) >= WS-DEP-MATCH-SECS
               SET WS-DEP-MATCH-IDX TO WS-DEP-IDX
               MOVE WS-DEP-SECS(WS-DEP-IDX) TO WS-DEP-MATCH-SECS
           END-IF.

      *> ============================================================
      *> Guardar el detalle del reinicio leido y del deploy que lo
      *> precedio para imprimirlo bajo su fila
      *> ============================================================
       SAVE-DEPLOY-DETAIL.
           IF WS-DTL-COUNT < 500
               ADD 1 TO WS-DTL-COUNT
               SET WS-DTL-IDX TO WS-DTL-COUNT
               SET WS-DEP-IDX TO WS-DEP-MATCH-IDX
               MOVE WS-ROW-KEY(WS-ROW-IDX) TO WS-DTL-KEY(WS-DTL-IDX)
               MOVE RS-TIMESTAMP TO WS-DTL-TS(WS-DTL-IDX)
               MOVE RS-UPTIME TO WS-DTL-UPTIME(WS-DTL-IDX)
               MOVE WS-DEP-TS(WS-DEP-IDX) TO WS-DTL-DEP-TS(WS-DTL-IDX)
               MOVE WS-DEP-OLD(WS-DEP-IDX) TO WS-DTL-OLD(WS-DTL-IDX)
               MOVE WS-DEP-NEW(WS-DEP-IDX) TO WS-DTL-NEW(WS-DTL-IDX)
           END-IF.

      *> ============================================================
      *> Ordenar WS-ROW-TABLE por dia, servicio e instancia
      *> (burbuja, alcanza para unos cientos de filas)
      *> ============================================================
       SORT-ROW-TABLE.
           MOVE 'Y' TO WS-SORT-SWAPPED
           PERFORM SORT-ROW-PASS
               UNTIL WS-SORT-SWAPPED = 'N'.

       SORT-ROW-PASS.
           MOVE 'N' TO WS-SORT-SWAPPED
           PERFORM SORT-ROW-COMPARE
               VARYING WS-SORT-IDX FROM 1 BY 1
               UNTIL WS-SORT-IDX >= WS-ROW-COUNT.

       SORT-ROW-COMPARE.
           SET WS-ROW-IDX TO WS-SORT-IDX
           IF WS-ROW-KEY(WS-ROW-IDX) > WS-ROW-KEY(WS-ROW-IDX + 1)
               MOVE WS-ROW-ENTRY(WS-ROW-IDX)     TO WS-SWAP-ENTRY
               MOVE WS-ROW-ENTRY(WS-ROW-IDX + 1) TO
                   WS-ROW-ENTRY(WS-ROW-IDX)
               MOVE WS-SWAP-ENTRY                TO
                   WS-ROW-ENTRY(WS-ROW-IDX + 1)
               MOVE 'Y' TO WS-SORT-SWAPPED
           END-IF.

      *> ============================================================
      *> Imprimir la fila WS-ROW-IDX y, debajo, los reinicios de
      *> esa fila que siguieron a un deploy
      *> ============================================================
       PRINT-RESTART-ROW.
           MOVE WS-ROW-RESTARTS(WS-ROW-IDX) TO WS-FMT-COUNT
           MOVE WS-ROW-AFTER-DEP(WS-ROW-IDX) TO WS-FMT-AFTER
           DISPLAY WS-ROW-DATE(WS-ROW-IDX)
               " " FUNCTION TRIM(WS-ROW-NAME(WS-ROW-IDX))
               " " FUNCTION TRIM(WS-ROW-INSTANCE(WS-ROW-IDX))
               " RESTARTS:" FUNCTION TRIM(WS-FMT-COUNT)
               " AFTER_DEPLOY:" FUNCTION TRIM(WS-FMT-AFTER)
           IF WS-ROW-AFTER-DEP(WS-ROW-IDX) > 0
               PERFORM PRINT-DEPLOY-DETAIL
                   VARYING WS-DTL-IDX FROM 1 BY 1
                   UNTIL WS-DTL-IDX > WS-DTL-COUNT
           END-IF.

      *> ============================================================
      *> Imprimir el detalle WS-DTL-IDX si pertenece a la fila
      *> WS-ROW-IDX
      *> ============================================================
       PRINT-DEPLOY-DETAIL.
           IF WS-DTL-KEY(WS-DTL-IDX) = WS-ROW-KEY(WS-ROW-IDX)
               MOVE WS-DTL-UPTIME(WS-DTL-IDX) TO WS-FMT-UPTIME
               DISPLAY "    AFTER_DEPLOY RESTART:"
                   WS-DTL-TS(WS-DTL-IDX)
                   " UPTIME_AT_DEATH:" FUNCTION TRIM(WS-FMT-UPTIME)
                   " DEPLOY:" WS-DTL-DEP-TS(WS-DTL-IDX)
                   " " FUNCTION TRIM(WS-DTL-OLD(WS-DTL-IDX))
                   "->" FUNCTION TRIM(WS-DTL-NEW(WS-DTL-IDX))
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
