      *> ============================================================
      *> Yuzu — COBOL Replica Outlier Detector
      *> Compilar: cobc -x -o yuzu-metrics-outl metrics-outl.cob
      *> Uso:      ./yuzu-metrics-outl [ENTORNO]
      *> YUZU-METRICS-FLEET enrolla las replicas de un servicio en
      *> una sola fila, y un nodo malo con 30% de errores detras de
      *> un balanceador de diez se promedia y nunca cruza el umbral
      *> del servicio. Este programa compara cada instancia
      *> (HR-NAME + HR-INSTANCE) contra sus hermanas: su tasa de
      *> error y su p95 de las ultimas PM-OUTLIER-RUNS corridas
      *> contra la mediana de las mismas cifras de las demas
      *> replicas vivas del servicio. Si la cifra reciente y la de
      *> la ultima corrida superan PM-OUTLIER-MULTIPLE veces esa
      *> mediana (el desvio se sostiene y sigue pasando ahora) la
      *> instancia sale como OUTLIER y se anexa a YUZU.ALERTS.QUEUE
      *> un evento OUTLIER de nivel WARNING con la instancia en
      *> AQ-INSTANCE y el equipo duenio en AQ-TEAM, para que saquen
      *> ese nodo de rotacion.
      *>
      *> La mediana no se mueve por un solo nodo malo, que es
      *> justamente lo que el promedio no resiste; hacen falta al
      *> menos dos hermanas para que haya con que comparar. Una
      *> mediana casi nula se lleva a un piso (1% de error, 10 ms
      *> de p95) para que un error suelto contra hermanas perfectas
      *> no cuente como un desvio infinito. Una replica silenciosa
      *> mas alla de PM-STALE-SECONDS es cosa del MISSING de
      *> YUZU-METRICS-FLEET y queda fuera de la comparacion.
      *>
      *> YUZU.METRICS.OUTLIER recuerda que replicas ya avisaron: el
      *> OUTLIER se anexa una vez cuando la replica se desvia, y
      *> cuando vuelve a la par sale como CLEARED en este reporte y
      *> un nuevo desvio vuelve a avisar. Solo se mira la historia
      *> de ENTORNO (production si no viene); un entorno que no
      *> pagina (YUZU.METRICS.ENV) se reporta pero no anexa a la
      *> cola. Termina con RETURN-CODE 4 si hay replicas OUTLIER.
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-OUTL.
       AUTHOR. YUZU-PROJECT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "YUZU.METRICS.HIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.

      *> YUZU.METRICS.PARM — multiplo y ventana del corte, y umbral
      *> de silencio; si no existe se usan los valores por defecto
      *> de WORKING-STORAGE.
           SELECT PARM-FILE ASSIGN TO "YUZU.METRICS.PARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.

      *> YUZU.ALERTS.QUEUE — las replicas recien marcadas se anexan
      *> aca como OUTLIER
           SELECT ALERT-FILE ASSIGN TO "YUZU.ALERTS.QUEUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FS.

      *> YUZU.METRICS.ROUTE — equipo duenio del servicio para
      *> AQ-TEAM (ver RESOLVE-ROUTE-TEAM)
           SELECT ROUTE-FILE ASSIGN TO "YUZU.METRICS.ROUTE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTE-FS.

      *> YUZU.METRICS.ENV — si el entorno revisado pagina (ver
      *> RESOLVE-ENV-PAGEABLE)
           SELECT ENV-FILE ASSIGN TO "YUZU.METRICS.ENV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENV-FS.

      *> YUZU.METRICS.OUTLIER — replicas ya marcadas (ver YUZUOUTL)
           SELECT OUTLIER-FILE ASSIGN TO "YUZU.METRICS.OUTLIER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTLIER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
           COPY "yuzuhist.cpy".

       FD  PARM-FILE.
           COPY "yuzuparm.cpy".

       FD  ALERT-FILE.
           COPY "yuzualrt.cpy".

       FD  ROUTE-FILE.
           COPY "yuzurout.cpy".

       FD  ENV-FILE.
           COPY "yuzuenv.cpy".

       FD  OUTLIER-FILE.
           COPY "yuzuoutl.cpy".

       WORKING-STORAGE SECTION.
           01 WS-HIST-FS          PIC XX      VALUE SPACES.
           01 WS-PARM-FS          PIC XX      VALUE SPACES.
           01 WS-ALERT-FS         PIC XX      VALUE SPACES.
           01 WS-ROUTE-FS         PIC XX      VALUE SPACES.
           01 WS-OUTLIER-FS       PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.
           01 WS-ANY-RECORDS      PIC X       VALUE 'N'.

      *> Entorno revisado — argumento opcional — y si pagina
           01 WS-ARG-RAW          PIC X(64)   VALUE SPACES.
           01 WS-ENV-FILTER       PIC X(12)   VALUE "production".
           01 WS-ENV-FS           PIC XX      VALUE SPACES.
           01 WS-ENV-EOF          PIC X       VALUE 'N'.
           01 WS-ENV-PAGEABLE     PIC X       VALUE 'N'.
           01 WS-REC-TAKEN        PIC X       VALUE 'N'.

      *> Corte (YUZU.METRICS.PARM) y pisos de la mediana
           01 WS-OUTLIER-MULTIPLE PIC 9(3)V99 VALUE 3.
           01 WS-OUTLIER-RUNS     PIC 9(4)    VALUE 5.
           01 WS-STALE-SECONDS    PIC 9(6)    VALUE 900.
           01 WS-ERR-FLOOR        PIC 9(3)V99 VALUE 1.
           01 WS-P95-FLOOR        PIC 9(8)V99 VALUE 10.
           01 WS-MIN-SIBLINGS     PIC 9(4)    VALUE 2.

      *> Una fila por instancia (HR-NAME + HR-INSTANCE). La
      *> primera pasada por la historia deja la ultima corrida y
      *> cuantas corridas tiene; la segunda suma solo las ultimas
      *> WS-OUTLIER-RUNS (las de orden mayor que WS-INS-RUNS menos
      *> la ventana). WS-INS-LIVE marca las replicas que entran en
      *> la comparacion; WS-INS-HAS-ERR / WS-INS-HAS-P95 si la
      *> replica tiene la cifra (trafico o muestras de latencia en
      *> la ventana).
           01 WS-INS-COUNT        PIC 9(4)    VALUE 0.
           01 WS-INS-FOUND        PIC X       VALUE 'N'.
           01 WS-INS-MATCH-IDX    PIC 9(4)    VALUE 0.
           01 WS-INS-TABLE.
               05 WS-INS-ENTRY    OCCURS 200 TIMES
                       INDEXED BY WS-INS-IDX WS-SIB-IDX.
                   10 WS-INS-NAME         PIC X(32).
                   10 WS-INS-INSTANCE     PIC X(16).
                   10 WS-INS-TIMESTAMP    PIC X(14).
                   10 WS-INS-RUNS         PIC 9(8).
                   10 WS-INS-SEEN         PIC 9(8).
                   10 WS-INS-LAST-TOTAL   PIC 9(10).
                   10 WS-INS-LAST-OK      PIC 9(10).
                   10 WS-INS-LAST-ERR     PIC 9(10).
                   10 WS-INS-LAST-AVG-LAT PIC 9(8)V99.
                   10 WS-INS-LAST-P95     PIC 9(8)V99.
                   10 WS-INS-REC-TOTAL    PIC 9(12).
                   10 WS-INS-REC-ERR      PIC 9(12).
                   10 WS-INS-REC-P95-SUM  PIC 9(12)V99.
                   10 WS-INS-REC-P95-RUNS PIC 9(8).
                   10 WS-INS-ERR-PCT      PIC 9(3)V99.
                   10 WS-INS-LAST-ERR-PCT PIC 9(3)V99.
                   10 WS-INS-P95          PIC 9(8)V99.
                   10 WS-INS-LIVE         PIC X.
                   10 WS-INS-HAS-ERR      PIC X.
                   10 WS-INS-HAS-P95      PIC X.

      *> Cifras de las hermanas de la instancia en curso, ordenadas
      *> para sacar la mediana (ver ORDER-MEDIAN-VALUES)
           01 WS-MED-COUNT        PIC 9(4)    VALUE 0.
           01 WS-MED-IDX          PIC 9(4)    VALUE 0.
           01 WS-MED-HALF         PIC 9(4)    VALUE 0.
           01 WS-MED-ODD          PIC 9(4)    VALUE 0.
           01 WS-MED-SWAPPED      PIC X       VALUE 'N'.
           01 WS-MED-TEMP         PIC 9(8)V99 VALUE 0.
           01 WS-MED-MEASURE      PIC X(3)    VALUE SPACES.
           01 WS-MED-VALUE        PIC 9(8)V99 VALUE 0.
           01 WS-MED-TABLE.
               05 WS-MED-ENTRY    OCCURS 200 TIMES
                                  PIC 9(8)V99.

      *> Veredicto de la instancia en curso
           01 WS-ERR-SIBLINGS     PIC 9(4)    VALUE 0.
           01 WS-P95-SIBLINGS     PIC 9(4)    VALUE 0.
           01 WS-ERR-MEDIAN       PIC 9(8)V99 VALUE 0.
           01 WS-P95-MEDIAN       PIC 9(8)V99 VALUE 0.
           01 WS-CUT-BASE         PIC 9(8)V99 VALUE 0.
           01 WS-CUT-LIMIT        PIC 9(10)V99 VALUE 0.
           01 WS-ERR-OUT          PIC X       VALUE 'N'.
           01 WS-P95-OUT          PIC X       VALUE 'N'.
           01 WS-ROW-VERDICT      PIC X(12)   VALUE SPACES.
           01 WS-CUR-NAME         PIC X(32)   VALUE SPACES.

      *> Replicas ya marcadas (YUZU.METRICS.OUTLIER). WS-OLS-KEEP
      *> dice si la fila se vuelve a escribir: las de otros
      *> entornos siempre, las del entorno revisado solo si la
      *> replica sigue marcada.
           01 WS-OLS-COUNT        PIC 9(4)    VALUE 0.
           01 WS-OLS-FOUND        PIC X       VALUE 'N'.
           01 WS-OLS-MATCH-IDX    PIC 9(4)    VALUE 0.
           01 WS-OLS-TABLE.
               05 WS-OLS-ENTRY    OCCURS 200 TIMES
                       INDEXED BY WS-OLS-IDX.
                   10 WS-OLS-ENV          PIC X(12).
                   10 WS-OLS-NAME         PIC X(32).
                   10 WS-OLS-INSTANCE     PIC X(16).
                   10 WS-OLS-SINCE        PIC X(14).
                   10 WS-OLS-KEEP         PIC X.

      *> Ruteo cargado de YUZU.METRICS.ROUTE
           01 WS-ROUTE-EOF        PIC X       VALUE 'N'.
           01 WS-ROUTE-COUNT      PIC 9(4)    VALUE 0.
           01 WS-ROUTE-FOUND      PIC X       VALUE 'N'.
           01 WS-ROUTE-TEAM       PIC X(32)   VALUE SPACES.
           01 WS-ROUTE-TABLE.
               05 WS-ROUTE-ENTRY  OCCURS 100 TIMES
                       INDEXED BY WS-ROUTE-IDX.
                   10 WS-RTE-NAME         PIC X(32).
                   10 WS-RTE-TEAM         PIC X(32).

      *> Totales del reporte
           01 WS-OUTLIER-COUNT    PIC 9(4)    VALUE 0.
           01 WS-NEW-COUNT        PIC 9(4)    VALUE 0.
           01 WS-CLEARED-COUNT    PIC 9(4)    VALUE 0.
           01 WS-CHECKED-COUNT    PIC 9(4)    VALUE 0.

      *> Hora actual y envejecimiento de la ultima corrida
           01 WS-CURRENT-DATE     PIC X(21)   VALUE SPACES.
           01 WS-NOW-TIMESTAMP    PIC X(14)   VALUE SPACES.
           01 WS-NOW-SECS         PIC 9(12)   VALUE 0.
           01 WS-ROW-SECS         PIC 9(12)   VALUE 0.
           01 WS-ROW-AGE          PIC S9(12)  VALUE 0.
           01 WS-TS-WORK          PIC X(14)   VALUE SPACES.

      *> Cifras formateadas para el reporte
           01 WS-FMT-MULTIPLE     PIC ZZ9.99  VALUE 0.
           01 WS-FMT-RUNS         PIC ZZZ9    VALUE 0.
           01 WS-FMT-ERR-PCT      PIC ZZ9.99  VALUE 0.
           01 WS-FMT-P95          PIC Z(7)9.99 VALUE 0.
           01 WS-ERR-TXT          PIC X(12)   VALUE SPACES.
           01 WS-P95-TXT          PIC X(12)   VALUE SPACES.
           01 WS-MED-ERR-TXT      PIC X(12)   VALUE SPACES.
           01 WS-MED-P95-TXT      PIC X(12)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-RAW FROM ARGUMENT-VALUE
           IF WS-ARG-RAW NOT = SPACES
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ARG-RAW))
                   TO WS-ENV-FILTER
           END-IF

           OPEN INPUT HIST-FILE
           IF WS-HIST-FS = "35"
               DISPLAY "ERROR:NO_HISTORY_FILE"
               STOP RUN
           END-IF

           PERFORM READ-PARAMETERS

      *>    Primera pasada: ultima corrida y cantidad de corridas
           PERFORM READ-HIST-RECORD
           PERFORM LOAD-INSTANCE-LATEST UNTIL WS-EOF-FLAG = 'Y'
           CLOSE HIST-FILE

           IF WS-ANY-RECORDS = 'N'
               DISPLAY "ERROR:NO_HISTORY_RECORDS"
               STOP RUN
           END-IF

      *>    Segunda pasada: sumar la ventana reciente
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT HIST-FILE
           PERFORM READ-HIST-RECORD
           PERFORM ACCUM-RECENT-RUN UNTIL WS-EOF-FLAG = 'Y'
           CLOSE HIST-FILE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-NOW-TIMESTAMP
           MOVE WS-NOW-TIMESTAMP TO WS-TS-WORK
           PERFORM TIMESTAMP-TO-SECS
           MOVE WS-ROW-SECS TO WS-NOW-SECS

           PERFORM SET-INSTANCE-FIGURES
               VARYING WS-INS-IDX FROM 1 BY 1
               UNTIL WS-INS-IDX > WS-INS-COUNT

           PERFORM READ-ROUTING-TABLE
           PERFORM RESOLVE-ENV-PAGEABLE
           PERFORM LOAD-OUTLIER-STATE

           MOVE WS-OUTLIER-MULTIPLE TO WS-FMT-MULTIPLE
           MOVE WS-OUTLIER-RUNS     TO WS-FMT-RUNS
           DISPLAY "ENVIRONMENT:" FUNCTION TRIM(WS-ENV-FILTER)
           DISPLAY "OUTLIER_MULTIPLE:" FUNCTION TRIM(WS-FMT-MULTIPLE)
               " OUTLIER_RUNS:" FUNCTION TRIM(WS-FMT-RUNS)
           PERFORM EVALUATE-INSTANCE
               VARYING WS-INS-IDX FROM 1 BY 1
               UNTIL WS-INS-IDX > WS-INS-COUNT

           PERFORM REPORT-CLEARED-OUTLIER
               VARYING WS-OLS-IDX FROM 1 BY 1
               UNTIL WS-OLS-IDX > WS-OLS-COUNT
           PERFORM WRITE-OUTLIER-STATE

           DISPLAY "INSTANCES_CHECKED:" WS-CHECKED-COUNT
           DISPLAY "OUTLIERS:" WS-OUTLIER-COUNT
           DISPLAY "NEW_OUTLIERS:" WS-NEW-COUNT
           DISPLAY "CLEARED:" WS-CLEARED-COUNT
           IF WS-OUTLIER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> ============================================================
      *> Leer el corte desde YUZU.METRICS.PARM. Si el archivo no
      *> existe, o el registro viene de antes de que existieran los
      *> campos, se conservan los valores por defecto de
      *> WORKING-STORAGE (3 veces la mediana, ultimas 5 corridas,
      *> 900 segundos de silencio).
      *> ============================================================
       READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FS NOT = "35"
               READ PARM-FILE
                   NOT AT END
                       IF PM-OUTLIER-MULTIPLE IS NUMERIC
                               AND PM-OUTLIER-MULTIPLE > 0
                           MOVE PM-OUTLIER-MULTIPLE
                               TO WS-OUTLIER-MULTIPLE
                       END-IF
                       IF PM-OUTLIER-RUNS IS NUMERIC
                               AND PM-OUTLIER-RUNS > 0
                           MOVE PM-OUTLIER-RUNS TO WS-OUTLIER-RUNS
                       END-IF
                       IF PM-STALE-SECONDS IS NUMERIC
                               AND PM-STALE-SECONDS > 0
                           MOVE PM-STALE-SECONDS TO WS-STALE-SECONDS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de historia del entorno
      *> revisado, salteando los de otros entornos; un registro sin
      *> entorno es de production
      *> ============================================================
       READ-HIST-RECORD.
           MOVE 'N' TO WS-REC-TAKEN
           PERFORM READ-ENV-HIST-RECORD UNTIL WS-REC-TAKEN = 'Y'.

       READ-ENV-HIST-RECORD.
           READ HIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'Y' TO WS-REC-TAKEN
               NOT AT END
                   IF HR-ENV = SPACES
                       MOVE "production" TO HR-ENV
                   END-IF
                   IF HR-ENV = WS-ENV-FILTER
                           AND HR-NAME NOT = SPACES
                       MOVE 'Y' TO WS-ANY-RECORDS
                       MOVE 'Y' TO WS-REC-TAKEN
                   END-IF
           END-READ.

      *> ============================================================
      *> Ubicar la fila de WS-INS-TABLE para HR-NAME + HR-INSTANCE;
      *> deja WS-INS-FOUND y WS-INS-MATCH-IDX
      *> ============================================================
       LOCATE-INSTANCE.
           MOVE 'N' TO WS-INS-FOUND
           MOVE 0 TO WS-INS-MATCH-IDX
           PERFORM MATCH-INSTANCE-ENTRY
               VARYING WS-INS-IDX FROM 1 BY 1
               UNTIL WS-INS-IDX > WS-INS-COUNT
                  OR WS-INS-FOUND = 'Y'.

       MATCH-INSTANCE-ENTRY.
           IF WS-INS-NAME(WS-INS-IDX) = HR-NAME
                   AND WS-INS-INSTANCE(WS-INS-IDX) = HR-INSTANCE
               MOVE 'Y' TO WS-INS-FOUND
               SET WS-INS-MATCH-IDX TO WS-INS-IDX
           END-IF.

      *> ============================================================
      *> Primera pasada: contar la corrida leida en su instancia
      *> (creando la fila si es nueva) y quedarse con la mas
      *> reciente. Un tick atrasado anexado despues en modo
      *> BACKFILL no pisa una corrida mas nueva. Mas de 200
      *> instancias distintas no entran en la tabla y quedan fuera
      *> de la comparacion, como en YUZU-METRICS-FLEET.
      *> ============================================================
       LOAD-INSTANCE-LATEST.
           PERFORM LOCATE-INSTANCE
           IF WS-INS-FOUND = 'N' AND WS-INS-COUNT < 200
               ADD 1 TO WS-INS-COUNT
               MOVE WS-INS-COUNT TO WS-INS-MATCH-IDX
               SET WS-INS-IDX TO WS-INS-COUNT
               MOVE HR-NAME     TO WS-INS-NAME(WS-INS-IDX)
               MOVE HR-INSTANCE TO WS-INS-INSTANCE(WS-INS-IDX)
               MOVE SPACES      TO WS-INS-TIMESTAMP(WS-INS-IDX)
               MOVE 0 TO WS-INS-RUNS(WS-INS-IDX)
               MOVE 0 TO WS-INS-SEEN(WS-INS-IDX)
               MOVE 0 TO WS-INS-REC-TOTAL(WS-INS-IDX)
               MOVE 0 TO WS-INS-REC-ERR(WS-INS-IDX)
               MOVE 0 TO WS-INS-REC-P95-SUM(WS-INS-IDX)
               MOVE 0 TO WS-INS-REC-P95-RUNS(WS-INS-IDX)
           END-IF
           IF WS-INS-MATCH-IDX > 0
               SET WS-INS-IDX TO WS-INS-MATCH-IDX
               ADD 1 TO WS-INS-RUNS(WS-INS-IDX)
               IF HR-TIMESTAMP >= WS-INS-TIMESTAMP(WS-INS-IDX)
                   MOVE HR-TIMESTAMP TO WS-INS-TIMESTAMP(WS-INS-IDX)
                   MOVE HR-TOTAL-REQ TO WS-INS-LAST-TOTAL(WS-INS-IDX)
                   MOVE HR-OK-REQ    TO WS-INS-LAST-OK(WS-INS-IDX)
                   MOVE HR-ERR-REQ   TO WS-INS-LAST-ERR(WS-INS-IDX)
                   MOVE HR-AVG-LAT
                       TO WS-INS-LAST-AVG-LAT(WS-INS-IDX)
                   MOVE 0 TO WS-INS-LAST-P95(WS-INS-IDX)
                   IF HR-P95-LAT IS NUMERIC
                       MOVE HR-P95-LAT TO WS-INS-LAST-P95(WS-INS-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-HIST-RECORD.

      *> ============================================================
      *> Segunda pasada: sumar la corrida leida a la ventana de su
      *> instancia si es una de sus ultimas WS-OUTLIER-RUNS. El p95
      *> solo promedia las corridas que trajeron muestras de
      *> latencia (un p95 en cero o en blanco es "sin muestras").
      *> ============================================================
       ACCUM-RECENT-RUN.
           PERFORM LOCATE-INSTANCE
           IF WS-INS-FOUND = 'Y'
               SET WS-INS-IDX TO WS-INS-MATCH-IDX
               ADD 1 TO WS-INS-SEEN(WS-INS-IDX)
               IF WS-INS-SEEN(WS-INS-IDX) + WS-OUTLIER-RUNS >
                       WS-INS-RUNS(WS-INS-IDX)
                   ADD HR-TOTAL-REQ TO WS-INS-REC-TOTAL(WS-INS-IDX)
                   ADD HR-ERR-REQ   TO WS-INS-REC-ERR(WS-INS-IDX)
                   IF HR-P95-LAT IS NUMERIC
                       IF HR-P95-LAT > 0
                           ADD HR-P95-LAT
                               TO WS-INS-REC-P95-SUM(WS-INS-IDX)
                           ADD 1 TO WS-INS-REC-P95-RUNS(WS-INS-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-HIST-RECORD.

      *> ============================================================
      *> Derivar las cifras de la fila WS-INS-IDX: tasa de error y
      *> p95 de la ventana y de la ultima corrida, y si la replica
      *> esta viva (ultima corrida dentro del umbral de silencio)
      *> ============================================================
       SET-INSTANCE-FIGURES.
           MOVE 'N' TO WS-INS-LIVE(WS-INS-IDX)
           MOVE 'N' TO WS-INS-HAS-ERR(WS-INS-IDX)
           MOVE 'N' TO WS-INS-HAS-P95(WS-INS-IDX)
           MOVE 0 TO WS-INS-ERR-PCT(WS-INS-IDX)
           MOVE 0 TO WS-INS-LAST-ERR-PCT(WS-INS-IDX)
           MOVE 0 TO WS-INS-P95(WS-INS-IDX)

           IF WS-INS-TIMESTAMP(WS-INS-IDX) IS NUMERIC
               MOVE WS-INS-TIMESTAMP(WS-INS-IDX) TO WS-TS-WORK
               PERFORM TIMESTAMP-TO-SECS
               COMPUTE WS-ROW-AGE = WS-NOW-SECS - WS-ROW-SECS
               IF WS-ROW-AGE <= WS-STALE-SECONDS
                   MOVE 'Y' TO WS-INS-LIVE(WS-INS-IDX)
               END-IF
           END-IF

           IF WS-INS-REC-TOTAL(WS-INS-IDX) > 0
               MOVE 'Y' TO WS-INS-HAS-ERR(WS-INS-IDX)
               COMPUTE WS-INS-ERR-PCT(WS-INS-IDX) ROUNDED =
                   WS-INS-REC-ERR(WS-INS-IDX) * 100
                       / WS-INS-REC-TOTAL(WS-INS-IDX)
           END-IF
           IF WS-INS-LAST-TOTAL(WS-INS-IDX) > 0
               COMPUTE WS-INS-LAST-ERR-PCT(WS-INS-IDX) ROUNDED =
                   WS-INS-LAST-ERR(WS-INS-IDX) * 100
                       / WS-INS-LAST-TOTAL(WS-INS-IDX)
           END-IF
           IF WS-INS-REC-P95-RUNS(WS-INS-IDX) > 0
               MOVE 'Y' TO WS-INS-HAS-P95(WS-INS-IDX)
               COMPUTE WS-INS-P95(WS-INS-IDX) ROUNDED =
                   WS-INS-REC-P95-SUM(WS-INS-IDX)
                       / WS-INS-REC-P95-RUNS(WS-INS-IDX)
           END-IF.

      *> ============================================================
      *> Juzgar la replica viva WS-INS-IDX contra la mediana de sus
      *> hermanas vivas, por tasa de error y por p95, imprimir su
      *> linea y, si quedo OUTLIER, anotarla (y anexarla a la cola
      *> si es nueva)
      *> ============================================================
       EVALUATE-INSTANCE.
           IF WS-INS-LIVE(WS-INS-IDX) = 'Y'
               ADD 1 TO WS-CHECKED-COUNT
               MOVE 'N' TO WS-ERR-OUT
               MOVE 'N' TO WS-P95-OUT

               MOVE "ERR" TO WS-MED-MEASURE
               PERFORM FIND-SIBLING-MEDIAN
               MOVE WS-MED-COUNT TO WS-ERR-SIBLINGS
               MOVE WS-MED-VALUE TO WS-ERR-MEDIAN
               IF WS-ERR-SIBLINGS >= WS-MIN-SIBLINGS
                       AND WS-INS-HAS-ERR(WS-INS-IDX) = 'Y'
                   MOVE WS-ERR-MEDIAN TO WS-CUT-BASE
                   IF WS-CUT-BASE < WS-ERR-FLOOR
                       MOVE WS-ERR-FLOOR TO WS-CUT-BASE
                   END-IF
                   COMPUTE WS-CUT-LIMIT =
                       WS-CUT-BASE * WS-OUTLIER-MULTIPLE
                   IF WS-INS-ERR-PCT(WS-INS-IDX) > WS-CUT-LIMIT
                           AND WS-INS-LAST-ERR-PCT(WS-INS-IDX)
                               > WS-CUT-LIMIT
                       MOVE 'Y' TO WS-ERR-OUT
                   END-IF
               END-IF

               MOVE "P95" TO WS-MED-MEASURE
               PERFORM FIND-SIBLING-MEDIAN
               MOVE WS-MED-COUNT TO WS-P95-SIBLINGS
               MOVE WS-MED-VALUE TO WS-P95-MEDIAN
               IF WS-P95-SIBLINGS >= WS-MIN-SIBLINGS
                       AND WS-INS-HAS-P95(WS-INS-IDX) = 'Y'
                   MOVE WS-P95-MEDIAN TO WS-CUT-BASE
                   IF WS-CUT-BASE < WS-P95-FLOOR
                       MOVE WS-P95-FLOOR TO WS-CUT-BASE
                   END-IF
                   COMPUTE WS-CUT-LIMIT =
                       WS-CUT-BASE * WS-OUTLIER-MULTIPLE
                   IF WS-INS-P95(WS-INS-IDX) > WS-CUT-LIMIT
                           AND WS-INS-LAST-P95(WS-INS-IDX)
                               > WS-CUT-LIMIT
                       MOVE 'Y' TO WS-P95-OUT
                   END-IF
               END-IF

               EVALUATE TRUE
                   WHEN WS-ERR-OUT = 'Y' AND WS-P95-OUT = 'Y'
                       MOVE "OUTLIER_BOTH" TO WS-ROW-VERDICT
                   WHEN WS-ERR-OUT = 'Y'
                       MOVE "OUTLIER_ERR" TO WS-ROW-VERDICT
                   WHEN WS-P95-OUT = 'Y'
                       MOVE "OUTLIER_P95" TO WS-ROW-VERDICT
                   WHEN WS-ERR-SIBLINGS < WS-MIN-SIBLINGS
                           AND WS-P95-SIBLINGS < WS-MIN-SIBLINGS
                       MOVE "FEW_SIBLINGS" TO WS-ROW-VERDICT
                   WHEN OTHER
                       MOVE "OK" TO WS-ROW-VERDICT
               END-EVALUATE

               PERFORM PRINT-INSTANCE-ROW
               IF WS-ERR-OUT = 'Y' OR WS-P95-OUT = 'Y'
                   ADD 1 TO WS-OUTLIER-COUNT
                   PERFORM NOTE-OUTLIER-STATE
               END-IF
           END-IF.

      *> ============================================================
      *> Juntar en WS-MED-TABLE la cifra WS-MED-MEASURE (ERR o P95)
      *> de cada hermana viva de WS-INS-IDX que la tenga, ordenarla
      *> y dejar su mediana en WS-MED-VALUE (con cantidad par, el
      *> promedio de las dos del medio)
      *> ============================================================
       FIND-SIBLING-MEDIAN.
           MOVE 0 TO WS-MED-COUNT
           MOVE 0 TO WS-MED-VALUE
           PERFORM COLLECT-SIBLING-VALUE
               VARYING WS-SIB-IDX FROM 1 BY 1
               UNTIL WS-SIB-IDX > WS-INS-COUNT
           IF WS-MED-COUNT > 0
               PERFORM ORDER-MEDIAN-VALUES
               DIVIDE WS-MED-COUNT BY 2 GIVING WS-MED-HALF
                   REMAINDER WS-MED-ODD
               IF WS-MED-ODD = 1
                   MOVE WS-MED-ENTRY(WS-MED-HALF + 1) TO WS-MED-VALUE
               ELSE
                   COMPUTE WS-MED-VALUE ROUNDED =
                       (WS-MED-ENTRY(WS-MED-HALF)
                           + WS-MED-ENTRY(WS-MED-HALF + 1)) / 2
               END-IF
           END-IF.

       COLLECT-SIBLING-VALUE.
           IF WS-SIB-IDX NOT = WS-INS-IDX
                   AND WS-INS-NAME(WS-SIB-IDX) = WS-INS-NAME(WS-INS-IDX)
                   AND WS-INS-LIVE(WS-SIB-IDX) = 'Y'
               IF WS-MED-MEASURE = "ERR"
                   IF WS-INS-HAS-ERR(WS-SIB-IDX) = 'Y'
                       ADD 1 TO WS-MED-COUNT
                       MOVE WS-INS-ERR-PCT(WS-SIB-IDX)
                           TO WS-MED-ENTRY(WS-MED-COUNT)
                   END-IF
               ELSE
                   IF WS-INS-HAS-P95(WS-SIB-IDX) = 'Y'
                       ADD 1 TO WS-MED-COUNT
                       MOVE WS-INS-P95(WS-SIB-IDX)
                           TO WS-MED-ENTRY(WS-MED-COUNT)
                   END-IF
               END-IF
           END-IF.

      *> ============================================================
      *> Ordenar WS-MED-TABLE de menor a mayor (burbuja, como
      *> ORDER-LATENCY-SAMPLES en metrics.cob)
      *> ============================================================
       ORDER-MEDIAN-VALUES.
           MOVE 'Y' TO WS-MED-SWAPPED
           PERFORM ORDER-MEDIAN-PASS
               UNTIL WS-MED-SWAPPED = 'N'.

       ORDER-MEDIAN-PASS.
           MOVE 'N' TO WS-MED-SWAPPED
           PERFORM ORDER-MEDIAN-COMPARE
               VARYING WS-MED-IDX FROM 1 BY 1
               UNTIL WS-MED-IDX >= WS-MED-COUNT.

       ORDER-MEDIAN-COMPARE.
           IF WS-MED-ENTRY(WS-MED-IDX) > WS-MED-ENTRY(WS-MED-IDX + 1)
               MOVE WS-MED-ENTRY(WS-MED-IDX)     TO WS-MED-TEMP
               MOVE WS-MED-ENTRY(WS-MED-IDX + 1) TO
                   WS-MED-ENTRY(WS-MED-IDX)
               MOVE WS-MED-TEMP                  TO
                   WS-MED-ENTRY(WS-MED-IDX + 1)
               MOVE 'Y' TO WS-MED-SWAPPED
           END-IF.

      *> ============================================================
      *> Imprimir la linea de la replica WS-INS-IDX con sus cifras
      *> recientes, las medianas de sus hermanas y el veredicto;
      *> una cifra que no hay (sin trafico, sin muestras, sin
      *> hermanas suficientes) sale como N/A
      *> ============================================================
       PRINT-INSTANCE-ROW.
           MOVE "N/A" TO WS-ERR-TXT
           MOVE "N/A" TO WS-P95-TXT
           MOVE "N/A" TO WS-MED-ERR-TXT
           MOVE "N/A" TO WS-MED-P95-TXT
           IF WS-INS-HAS-ERR(WS-INS-IDX) = 'Y'
               MOVE WS-INS-ERR-PCT(WS-INS-IDX) TO WS-FMT-ERR-PCT
               MOVE FUNCTION TRIM(WS-FMT-ERR-PCT) TO WS-ERR-TXT
           END-IF
           IF WS-INS-HAS-P95(WS-INS-IDX) = 'Y'
               MOVE WS-INS-P95(WS-INS-IDX) TO WS-FMT-P95
               MOVE FUNCTION TRIM(WS-FMT-P95) TO WS-P95-TXT
           END-IF
           IF WS-ERR-SIBLINGS >= WS-MIN-SIBLINGS
               MOVE WS-ERR-MEDIAN TO WS-FMT-ERR-PCT
               MOVE FUNCTION TRIM(WS-FMT-ERR-PCT) TO WS-MED-ERR-TXT
           END-IF
           IF WS-P95-SIBLINGS >= WS-MIN-SIBLINGS
               MOVE WS-P95-MEDIAN TO WS-FMT-P95
               MOVE FUNCTION TRIM(WS-FMT-P95) TO WS-MED-P95-TXT
           END-IF
           DISPLAY FUNCTION TRIM(WS-INS-NAME(WS-INS-IDX))
               " INSTANCE:" FUNCTION TRIM(WS-INS-INSTANCE(WS-INS-IDX))
               " ERR_PCT:" FUNCTION TRIM(WS-ERR-TXT)
               " MEDIAN_ERR_PCT:" FUNCTION TRIM(WS-MED-ERR-TXT)
               " P95_MS:" FUNCTION TRIM(WS-P95-TXT)
               " MEDIAN_P95_MS:" FUNCTION TRIM(WS-MED-P95-TXT)
               " STATUS:" FUNCTION TRIM(WS-ROW-VERDICT).

      *> ============================================================
      *> Cargar YUZU.METRICS.OUTLIER: las filas de otros entornos se
      *> conservan tal cual; las del entorno revisado solo si la
      *> replica vuelve a quedar marcada en esta corrida
      *> ============================================================
       LOAD-OUTLIER-STATE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OUTLIER-FILE
           IF WS-OUTLIER-FS NOT = "35"
               PERFORM READ-OUTLIER-RECORD
               PERFORM LOAD-OUTLIER-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE OUTLIER-FILE
           END-IF.

       READ-OUTLIER-RECORD.
           READ OUTLIER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       LOAD-OUTLIER-RECORD.
           IF WS-OLS-COUNT < 200
               ADD 1 TO WS-OLS-COUNT
               SET WS-OLS-IDX TO WS-OLS-COUNT
               MOVE OL-ENV      TO WS-OLS-ENV(WS-OLS-IDX)
               MOVE OL-NAME     TO WS-OLS-NAME(WS-OLS-IDX)
               MOVE OL-INSTANCE TO WS-OLS-INSTANCE(WS-OLS-IDX)
               MOVE OL-SINCE    TO WS-OLS-SINCE(WS-OLS-IDX)
               IF OL-ENV = WS-ENV-FILTER
                   MOVE 'N' TO WS-OLS-KEEP(WS-OLS-IDX)
               ELSE
                   MOVE 'Y' TO WS-OLS-KEEP(WS-OLS-IDX)
               END-IF
           END-IF
           PERFORM READ-OUTLIER-RECORD.

      *> ============================================================
      *> Anotar la replica WS-INS-IDX como marcada. Si ya lo estaba
      *> solo se conserva su fila; si es nueva se agrega y se anexa
      *> su OUTLIER a la cola.
      *> ============================================================
       NOTE-OUTLIER-STATE.
           MOVE 'N' TO WS-OLS-FOUND
           PERFORM MATCH-OUTLIER-STATE
               VARYING WS-OLS-IDX FROM 1 BY 1
               UNTIL WS-OLS-IDX > WS-OLS-COUNT
                  OR WS-OLS-FOUND = 'Y'
           IF WS-OLS-FOUND = 'Y'
               SET WS-OLS-IDX TO WS-OLS-MATCH-IDX
               MOVE 'Y' TO WS-OLS-KEEP(WS-OLS-IDX)
           ELSE
               ADD 1 TO WS-NEW-COUNT
               IF WS-OLS-COUNT < 200
                   ADD 1 TO WS-OLS-COUNT
                   SET WS-OLS-IDX TO WS-OLS-COUNT
                   MOVE WS-ENV-FILTER TO WS-OLS-ENV(WS-OLS-IDX)
                   MOVE WS-INS-NAME(WS-INS-IDX)
                       TO WS-OLS-NAME(WS-OLS-IDX)
                   MOVE WS-INS-INSTANCE(WS-INS-IDX)
                       TO WS-OLS-INSTANCE(WS-OLS-IDX)
                   MOVE WS-NOW-TIMESTAMP TO WS-OLS-SINCE(WS-OLS-IDX)
                   MOVE 'Y' TO WS-OLS-KEEP(WS-OLS-IDX)
               END-IF
               IF WS-ENV-PAGEABLE = 'Y'
                   PERFORM APPEND-OUTLIER-RECORD
               END-IF
           END-IF.

       MATCH-OUTLIER-STATE.
           IF WS-OLS-ENV(WS-OLS-IDX) = WS-ENV-FILTER
                   AND WS-OLS-NAME(WS-OLS-IDX) =
                       WS-INS-NAME(WS-INS-IDX)
                   AND WS-OLS-INSTANCE(WS-OLS-IDX) =
                       WS-INS-INSTANCE(WS-INS-IDX)
               MOVE 'Y' TO WS-OLS-FOUND
               SET WS-OLS-MATCH-IDX TO WS-OLS-IDX
           END-IF.

      *> ============================================================
      *> Informar como CLEARED la replica del entorno revisado que
      *> estaba marcada y ya no lo esta (o dejo de reportar)
      *> ============================================================
       REPORT-CLEARED-OUTLIER.
           IF WS-OLS-KEEP(WS-OLS-IDX) = 'N'
               ADD 1 TO WS-CLEARED-COUNT
               DISPLAY "CLEARED "
                   FUNCTION TRIM(WS-OLS-NAME(WS-OLS-IDX))
                   " INSTANCE:"
                   FUNCTION TRIM(WS-OLS-INSTANCE(WS-OLS-IDX))
                   " SINCE:" WS-OLS-SINCE(WS-OLS-IDX)
           END-IF.

      *> ============================================================
      *> Reescribir YUZU.METRICS.OUTLIER con las filas conservadas
      *> ============================================================
       WRITE-OUTLIER-STATE.
           OPEN OUTPUT OUTLIER-FILE
           PERFORM WRITE-OUTLIER-ROW
               VARYING WS-OLS-IDX FROM 1 BY 1
               UNTIL WS-OLS-IDX > WS-OLS-COUNT
           CLOSE OUTLIER-FILE.

       WRITE-OUTLIER-ROW.
           IF WS-OLS-KEEP(WS-OLS-IDX) = 'Y'
               MOVE WS-OLS-ENV(WS-OLS-IDX)      TO OL-ENV
               MOVE WS-OLS-NAME(WS-OLS-IDX)     TO OL-NAME
               MOVE WS-OLS-INSTANCE(WS-OLS-IDX) TO OL-INSTANCE
               MOVE WS-OLS-SINCE(WS-OLS-IDX)    TO OL-SINCE
               WRITE OUTLIER-RECORD
           END-IF.

      *> ============================================================
      *> Anexar el OUTLIER de la replica WS-INS-IDX a
      *> YUZU.ALERTS.QUEUE: nivel WARNING, volumen de su ultima
      *> corrida, su tasa de error y p95 recientes, la instancia y
      *> el equipo duenio. Si el archivo aun no existe, OPEN EXTEND
      *> falla con status 35; se crea vacio y se reintenta.
      *> ============================================================
       APPEND-OUTLIER-RECORD.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-FS = "35"
               OPEN OUTPUT ALERT-FILE
               CLOSE ALERT-FILE
               OPEN EXTEND ALERT-FILE
           END-IF

           MOVE WS-INS-NAME(WS-INS-IDX) TO WS-CUR-NAME
           PERFORM RESOLVE-ROUTE-TEAM

           MOVE WS-NOW-TIMESTAMP TO AQ-TIMESTAMP
           MOVE WS-INS-NAME(WS-INS-IDX)         TO AQ-NAME
           MOVE "WARNING"                       TO AQ-STATUS
           MOVE 2                               TO AQ-STATUS-CODE
           MOVE WS-INS-LAST-TOTAL(WS-INS-IDX)   TO AQ-TOTAL-REQ
           MOVE WS-INS-LAST-OK(WS-INS-IDX)      TO AQ-OK-REQ
           MOVE WS-INS-LAST-ERR(WS-INS-IDX)     TO AQ-ERR-REQ
           MOVE WS-INS-ERR-PCT(WS-INS-IDX)      TO AQ-ERROR-RATE
           MOVE WS-INS-LAST-AVG-LAT(WS-INS-IDX) TO AQ-AVG-LAT
           MOVE WS-INS-P95(WS-INS-IDX)          TO AQ-LAST-LAT
           MOVE 0                               TO AQ-ACTIVE
           MOVE 0                               TO AQ-UPTIME
           MOVE "OUTLIER"                       TO AQ-EVENT
           MOVE 'N'                             TO AQ-ACK
           MOVE WS-ROUTE-TEAM                   TO AQ-TEAM
           MOVE SPACES                          TO AQ-PATH
           MOVE SPACES                          TO AQ-METHOD
           MOVE SPACES                          TO AQ-ROOT-NAME
           MOVE WS-INS-INSTANCE(WS-INS-IDX)     TO AQ-INSTANCE
           MOVE WS-ENV-FILTER                   TO AQ-ENV
           WRITE ALERT-RECORD

           CLOSE ALERT-FILE.

      *> ============================================================
      *> Cargar YUZU.METRICS.ROUTE completa en WS-ROUTE-TABLE. Sin
      *> archivo no hay ruteo y el OUTLIER sale sin AQ-TEAM.
      *> ============================================================
       READ-ROUTING-TABLE.
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-FS NOT = "35"
               PERFORM READ-ROUTE-RECORD
               PERFORM LOAD-ROUTE-RECORD UNTIL WS-ROUTE-EOF = 'Y'
               CLOSE ROUTE-FILE
           END-IF.

       READ-ROUTE-RECORD.
           READ ROUTE-FILE
               AT END
                   MOVE 'Y' TO WS-ROUTE-EOF
           END-READ.

       LOAD-ROUTE-RECORD.
           IF WS-ROUTE-COUNT < 100
               ADD 1 TO WS-ROUTE-COUNT
               SET WS-ROUTE-IDX TO WS-ROUTE-COUNT
               MOVE RT-NAME TO WS-RTE-NAME(WS-ROUTE-IDX)
               MOVE RT-TEAM TO WS-RTE-TEAM(WS-ROUTE-IDX)
           END-IF
           PERFORM READ-ROUTE-RECORD.

      *> ============================================================
      *> Dejar en WS-ROUTE-TEAM el equipo de WS-CUR-NAME: su fila
      *> propia de YUZU.METRICS.ROUTE, o la fila '*' de la flota,
      *> como RESOLVE-ROUTE-TEAM en metrics.cob
      *> ============================================================
       RESOLVE-ROUTE-TEAM.
           MOVE SPACES TO WS-ROUTE-TEAM
           MOVE 'N' TO WS-ROUTE-FOUND
           PERFORM MATCH-ROUTE-EXACT
               VARYING WS-ROUTE-IDX FROM 1 BY 1
               UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT
                  OR WS-ROUTE-FOUND = 'Y'
           IF WS-ROUTE-FOUND = 'N'
               PERFORM MATCH-ROUTE-DEFAULT
                   VARYING WS-ROUTE-IDX FROM 1 BY 1
                   UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT
                      OR WS-ROUTE-FOUND = 'Y'
           END-IF.

       MATCH-ROUTE-EXACT.
           IF WS-RTE-NAME(WS-ROUTE-IDX) = WS-CUR-NAME
               MOVE 'Y' TO WS-ROUTE-FOUND
               MOVE WS-RTE-TEAM(WS-ROUTE-IDX) TO WS-ROUTE-TEAM
           END-IF.

       MATCH-ROUTE-DEFAULT.
           IF WS-RTE-NAME(WS-ROUTE-IDX)(1:1) = '*'
               MOVE 'Y' TO WS-ROUTE-FOUND
               MOVE WS-RTE-TEAM(WS-ROUTE-IDX) TO WS-ROUTE-TEAM
           END-IF.

      *> ============================================================
      *> Dejar en WS-ENV-PAGEABLE si el entorno revisado pagina: su
      *> fila de YUZU.METRICS.ENV manda; sin fila (o sin archivo)
      *> solo production pagina, igual que en YUZU-METRICS
      *> ============================================================
       RESOLVE-ENV-PAGEABLE.
           IF WS-ENV-FILTER = "production"
               MOVE 'Y' TO WS-ENV-PAGEABLE
           END-IF
           MOVE 'N' TO WS-ENV-EOF
           OPEN INPUT ENV-FILE
           IF WS-ENV-FS NOT = "35"
               PERFORM READ-ENV-RECORD
               PERFORM MATCH-ENV-RECORD UNTIL WS-ENV-EOF = 'Y'
               CLOSE ENV-FILE
           END-IF.

       READ-ENV-RECORD.
           READ ENV-FILE
               AT END
                   MOVE 'Y' TO WS-ENV-EOF
           END-READ.

       MATCH-ENV-RECORD.
           IF EV-NAME = WS-ENV-FILTER
               IF EV-PAGEABLE = 'Y'
                   MOVE 'Y' TO WS-ENV-PAGEABLE
               ELSE
                   MOVE 'N' TO WS-ENV-PAGEABLE
               END-IF
           END-IF
           PERFORM READ-ENV-RECORD.

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
