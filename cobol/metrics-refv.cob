      *> ============================================================
      *> Yuzu — COBOL Reference Data Validator
      *> Compilar: cobc -x -o yuzu-metrics-refv metrics-refv.cob
      *> Uso:      ./yuzu-metrics-refv   (corre nocturno desde cron)
      *> YUZU-METRICS-VRFY cruza los archivos que el sistema escribe;
      *> este cruza los que se mantienen a mano, que nadie revisaba
      *> hasta que una pagina salia para el equipo equivocado. Lee
      *> YUZU.METRICS.MAINT, ROUTE, SLA, CAPS, EPTHR y SVCPARM, los
      *> valida campo a campo, entre si y contra los servicios que
      *> de verdad reportan en YUZU.METRICS.HIST:
      *>   - campos numericos ilegibles, claves en blanco, filas
      *>     repetidas (YUZU-METRICS se queda con la primera) y mas
      *>     filas de las que YUZU-METRICS carga en memoria;
      *>   - ventanas de mantenimiento que terminan antes de
      *>     empezar, demasiado largas o ya vencidas;
      *>   - ruteo sin equipo o sin contacto de escalamiento;
      *>   - filas de servicios que no aparecen en la historia (un
      *>     servicio renombrado hace meses) y reglas de EPTHR cuyo
      *>     path nunca aparecio en YUZU.METRICS.PATHS;
      *>   - objetivos SLA mas laxos que el umbral de alerta propio
      *>     del servicio en SVCPARM;
      *>   - servicios vivos de production sin ruteo o sin SLA.
      *> Cada hallazgo sale con su severidad: ERROR (el dato esta
      *> roto o se ignora en silencio), WARNING (el dato es legible
      *> pero sospechoso) o INFO (a la vista, sin accion). Termina
      *> con RETURN-CODE 8 si hubo algun ERROR, 4 si solo hubo
      *> WARNING, para que cron frene el cambio que lo rompio antes
      *> de la proxima pagina.
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-REFV.
       AUTHOR. YUZU-PROJECT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "YUZU.METRICS.HIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.

           SELECT PATHS-FILE ASSIGN TO "YUZU.METRICS.PATHS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PATHS-FS.

      *> Los seis archivos de referencia mantenidos a mano
           SELECT MAINT-FILE ASSIGN TO "YUZU.METRICS.MAINT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-FS.

           SELECT ROUTE-FILE ASSIGN TO "YUZU.METRICS.ROUTE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTE-FS.

           SELECT SLA-FILE ASSIGN TO "YUZU.METRICS.SLA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLA-FS.

           SELECT CAPS-FILE ASSIGN TO "YUZU.METRICS.CAPS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAPS-FS.

           SELECT EPTHR-FILE ASSIGN TO "YUZU.METRICS.EPTHR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EPTHR-FS.

           SELECT SVCPARM-FILE ASSIGN TO "YUZU.METRICS.SVCPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVCPARM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
           COPY "yuzuhist.cpy".

       FD  PATHS-FILE.
           COPY "yuzupath.cpy".

       FD  MAINT-FILE.
           COPY "yuzumnt.cpy".

       FD  ROUTE-FILE.
           COPY "yuzurout.cpy".

       FD  SLA-FILE.
           COPY "yuzusla.cpy".

       FD  CAPS-FILE.
           COPY "yuzucap.cpy".

       FD  EPTHR-FILE.
           COPY "yuzuept.cpy".

       FD  SVCPARM-FILE.
           COPY "yuzusvcp.cpy".

       WORKING-STORAGE SECTION.
           01 WS-HIST-FS          PIC XX      VALUE SPACES.
           01 WS-PATHS-FS         PIC XX      VALUE SPACES.
           01 WS-MAINT-FS         PIC XX      VALUE SPACES.
           01 WS-ROUTE-FS         PIC XX      VALUE SPACES.
           01 WS-SLA-FS           PIC XX      VALUE SPACES.
           01 WS-CAPS-FS          PIC XX      VALUE SPACES.
           01 WS-EPTHR-FS         PIC XX      VALUE SPACES.
           01 WS-SVCPARM-FS       PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.
           01 WS-CUR-NAME         PIC X(32)   VALUE SPACES.
           01 WS-CUR-PATH         PIC X(64)   VALUE SPACES.

      *> Hallazgo en armado y totales por severidad — ERROR deja
      *> RETURN-CODE 8, WARNING solo deja 4, INFO no cambia nada
           01 WS-FND-SEVERITY     PIC X(7)    VALUE SPACES.
           01 WS-FND-FILE         PIC X(8)    VALUE SPACES.
           01 WS-FND-CHECK        PIC X(24)   VALUE SPACES.
           01 WS-FND-DETAIL       PIC X(120)  VALUE SPACES.
           01 WS-ERROR-COUNT      PIC 9(6)    VALUE 0.
           01 WS-WARNING-COUNT    PIC 9(6)    VALUE 0.
           01 WS-INFO-COUNT       PIC 9(6)    VALUE 0.

      *> Filas leidas del archivo en validacion y cuantas carga en
      *> memoria el programa que lo usa (las que sobran se ignoran
      *> sin aviso alla)
           01 WS-FILE-ROWS        PIC 9(6)    VALUE 0.
           01 WS-FILE-LIMIT       PIC 9(6)    VALUE 0.
           01 WS-FMT-ROWS         PIC Z(5)9   VALUE 0.
           01 WS-FMT-LIMIT        PIC Z(5)9   VALUE 0.

      *> Servicios que reportan en la historia viva: de cualquier
      *> entorno (para no tratar de desconocido a uno que solo
      *> corre en staging) y si reporta en production, que es el
      *> que tiene que tener ruteo y SLA
           01 WS-HIST-PRESENT     PIC X       VALUE 'N'.
           01 WS-SVC-COUNT        PIC 9(4)    VALUE 0.
           01 WS-SVC-FOUND        PIC X       VALUE 'N'.
           01 WS-SVC-MATCH-IDX    PIC 9(4)    VALUE 0.
           01 WS-SVC-TABLE.
               05 WS-SVC-ENTRY    OCCURS 200 TIMES
                       INDEXED BY WS-SVC-IDX.
                   10 WS-SVC-NAME      PIC X(32).
                   10 WS-SVC-PROD      PIC X.
                   10 WS-SVC-HAS-ROUTE PIC X.
                   10 WS-SVC-HAS-SLA   PIC X.

      *> Claves ya vistas en el archivo en validacion, para
      *> detectar filas repetidas; en EPTHR ademas si el path de la
      *> regla aparecio en YUZU.METRICS.PATHS
           01 WS-SEEN-COUNT       PIC 9(4)    VALUE 0.
           01 WS-SEEN-FOUND       PIC X       VALUE 'N'.
           01 WS-SEEN-TABLE.
               05 WS-SEEN-ENTRY   OCCURS 200 TIMES
                       INDEXED BY WS-SEEN-IDX.
                   10 WS-SEEN-NAME     PIC X(32).
                   10 WS-SEEN-PATH     PIC X(64).
                   10 WS-SEEN-HIT      PIC X.

      *> Umbrales de SVCPARM (la primera fila de cada servicio,
      *> como en YUZU-METRICS) para compararlos contra el SLA
           01 WS-SVP-COUNT        PIC 9(4)    VALUE 0.
           01 WS-SVP-FOUND        PIC X       VALUE 'N'.
           01 WS-SVP-MATCH-IDX    PIC 9(4)    VALUE 0.
           01 WS-SVP-TABLE.
               05 WS-SVP-ENTRY    OCCURS 200 TIMES
                       INDEXED BY WS-SVP-IDX.
                   10 WS-SVP-NAME      PIC X(32).
                   10 WS-SVP-LAT       PIC 9(8)V99.
                   10 WS-SVP-ERR       PIC 9(3)V99.

      *> Ruteo por defecto de la flota (filas '*')
           01 WS-DEFAULT-ROUTES   PIC 9(4)    VALUE 0.

      *> Ventanas de mantenimiento: hora actual y duracion maxima
      *> razonable (una semana; una ventana mas larga suele ser un
      *> fin mal tipeado que silencia las paginas del servicio)
           01 WS-CURRENT-DATE     PIC X(21)   VALUE SPACES.
           01 WS-NOW-TS           PIC X(14)   VALUE SPACES.
           01 WS-MAX-WINDOW-SECS  PIC 9(8)    VALUE 604800.
           01 WS-TS-WORK          PIC X(14)   VALUE SPACES.
           01 WS-ROW-SECS         PIC 9(12)   VALUE 0.
           01 WS-START-SECS       PIC 9(12)   VALUE 0.
           01 WS-WINDOW-SECS      PIC S9(12)  VALUE 0.

      *> Comparacion SLA contra umbral de alerta
           01 WS-SLA-ERR-ALLOWED  PIC 9(3)V99 VALUE 0.
           01 WS-FMT-LAT-A        PIC Z(7)9.99 VALUE 0.
           01 WS-FMT-LAT-B        PIC Z(7)9.99 VALUE 0.
           01 WS-FMT-PCT-A        PIC ZZ9.99  VALUE 0.
           01 WS-FMT-PCT-B        PIC ZZ9.99  VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-NOW-TS

           PERFORM SCAN-HISTORY
           PERFORM CHECK-SVCPARM-FILE
           PERFORM CHECK-MAINT-FILE
           PERFORM CHECK-ROUTE-FILE
           PERFORM CHECK-SLA-FILE
           PERFORM CHECK-CAPS-FILE
           PERFORM CHECK-EPTHR-FILE
           IF WS-HIST-PRESENT = 'Y'
               PERFORM CHECK-LIVE-SERVICE
                   VARYING WS-SVC-IDX FROM 1 BY 1
                   UNTIL WS-SVC-IDX > WS-SVC-COUNT
           END-IF

           DISPLAY "ERRORS:" WS-ERROR-COUNT
               " WARNINGS:" WS-WARNING-COUNT
               " INFO:" WS-INFO-COUNT
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *> ============================================================
      *> Imprimir el hallazgo armado en WS-FND-* sobre el servicio
      *> WS-CUR-NAME y contarlo en su severidad
      *> ============================================================
       REPORT-FINDING.
           EVALUATE WS-FND-SEVERITY
               WHEN "ERROR"
                   ADD 1 TO WS-ERROR-COUNT
               WHEN "WARNING"
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   ADD 1 TO WS-INFO-COUNT
           END-EVALUATE
           DISPLAY "SEVERITY:" FUNCTION TRIM(WS-FND-SEVERITY)
               " FILE:" FUNCTION TRIM(WS-FND-FILE)
               " CHECK:" FUNCTION TRIM(WS-FND-CHECK)
               " SERVICE:" FUNCTION TRIM(WS-CUR-NAME)
               FUNCTION TRIM(WS-FND-DETAIL TRAILING)
           MOVE SPACES TO WS-FND-DETAIL.

      *> ============================================================
      *> Hallazgos de uso comun: clave en blanco, campo numerico
      *> ilegible, fila repetida y servicio que no reporta
      *> ============================================================
       REPORT-BLANK-KEY.
           MOVE "ERROR" TO WS-FND-SEVERITY
           MOVE "BLANK_KEY" TO WS-FND-CHECK
           PERFORM REPORT-FINDING.

       REPORT-BAD-NUMBER.
           MOVE "ERROR" TO WS-FND-SEVERITY
           MOVE "BAD_NUMBER" TO WS-FND-CHECK
           PERFORM REPORT-FINDING.

       REPORT-DUPLICATE.
           MOVE "ERROR" TO WS-FND-SEVERITY
           MOVE "DUPLICATE_ROW" TO WS-FND-CHECK
           PERFORM REPORT-FINDING.

       REPORT-UNKNOWN-SERVICE.
           MOVE "WARNING" TO WS-FND-SEVERITY
           MOVE "UNKNOWN_SERVICE" TO WS-FND-CHECK
           PERFORM REPORT-FINDING.

      *> ============================================================
      *> Al cerrar un archivo: si tiene mas filas de las que carga
      *> el programa que lo usa, las ultimas se ignoran alla sin
      *> aviso
      *> ============================================================
       CHECK-ROW-LIMIT.
           IF WS-FILE-ROWS > WS-FILE-LIMIT
               MOVE "*" TO WS-CUR-NAME
               MOVE WS-FILE-ROWS  TO WS-FMT-ROWS
               MOVE WS-FILE-LIMIT TO WS-FMT-LIMIT
               STRING " ROWS:" FUNCTION TRIM(WS-FMT-ROWS)
                   " LOADED:" FUNCTION TRIM(WS-FMT-LIMIT)
                   DELIMITED BY SIZE INTO WS-FND-DETAIL
               END-STRING
               MOVE "ERROR" TO WS-FND-SEVERITY
               MOVE "TOO_MANY_ROWS" TO WS-FND-CHECK
               PERFORM REPORT-FINDING
           END-IF.

      *> ============================================================
      *> Recorrer la historia viva y anotar cada servicio que
      *> reporta (y si reporta en production). Sin historia no hay
      *> contra que comparar y se saltan los controles de servicio
      *> desconocido y de servicio vivo.
      *> ============================================================
       SCAN-HISTORY.
           OPEN INPUT HIST-FILE
           IF WS-HIST-FS = "35"
               DISPLAY "NOTE:NO_HISTORY_FILE"
           ELSE
               MOVE 'Y' TO WS-HIST-PRESENT
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-HIST-RECORD
               PERFORM TALLY-HIST-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE HIST-FILE
           END-IF.

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
      *> Anotar el servicio del registro leido y avanzar
      *> ============================================================
       TALLY-HIST-RECORD.
           IF HR-NAME NOT = SPACES
               MOVE HR-NAME TO WS-CUR-NAME
               PERFORM FIND-KNOWN-SERVICE
               IF WS-SVC-FOUND = 'N' AND WS-SVC-COUNT < 200
                   ADD 1 TO WS-SVC-COUNT
                   MOVE WS-SVC-COUNT TO WS-SVC-MATCH-IDX
                   SET WS-SVC-IDX TO WS-SVC-COUNT
                   MOVE HR-NAME TO WS-SVC-NAME(WS-SVC-IDX)
                   MOVE 'N' TO WS-SVC-PROD(WS-SVC-IDX)
                   MOVE 'N' TO WS-SVC-HAS-ROUTE(WS-SVC-IDX)
                   MOVE 'N' TO WS-SVC-HAS-SLA(WS-SVC-IDX)
               END-IF
               IF WS-SVC-MATCH-IDX > 0 AND HR-ENV = "production"
                   SET WS-SVC-IDX TO WS-SVC-MATCH-IDX
                   MOVE 'Y' TO WS-SVC-PROD(WS-SVC-IDX)
               END-IF
           END-IF
           PERFORM READ-HIST-RECORD.

      *> ============================================================
      *> Buscar WS-CUR-NAME entre los servicios de la historia;
      *> deja WS-SVC-FOUND y WS-SVC-MATCH-IDX
      *> ============================================================
       FIND-KNOWN-SERVICE.
           MOVE 'N' TO WS-SVC-FOUND
           MOVE 0 TO WS-SVC-MATCH-IDX
           PERFORM MATCH-KNOWN-SERVICE
               VARYING WS-SVC-IDX FROM 1 BY 1
               UNTIL WS-SVC-IDX > WS-SVC-COUNT
                  OR WS-SVC-FOUND = 'Y'.

       MATCH-KNOWN-SERVICE.
           IF WS-SVC-NAME(WS-SVC-IDX) = WS-CUR-NAME
               MOVE 'Y' TO WS-SVC-FOUND
               SET WS-SVC-MATCH-IDX TO WS-SVC-IDX
           END-IF.

      *> ============================================================
      *> Si WS-CUR-NAME no es comodin ('*') y la historia no lo
      *> conoce, reportarlo como servicio desconocido
      *> ============================================================
       CHECK-KNOWN-SERVICE.
           MOVE 'N' TO WS-SVC-FOUND
           IF WS-HIST-PRESENT = 'Y' AND WS-CUR-NAME(1:1) NOT = '*'
               PERFORM FIND-KNOWN-SERVICE
               IF WS-SVC-FOUND = 'N'
                   PERFORM REPORT-UNKNOWN-SERVICE
               END-IF
           END-IF.

      *> ============================================================
      *> Buscar WS-CUR-NAME + WS-CUR-PATH entre las claves ya vistas
      *> del archivo en validacion; si no estaba se agrega.
      *> Deja WS-SEEN-FOUND en 'Y' si la clave es repetida.
      *> ============================================================
       CHECK-SEEN-KEY.
           MOVE 'N' TO WS-SEEN-FOUND
           PERFORM MATCH-SEEN-KEY
               VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                  OR WS-SEEN-FOUND = 'Y'
           IF WS-SEEN-FOUND = 'N' AND WS-SEEN-COUNT < 200
               ADD 1 TO WS-SEEN-COUNT
               SET WS-SEEN-IDX TO WS-SEEN-COUNT
               MOVE WS-CUR-NAME TO WS-SEEN-NAME(WS-SEEN-IDX)
               MOVE WS-CUR-PATH TO WS-SEEN-PATH(WS-SEEN-IDX)
               MOVE 'N' TO WS-SEEN-HIT(WS-SEEN-IDX)
           END-IF.

       MATCH-SEEN-KEY.
           IF WS-SEEN-NAME(WS-SEEN-IDX) = WS-CUR-NAME
                   AND WS-SEEN-PATH(WS-SEEN-IDX) = WS-CUR-PATH
               MOVE 'Y' TO WS-SEEN-FOUND
           END-IF.

      *> ============================================================
      *> Dejar el control de claves y el conteo de filas listos
      *> para el archivo siguiente
      *> ============================================================
       RESET-FILE-CHECK.
           MOVE 0 TO WS-SEEN-COUNT
           MOVE 0 TO WS-FILE-ROWS
           MOVE SPACES TO WS-CUR-PATH
           MOVE 'N' TO WS-EOF-FLAG.

      *> ============================================================
      *> YUZU.METRICS.SVCPARM — umbrales propios por servicio
      *> (YUZU-METRICS carga 100 filas)
      *> ============================================================
       CHECK-SVCPARM-FILE.
           MOVE "SVCPARM" TO WS-FND-FILE
           PERFORM RESET-FILE-CHECK
           MOVE 100 TO WS-FILE-LIMIT
           OPEN INPUT SVCPARM-FILE
           IF WS-SVCPARM-FS NOT = "35"
               PERFORM READ-SVCPARM-RECORD
               PERFORM CHECK-SVCPARM-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE SVCPARM-FILE
               PERFORM CHECK-ROW-LIMIT
           END-IF.

       READ-SVCPARM-RECORD.
           READ SVCPARM-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-FILE-ROWS
           END-READ.

      *> ============================================================
      *> Validar la fila de SVCPARM leida: numeros legibles, tasa
      *> de error hasta 100%, umbrales en cero (todo snapshot los
      *> supera y el servicio pagina en cada corrida), fila
      *> repetida y servicio conocido. La primera fila valida de
      *> cada servicio se guarda para el control de SLA.
      *> ============================================================
       CHECK-SVCPARM-RECORD.
           MOVE SP-NAME TO WS-CUR-NAME
           EVALUATE TRUE
               WHEN SP-NAME = SPACES
                   PERFORM REPORT-BLANK-KEY
               WHEN SP-LAT-THRESHOLD IS NOT NUMERIC
                       OR SP-ERR-THRESHOLD IS NOT NUMERIC
                       OR SP-LOWREQ-UPTIME IS NOT NUMERIC
                       OR SP-BREACH-THRESHOLD IS NOT NUMERIC
                   PERFORM REPORT-BAD-NUMBER
               WHEN OTHER
                   PERFORM CHECK-SEEN-KEY
                   IF WS-SEEN-FOUND = 'Y'
                       PERFORM REPORT-DUPLICATE
                   ELSE
                       IF WS-SVP-COUNT < 200
                           ADD 1 TO WS-SVP-COUNT
                           SET WS-SVP-IDX TO WS-SVP-COUNT
                           MOVE SP-NAME TO WS-SVP-NAME(WS-SVP-IDX)
                           MOVE SP-LAT-THRESHOLD
                               TO WS-SVP-LAT(WS-SVP-IDX)
                           MOVE SP-ERR-THRESHOLD
                               TO WS-SVP-ERR(WS-SVP-IDX)
                       END-IF
                   END-IF
                   IF SP-ERR-THRESHOLD > 100
                       MOVE "ERROR" TO WS-FND-SEVERITY
                       MOVE "ERR_THRESHOLD_OVER_100" TO WS-FND-CHECK
                       PERFORM REPORT-FINDING
                   END-IF
                   IF SP-LAT-THRESHOLD = 0 OR SP-ERR-THRESHOLD = 0
                       MOVE "WARNING" TO WS-FND-SEVERITY
                       MOVE "ZERO_THRESHOLD" TO WS-FND-CHECK
                       PERFORM REPORT-FINDING
                   END-IF
                   PERFORM CHECK-KNOWN-SERVICE
           END-EVALUATE
           PERFORM READ-SVCPARM-RECORD.

      *> ============================================================
      *> YUZU.METRICS.MAINT — ventanas de mantenimiento
      *> (YUZU-METRICS carga 50 filas, vencidas incluidas)
      *> ============================================================
       CHECK-MAINT-FILE.
           MOVE "MAINT" TO WS-FND-FILE
           PERFORM RESET-FILE-CHECK
           MOVE 50 TO WS-FILE-LIMIT
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-FS NOT = "35"
               PERFORM READ-MAINT-RECORD
               PERFORM CHECK-MAINT-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE MAINT-FILE
               PERFORM CHECK-ROW-LIMIT
           END-IF.

       READ-MAINT-RECORD.
           READ MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-FILE-ROWS
           END-READ.

      *> ============================================================
      *> Validar la ventana leida: timestamps legibles, fin antes
      *> del inicio (la ventana nunca esta activa), ventana de mas
      *> de una semana, ventana ya vencida (ocupa lugar en la tabla
      *> de YUZU-METRICS) y servicio conocido. Dos ventanas del
      *> mismo servicio no son un error.
      *> ============================================================
       CHECK-MAINT-RECORD.
           MOVE MW-NAME TO WS-CUR-NAME
           STRING " START:" MW-START " END:" MW-END
               DELIMITED BY SIZE INTO WS-FND-DETAIL
           END-STRING
           EVALUATE TRUE
               WHEN MW-NAME = SPACES
                   PERFORM REPORT-BLANK-KEY
               WHEN MW-START IS NOT NUMERIC OR MW-END IS NOT NUMERIC
                   MOVE "ERROR" TO WS-FND-SEVERITY
                   MOVE "BAD_TIMESTAMP" TO WS-FND-CHECK
                   PERFORM REPORT-FINDING
               WHEN MW-END < MW-START
                   MOVE "ERROR" TO WS-FND-SEVERITY
                   MOVE "END_BEFORE_START" TO WS-FND-CHECK
                   PERFORM REPORT-FINDING
               WHEN OTHER
                   MOVE MW-START TO WS-TS-WORK
                   PERFORM TIMESTAMP-TO-SECS
                   MOVE WS-ROW-SECS TO WS-START-SECS
                   MOVE MW-END TO WS-TS-WORK
                   PERFORM TIMESTAMP-TO-SECS
                   COMPUTE WS-WINDOW-SECS =
                       WS-ROW-SECS - WS-START-SECS
                   IF MW-END < WS-NOW-TS
                       MOVE "INFO" TO WS-FND-SEVERITY
                       MOVE "EXPIRED_WINDOW" TO WS-FND-CHECK
                       PERFORM REPORT-FINDING
                   ELSE
                       IF WS-WINDOW-SECS > WS-MAX-WINDOW-SECS
                           MOVE "WARNING" TO WS-FND-SEVERITY
                           MOVE "WINDOW_OVER_7_DAYS" TO WS-FND-CHECK
                           PERFORM REPORT-FINDING
                       END-IF
                   END-IF
                   PERFORM CHECK-KNOWN-SERVICE
           END-EVALUATE
           MOVE SPACES TO WS-FND-DETAIL
           PERFORM READ-MAINT-RECORD.

      *> ============================================================
      *> YUZU.METRICS.ROUTE — ruteo de paginas y escalamiento
      *> (YUZU-METRICS y YUZU-METRICS-ESCL cargan 100 filas)
      *> ============================================================
       CHECK-ROUTE-FILE.
           MOVE "ROUTE" TO WS-FND-FILE
           PERFORM RESET-FILE-CHECK
           MOVE 100 TO WS-FILE-LIMIT
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-FS NOT = "35"
               PERFORM READ-ROUTE-RECORD
               PERFORM CHECK-ROUTE-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE ROUTE-FILE
               PERFORM CHECK-ROW-LIMIT
               IF WS-DEFAULT-ROUTES > 1
                   MOVE "*" TO WS-CUR-NAME
                   MOVE "WARNING" TO WS-FND-SEVERITY
                   MOVE "MULTIPLE_DEFAULT_ROWS" TO WS-FND-CHECK
                   PERFORM REPORT-FINDING
               END-IF
           END-IF.

       READ-ROUTE-RECORD.
           READ ROUTE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-FILE-ROWS
           END-READ.

      *> ============================================================
      *> Validar la fila de ruteo leida: equipo en blanco (la
      *> pagina sale al destino por defecto del poller), demora
      *> ilegible, sin contacto de escalamiento, fila repetida y
      *> servicio conocido; anotar el ruteo del servicio vivo
      *> ============================================================
       CHECK-ROUTE-RECORD.
           MOVE RT-NAME TO WS-CUR-NAME
           IF RT-NAME = SPACES
               PERFORM REPORT-BLANK-KEY
           ELSE
      *>       Varias filas '*' salen juntas como una sola
      *>       advertencia al cerrar el archivo
               IF RT-NAME(1:1) NOT = '*'
                   PERFORM CHECK-SEEN-KEY
                   IF WS-SEEN-FOUND = 'Y'
                       PERFORM REPORT-DUPLICATE
                   END-IF
               END-IF
               IF RT-TEAM = SPACES
                   MOVE "ERROR" TO WS-FND-SEVERITY
                   MOVE "NO_TEAM" TO WS-FND-CHECK
                   PERFORM REPORT-FINDING
               END-IF
               IF RT-ESC-DELAY IS NOT NUMERIC
                   PERFORM REPORT-BAD-NUMBER
               END-IF
               IF RT-ESCALATION = SPACES
                   MOVE "WARNING" TO WS-FND-SEVERITY
                   MOVE "NO_ESCALATION_CONTACT" TO WS-FND-CHECK
                   PERFORM REPORT-FINDING
               END-IF
               IF RT-NAME(1:1) = '*'
                   ADD 1 TO WS-DEFAULT-ROUTES
               ELSE
                   PERFORM CHECK-KNOWN-SERVICE
                   IF WS-SVC-FOUND = 'Y'
                       SET WS-SVC-IDX TO WS-SVC-MATCH-IDX
                       MOVE 'Y' TO WS-SVC-HAS-ROUTE(WS-SVC-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-ROUTE-RECORD.

      *> ============================================================
      *> YUZU.METRICS.SLA — objetivos contractuales
      *> (YUZU-METRICS-SLA carga 200 filas)
      *> ============================================================
       CHECK-SLA-FILE.
           MOVE "SLA" TO WS-FND-FILE
           PERFORM RESET-FILE-CHECK
           MOVE 200 TO WS-FILE-LIMIT
           OPEN INPUT SLA-FILE
           IF WS-SLA-FS NOT = "35"
               PERFORM READ-SLA-RECORD
               PERFORM CHECK-SLA-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE SLA-FILE
               PERFORM CHECK-ROW-LIMIT
           END-IF.

       READ-SLA-RECORD.
           READ SLA-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-FILE-ROWS
           END-READ.

      *> ============================================================
      *> Validar el objetivo leido: objetivo de exito mayor que 0
      *> y hasta 100, latencia legible, p95 por debajo
      *> del objetivo de promedio (el p95 nunca es menor que el
      *> promedio), fila repetida, servicio conocido, y el
      *> contrato contra el umbral de alerta propio del servicio
      *> ============================================================
       CHECK-SLA-RECORD.
           MOVE SL-NAME TO WS-CUR-NAME
           EVALUATE TRUE
               WHEN SL-NAME = SPACES
                   PERFORM REPORT-BLANK-KEY
               WHEN SL-SUCCESS-TARGET IS NOT NUMERIC
                       OR SL-LAT-TARGET IS NOT NUMERIC
                   PERFORM REPORT-BAD-NUMBER
               WHEN SL-SUCCESS-TARGET = 0 OR SL-SUCCESS-TARGET > 100
                   MOVE SL-SUCCESS-TARGET TO WS-FMT-PCT-A
                   STRING " TARGET:" FUNCTION TRIM(WS-FMT-PCT-A)
                       DELIMITED BY SIZE INTO WS-FND-DETAIL
                   END-STRING
                   MOVE "ERROR" TO WS-FND-SEVERITY
                   MOVE "TARGET_OUT_OF_RANGE" TO WS-FND-CHECK
                   PERFORM REPORT-FINDING
               WHEN OTHER
                   PERFORM CHECK-SEEN-KEY
                   IF WS-SEEN-FOUND = 'Y'
                       PERFORM REPORT-DUPLICATE
                   END-IF
      *>           Un registro de antes de que existiera
      *>           SL-P95-TARGET lo trae en blanco — sin objetivo
                   IF SL-P95-TARGET IS NUMERIC
                       IF SL-P95-TARGET > 0
                               AND SL-P95-TARGET < SL-LAT-TARGET
                           MOVE "WARNING" TO WS-FND-SEVERITY
                           MOVE "P95_BELOW_AVG_TARGET"
                               TO WS-FND-CHECK
                           PERFORM REPORT-FINDING
                       END-IF
                   END-IF
                   PERFORM CHECK-KNOWN-SERVICE
                   IF WS-SVC-FOUND = 'Y'
                       SET WS-SVC-IDX TO WS-SVC-MATCH-IDX
                       MOVE 'Y' TO WS-SVC-HAS-SLA(WS-SVC-IDX)
                   END-IF
                   PERFORM CHECK-SLA-AGAINST-ALERT
           END-EVALUATE
           PERFORM READ-SLA-RECORD.

      *> ============================================================
      *> Comparar el contrato leido contra el umbral de alerta de
      *> SVCPARM del mismo servicio: un objetivo de latencia por
      *> encima del umbral, o una tasa de error permitida (100 menos
      *> el objetivo de exito) por encima del umbral de error,
      *> significa que el contrato y la alerta ya no hablan del
      *> mismo servicio — uno de los dos quedo viejo
      *> ============================================================
       CHECK-SLA-AGAINST-ALERT.
           MOVE 'N' TO WS-SVP-FOUND
           PERFORM MATCH-SVP-ENTRY
               VARYING WS-SVP-IDX FROM 1 BY 1
               UNTIL WS-SVP-IDX > WS-SVP-COUNT
                  OR WS-SVP-FOUND = 'Y'
           IF WS-SVP-FOUND = 'Y'
               SET WS-SVP-IDX TO WS-SVP-MATCH-IDX
               IF SL-LAT-TARGET > WS-SVP-LAT(WS-SVP-IDX)
                   MOVE SL-LAT-TARGET TO WS-FMT-LAT-A
                   MOVE WS-SVP-LAT(WS-SVP-IDX) TO WS-FMT-LAT-B
                   STRING " SLA_LAT:" FUNCTION TRIM(WS-FMT-LAT-A)
                       " ALERT_LAT:" FUNCTION TRIM(WS-FMT-LAT-B)
                       DELIMITED BY SIZE INTO WS-FND-DETAIL
                   END-STRING
                   MOVE "WARNING" TO WS-FND-SEVERITY
                   MOVE "SLA_LOOSER_THAN_ALERT" TO WS-FND-CHECK
                   PERFORM REPORT-FINDING
               END-IF
               COMPUTE WS-SLA-ERR-ALLOWED = 100 - SL-SUCCESS-TARGET
               IF WS-SLA-ERR-ALLOWED > WS-SVP-ERR(WS-SVP-IDX)
                   MOVE WS-SLA-ERR-ALLOWED TO WS-FMT-PCT-A
                   MOVE WS-SVP-ERR(WS-SVP-IDX) TO WS-FMT-PCT-B
                   STRING " SLA_ERR_PCT:" FUNCTION TRIM(WS-FMT-PCT-A)
                       " ALERT_ERR_PCT:" FUNCTION TRIM(WS-FMT-PCT-B)
                       DELIMITED BY SIZE INTO WS-FND-DETAIL
                   END-STRING
                   MOVE "WARNING" TO WS-FND-SEVERITY
                   MOVE "SLA_LOOSER_THAN_ALERT" TO WS-FND-CHECK
                   PERFORM REPORT-FINDING
               END-IF
           END-IF.

       MATCH-SVP-ENTRY.
           IF WS-SVP-NAME(WS-SVP-IDX) = WS-CUR-NAME
               MOVE 'Y' TO WS-SVP-FOUND
               SET WS-SVP-MATCH-IDX TO WS-SVP-IDX
           END-IF.

      *> ============================================================
      *> YUZU.METRICS.CAPS — limites de capacidad
      *> (YUZU-METRICS-FCST carga 100 filas)
      *> ============================================================
       CHECK-CAPS-FILE.
           MOVE "CAPS" TO WS-FND-FILE
           PERFORM RESET-FILE-CHECK
           MOVE 100 TO WS-FILE-LIMIT
           OPEN INPUT CAPS-FILE
           IF WS-CAPS-FS NOT = "35"
               PERFORM READ-CAPS-RECORD
               PERFORM CHECK-CAPS-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE CAPS-FILE
               PERFORM CHECK-ROW-LIMIT
           END-IF.

       READ-CAPS-RECORD.
           READ CAPS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-FILE-ROWS
           END-READ.

      *> ============================================================
      *> Validar el limite leido: legible y distinto de cero (la
      *> proyeccion divide por el), fila repetida, servicio conocido
      *> ============================================================
       CHECK-CAPS-RECORD.
           MOVE CP-NAME TO WS-CUR-NAME
           EVALUATE TRUE
               WHEN CP-NAME = SPACES
                   PERFORM REPORT-BLANK-KEY
               WHEN CP-LIMIT IS NOT NUMERIC
                   PERFORM REPORT-BAD-NUMBER
               WHEN OTHER
                   PERFORM CHECK-SEEN-KEY
                   IF WS-SEEN-FOUND = 'Y'
                       PERFORM REPORT-DUPLICATE
                   END-IF
                   IF CP-LIMIT = 0
                       MOVE "ERROR" TO WS-FND-SEVERITY
                       MOVE "ZERO_LIMIT" TO WS-FND-CHECK
                       PERFORM REPORT-FINDING
                   END-IF
                   PERFORM CHECK-KNOWN-SERVICE
           END-EVALUATE
           PERFORM READ-CAPS-RECORD.

      *> ============================================================
      *> YUZU.METRICS.EPTHR — umbrales por endpoint (YUZU-METRICS
      *> carga 100 filas). Despues de validar las filas se recorre
      *> YUZU.METRICS.PATHS para ver que path de regla nunca
      *> aparecio.
      *> ============================================================
       CHECK-EPTHR-FILE.
           MOVE "EPTHR" TO WS-FND-FILE
           PERFORM RESET-FILE-CHECK
           MOVE 100 TO WS-FILE-LIMIT
           OPEN INPUT EPTHR-FILE
           IF WS-EPTHR-FS NOT = "35"
               PERFORM READ-EPTHR-RECORD
               PERFORM CHECK-EPTHR-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE EPTHR-FILE
               PERFORM CHECK-ROW-LIMIT
               PERFORM CHECK-EPTHR-PATHS
           END-IF.

       READ-EPTHR-RECORD.
           READ EPTHR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-FILE-ROWS
           END-READ.

      *> ============================================================
      *> Validar la regla leida: servicio y path presentes,
      *> umbrales legibles y tasa hasta 100%, regla repetida
      *> (servicio + path), servicio conocido
      *> ============================================================
       CHECK-EPTHR-RECORD.
           MOVE ET-NAME TO WS-CUR-NAME
           MOVE ET-PATH TO WS-CUR-PATH
           STRING " PATH:" FUNCTION TRIM(ET-PATH)
               DELIMITED BY SIZE INTO WS-FND-DETAIL
           END-STRING
           EVALUATE TRUE
               WHEN ET-NAME = SPACES OR ET-PATH = SPACES
                   PERFORM REPORT-BLANK-KEY
               WHEN ET-ERR-THRESHOLD IS NOT NUMERIC
                       OR ET-LAT-THRESHOLD IS NOT NUMERIC
                   PERFORM REPORT-BAD-NUMBER
               WHEN OTHER
                   PERFORM CHECK-SEEN-KEY
                   IF WS-SEEN-FOUND = 'Y'
                       PERFORM REPORT-DUPLICATE
                   END-IF
                   IF ET-ERR-THRESHOLD > 100
                       STRING " PATH:" FUNCTION TRIM(ET-PATH)
                           DELIMITED BY SIZE INTO WS-FND-DETAIL
                       END-STRING
                       MOVE "ERROR" TO WS-FND-SEVERITY
                       MOVE "ERR_THRESHOLD_OVER_100" TO WS-FND-CHECK
                       PERFORM REPORT-FINDING
                   END-IF
                   STRING " PATH:" FUNCTION TRIM(ET-PATH)
                       DELIMITED BY SIZE INTO WS-FND-DETAIL
                   END-STRING
                   PERFORM CHECK-KNOWN-SERVICE
           END-EVALUATE
           MOVE SPACES TO WS-FND-DETAIL
           PERFORM READ-EPTHR-RECORD.

      *> ============================================================
      *> Recorrer YUZU.METRICS.PATHS marcando las reglas con path
      *> exacto que calzan con algun endpoint reportado (del mismo
      *> servicio, o de cualquiera si la regla es de la flota), y
      *> reportar las que nunca calzaron. Sin archivo de endpoints
      *> no hay contra que comparar.
      *> ============================================================
       CHECK-EPTHR-PATHS.
           OPEN INPUT PATHS-FILE
           IF WS-PATHS-FS NOT = "35"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-PATHS-RECORD
               PERFORM TALLY-PATHS-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE PATHS-FILE
               PERFORM REPORT-UNSEEN-PATH
                   VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
           END-IF.

       READ-PATHS-RECORD.
           READ PATHS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       TALLY-PATHS-RECORD.
           PERFORM MARK-PATH-RULE
               VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
           PERFORM READ-PATHS-RECORD.

       MARK-PATH-RULE.
           IF WS-SEEN-HIT(WS-SEEN-IDX) = 'N'
                   AND WS-SEEN-PATH(WS-SEEN-IDX) = PT-PATH
                   AND (WS-SEEN-NAME(WS-SEEN-IDX) = PT-NAME
                       OR WS-SEEN-NAME(WS-SEEN-IDX)(1:1) = '*')
               MOVE 'Y' TO WS-SEEN-HIT(WS-SEEN-IDX)
           END-IF.

       REPORT-UNSEEN-PATH.
           IF WS-SEEN-HIT(WS-SEEN-IDX) = 'N'
                   AND WS-SEEN-PATH(WS-SEEN-IDX)(1:1) NOT = '*'
               MOVE WS-SEEN-NAME(WS-SEEN-IDX) TO WS-CUR-NAME
               STRING " PATH:" FUNCTION TRIM(WS-SEEN-PATH(WS-SEEN-IDX))
                   DELIMITED BY SIZE INTO WS-FND-DETAIL
               END-STRING
               MOVE "WARNING" TO WS-FND-SEVERITY
               MOVE "PATH_NEVER_REPORTED" TO WS-FND-CHECK
               PERFORM REPORT-FINDING
           END-IF.

      *> ============================================================
      *> Servicio vivo de production WS-SVC-IDX: tiene que tener
      *> ruteo (una fila propia; si solo lo cubre la fila '*' de la
      *> flota queda a la vista como INFO) y objetivo SLA
      *> ============================================================
       CHECK-LIVE-SERVICE.
           IF WS-SVC-PROD(WS-SVC-IDX) = 'Y'
               MOVE "HIST" TO WS-FND-FILE
               MOVE WS-SVC-NAME(WS-SVC-IDX) TO WS-CUR-NAME
               IF WS-SVC-HAS-ROUTE(WS-SVC-IDX) = 'N'
                   IF WS-DEFAULT-ROUTES > 0
                       MOVE "INFO" TO WS-FND-SEVERITY
                       MOVE "ROUTED_BY_DEFAULT" TO WS-FND-CHECK
                   ELSE
                       MOVE "WARNING" TO WS-FND-SEVERITY
                       MOVE "LIVE_SERVICE_NO_ROUTE" TO WS-FND-CHECK
                   END-IF
                   PERFORM REPORT-FINDING
               END-IF
               IF WS-SVC-HAS-SLA(WS-SVC-IDX) = 'N'
                   MOVE "WARNING" TO WS-FND-SEVERITY
                   MOVE "LIVE_SERVICE_NO_SLA" TO WS-FND-CHECK
                   PERFORM REPORT-FINDING
               END-IF
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
