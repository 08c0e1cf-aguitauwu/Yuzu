      *> ============================================================
      *> Yuzu — COBOL Team Reliability Scorecard
      *> Compilar: cobc -x -o yuzu-metrics-scor metrics-scor.cob
      *> Uso:      ./yuzu-metrics-scor AAAAMM [ENTORNO]
      *> La tarjeta mensual por equipo: agrupa los servicios por
      *> RT-TEAM segun YUZU.METRICS.ROUTE (la fila exacta gana, la
      *> fila '*' es el defecto de la flota, sin ninguna el servicio
      *> sale bajo UNASSIGNED) e imprime, por equipo y servicio,
      *> para el mes pedido: cumplimiento SLA y presupuesto de error
      *> restante (mismo calculo que YUZU-METRICS-SLA), incidentes y
      *> tiempo medio de recuperacion (mismo emparejamiento que
      *> YUZU-METRICS-MTTR), escalamientos (eventos ESCALATED de
      *> YUZU-METRICS-ESCL), deploys y deploys con veredicto
      *> REGRESSION (mismo veredicto que YUZU-METRICS-DVFY con sus
      *> valores por defecto: ventana de 2 horas, tolerancia 10%).
      *> Es la respuesta a "que equipo tiene los peores servicios"
      *> sin juntar tres listados a mano.
      *>
      *> Cada equipo lleva una flecha de tendencia contra el mes
      *> anterior sobre su tasa de exito agregada (^ mejoro, v
      *> empeoro, = igual, - sin dato del mes anterior) y una linea
      *> de ranking, del peor al mejor: menor tasa de exito
      *> primero, y a igual tasa el de mas incidentes. Una copia en
      *> CSV para la presentacion de operaciones queda en
      *> YUZU.METRICS.SCORECARD.CSV.
      *>
      *> La tasa de exito sale de la consolidacion diaria
      *> YUZU.METRICS.DAILY, completada desde YUZU.METRICS.HIST para
      *> los dias posteriores al ultimo consolidado, igual que en
      *> YUZU-METRICS-SLA. El veredicto de deploy necesita la
      *> historia cruda alrededor del corte: un deploy cuya ventana
      *> ya no esta en YUZU.METRICS.HIST sale como no verificado.
      *> Solo cuentan las corridas, eventos y deploys de ENTORNO
      *> (production si no viene); un registro sin entorno es de
      *> production.
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-SCOR.
       AUTHOR. YUZU-PROJECT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "YUZU.METRICS.HIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.

      *> YUZU.METRICS.DAILY — consolidacion diaria por servicio
      *> (ver YUZU-METRICS-DCON); la fuente preferida del mes
           SELECT DAILY-FILE ASSIGN TO "YUZU.METRICS.DAILY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAILY-FS.

      *> YUZU.METRICS.SLA — objetivos contractuales por servicio
           SELECT SLA-FILE ASSIGN TO "YUZU.METRICS.SLA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLA-FS.

      *> YUZU.METRICS.ROUTE — equipo duenio de cada servicio
           SELECT ROUTE-FILE ASSIGN TO "YUZU.METRICS.ROUTE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTE-FS.

           SELECT ALERT-FILE ASSIGN TO "YUZU.ALERTS.QUEUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FS.

           SELECT DEPLOY-FILE ASSIGN TO "YUZU.METRICS.DEPLOY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPLOY-FS.

      *> Copia delimitada para la presentacion — LINE SEQUENTIAL
      *> para que la planilla la lea directo, como el extracto de
      *> YUZU-METRICS-XTR
           SELECT CSV-FILE ASSIGN TO "YUZU.METRICS.SCORECARD.CSV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
           COPY "yuzuhist.cpy".

       FD  DAILY-FILE.
           COPY "yuzudly.cpy".

       FD  SLA-FILE.
           COPY "yuzusla.cpy".

       FD  ROUTE-FILE.
           COPY "yuzurout.cpy".

       FD  ALERT-FILE.
           COPY "yuzualrt.cpy".

       FD  DEPLOY-FILE.
           COPY "yuzudep.cpy".

       FD  CSV-FILE.
       01  CSV-RECORD             PIC X(512).

       WORKING-STORAGE SECTION.
           01 WS-HIST-FS          PIC XX      VALUE SPACES.
           01 WS-DAILY-FS         PIC XX      VALUE SPACES.
           01 WS-SLA-FS           PIC XX      VALUE SPACES.
           01 WS-ROUTE-FS         PIC XX      VALUE SPACES.
           01 WS-ALERT-FS         PIC XX      VALUE SPACES.
           01 WS-DEPLOY-FS        PIC XX      VALUE SPACES.
           01 WS-CSV-FS           PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.
           01 WS-ANY-RECORDS      PIC X       VALUE 'N'.
           01 WS-CUR-NAME         PIC X(32)   VALUE SPACES.

      *> Mes pedido (AAAAMM) y el anterior, para la tendencia; los
      *> rangos van del dia 01 al 31 — la comparacion es de texto,
      *> asi que un mes mas corto no necesita su ultimo dia real
           01 WS-ARG-RAW          PIC X(64)   VALUE SPACES.
           01 WS-MONTH            PIC X(6)    VALUE SPACES.
           01 WS-MONTH-PARTS REDEFINES WS-MONTH.
               05 WS-MONTH-YYYY   PIC 9(4).
               05 WS-MONTH-MM     PIC 99.
           01 WS-PREV-MONTH       PIC X(6)    VALUE SPACES.
           01 WS-PREV-PARTS REDEFINES WS-PREV-MONTH.
               05 WS-PREV-YYYY    PIC 9(4).
               05 WS-PREV-MM      PIC 99.
           01 WS-FROM-DATE        PIC X(8)    VALUE SPACES.
           01 WS-TO-DATE          PIC X(8)    VALUE SPACES.
           01 WS-PREV-FROM        PIC X(8)    VALUE SPACES.
           01 WS-PREV-TO          PIC X(8)    VALUE SPACES.
      *> Entorno reportado — segundo argumento opcional
           01 WS-ENV-FILTER       PIC X(12)   VALUE "production".

      *> Complemento de la consolidacion diaria con la historia
      *> cruda, como en YUZU-METRICS-SLA: la historia solo suma
      *> dias posteriores a WS-HIST-MIN-DATE
           01 WS-LAST-DAILY       PIC X(8)    VALUE "00000000".
           01 WS-HIST-MIN-DATE    PIC X(8)    VALUE "00000000".
           01 WS-REC-DATE         PIC X(8)    VALUE SPACES.
           01 WS-REC-TOTAL        PIC 9(14)   VALUE 0.
           01 WS-REC-OK           PIC 9(14)   VALUE 0.

      *> Objetivos SLA cargados de YUZU.METRICS.SLA
           01 WS-SLA-EOF          PIC X       VALUE 'N'.
           01 WS-SLA-COUNT        PIC 9(4)    VALUE 0.
           01 WS-SLA-FOUND        PIC X       VALUE 'N'.
           01 WS-SLA-MATCH-IDX    PIC 9(4)    VALUE 0.
           01 WS-SLA-TABLE.
               05 WS-SLA-ENTRY    OCCURS 200 TIMES
                       INDEXED BY WS-SLA-IDX.
                   10 WS-SLA-NAME           PIC X(32).
                   10 WS-SLA-SUCCESS-TARGET PIC 9(3)V99.

      *> Ruteo cargado de YUZU.METRICS.ROUTE
           01 WS-ROUTE-EOF        PIC X       VALUE 'N'.
           01 WS-ROUTE-COUNT      PIC 9(4)    VALUE 0.
           01 WS-ROUTE-FOUND      PIC X       VALUE 'N'.
           01 WS-ROUTE-TEAM       PIC X(32)   VALUE SPACES.
           01 WS-ROUTE-TABLE.
               05 WS-ROUTE-ENTRY  OCCURS 100 TIMES
                       INDEXED BY WS-ROUTE-IDX.
                   10 WS-RTE-NAME       PIC X(32).
                   10 WS-RTE-TEAM       PIC X(32).

      *> Acumuladores por servicio — mes pedido y mes anterior,
      *> incidentes, escalamientos y deploys del mes. WS-SVC-TEAM
      *> es la fila de su equipo en WS-TEAM-TABLE.
           01 WS-SVC-COUNT        PIC 9(4)    VALUE 0.
           01 WS-SVC-FOUND        PIC X       VALUE 'N'.
           01 WS-SVC-MATCH-IDX    PIC 9(4)    VALUE 0.
           01 WS-SVC-TABLE.
               05 WS-SVC-ENTRY    OCCURS 200 TIMES
                       INDEXED BY WS-SVC-IDX.
                   10 WS-SVC-NAME        PIC X(32).
                   10 WS-SVC-TEAM        PIC 9(4).
                   10 WS-SVC-SUM-TOTAL   PIC 9(14).
                   10 WS-SVC-SUM-OK      PIC 9(14).
                   10 WS-SVC-PRV-TOTAL   PIC 9(14).
                   10 WS-SVC-PRV-OK      PIC 9(14).
                   10 WS-SVC-INCIDENTS   PIC 9(6).
                   10 WS-SVC-CLOSED      PIC 9(6).
                   10 WS-SVC-SUM-DUR     PIC 9(12).
                   10 WS-SVC-ESCALATIONS PIC 9(6).
                   10 WS-SVC-DEPLOYS     PIC 9(6).
                   10 WS-SVC-REGRESSIONS PIC 9(6).
                   10 WS-SVC-UNVERIFIED  PIC 9(6).

      *> Totales por equipo, armados desde las filas de servicio;
      *> WS-TM-RANK-PCT es la tasa de exito con que se ordena
      *> (999.99 sin dato, para que quede al final del ranking)
           01 WS-TEAM-COUNT       PIC 9(4)    VALUE 0.
           01 WS-TEAM-FOUND       PIC X       VALUE 'N'.
           01 WS-TEAM-MATCH-IDX   PIC 9(4)    VALUE 0.
           01 WS-TEAM-TABLE.
               05 WS-TEAM-ENTRY   OCCURS 100 TIMES
                       INDEXED BY WS-TEAM-IDX.
                   10 WS-TM-NAME         PIC X(32).
                   10 WS-TM-SERVICES     PIC 9(4).
                   10 WS-TM-SUM-TOTAL    PIC 9(15).
                   10 WS-TM-SUM-OK       PIC 9(15).
                   10 WS-TM-PRV-TOTAL    PIC 9(15).
                   10 WS-TM-PRV-OK       PIC 9(15).
                   10 WS-TM-INCIDENTS    PIC 9(6).
                   10 WS-TM-CLOSED       PIC 9(6).
                   10 WS-TM-SUM-DUR      PIC 9(12).
                   10 WS-TM-ESCALATIONS  PIC 9(6).
                   10 WS-TM-DEPLOYS      PIC 9(6).
                   10 WS-TM-REGRESSIONS  PIC 9(6).
                   10 WS-TM-UNVERIFIED   PIC 9(6).
                   10 WS-TM-RANK-PCT     PIC 9(3)V99.
                   10 WS-TM-RANK         PIC 9(4).
                   10 WS-TM-ARROW        PIC X.
                   10 WS-TM-TREND        PIC X(4).

      *> Ranking: fila contra la que se compara y posicion en
      *> impresion
           01 WS-CMP-IDX          PIC 9(4)    VALUE 0.
           01 WS-PRT-RANK         PIC 9(4)    VALUE 0.

      *> Incidente abierto por servicio, como en YUZU-METRICS-MTTR
           01 WS-OPN-COUNT        PIC 9(4)    VALUE 0.
           01 WS-OPN-FOUND        PIC X       VALUE 'N'.
           01 WS-OPN-MATCH-IDX    PIC 9(4)    VALUE 0.
           01 WS-OPN-TABLE.
               05 WS-OPN-ENTRY    OCCURS 200 TIMES
                       INDEXED BY WS-OPN-IDX.
                   10 WS-OPN-NAME    PIC X(32).
                   10 WS-OPN-OPEN    PIC X.
                   10 WS-OPN-TS      PIC X(14).

      *> Deploys del mes con los acumuladores de la ventana antes
      *> y despues de cada uno, como en YUZU-METRICS-DVFY
           01 WS-WINDOW-SECS      PIC 9(8)    VALUE 7200.
           01 WS-TOLERANCE        PIC 9(3)V99 VALUE 10.
           01 WS-DEP-COUNT        PIC 9(4)    VALUE 0.
           01 WS-DEP-TABLE.
               05 WS-DEP-ENTRY    OCCURS 300 TIMES
                       INDEXED BY WS-DEP-IDX.
                   10 WS-DEP-NAME        PIC X(32).
                   10 WS-DEP-SVC         PIC 9(4).
                   10 WS-DEP-SECS        PIC 9(12).
                   10 WS-DEP-BEF-RUNS    PIC 9(6).
                   10 WS-DEP-BEF-ERR-SUM PIC 9(10)V99.
                   10 WS-DEP-BEF-LAT-SUM PIC 9(12)V99.
                   10 WS-DEP-AFT-RUNS    PIC 9(6).
                   10 WS-DEP-AFT-ERR-SUM PIC 9(10)V99.
                   10 WS-DEP-AFT-LAT-SUM PIC 9(12)V99.

      *> Conversion de timestamps
           01 WS-TS-WORK          PIC X(14)   VALUE SPACES.
           01 WS-ROW-SECS         PIC 9(12)   VALUE 0.
           01 WS-OPEN-SECS        PIC 9(12)   VALUE 0.
           01 WS-REC-SECS         PIC 9(12)   VALUE 0.
           01 WS-REC-ERR-RATE     PIC 9(3)V99 VALUE 0.
           01 WS-DURATION         PIC S9(12)  VALUE 0.

      *> Veredicto del deploy en evaluacion
           01 WS-BEF-ERR          PIC 9(3)V99 VALUE 0.
           01 WS-AFT-ERR          PIC 9(3)V99 VALUE 0.
           01 WS-BEF-LAT          PIC 9(8)V99 VALUE 0.
           01 WS-AFT-LAT          PIC 9(8)V99 VALUE 0.
           01 WS-LAT-CHANGE       PIC S9(5)V99 VALUE 0.
           01 WS-ERR-CHANGE       PIC S9(5)V99 VALUE 0.

      *> Metricas de la fila en impresion (servicio o equipo)
           01 WS-SUCCESS-RATE     PIC 9(3)V99 VALUE 0.
           01 WS-PREV-RATE        PIC 9(3)V99 VALUE 0.
           01 WS-ERROR-BUDGET     PIC S9(3)V99 VALUE 0.
           01 WS-MTTR             PIC 9(10)   VALUE 0.
           01 WS-SUCCESS-TXT      PIC X(6)    VALUE SPACES.
           01 WS-PREV-TXT         PIC X(6)    VALUE SPACES.
           01 WS-TARGET-TXT       PIC X(6)    VALUE SPACES.
           01 WS-BUDGET-TXT       PIC X(7)    VALUE SPACES.
           01 WS-MTTR-TXT         PIC X(10)   VALUE SPACES.
           01 WS-RANK-TXT         PIC X(4)    VALUE SPACES.
           01 WS-TREND-TXT        PIC X(4)    VALUE SPACES.
           01 WS-ROW-TYPE         PIC X(7)    VALUE SPACES.
           01 WS-ROW-TEAM         PIC X(32)   VALUE SPACES.
           01 WS-ROW-SERVICE      PIC X(32)   VALUE SPACES.

      *> Linea CSV en armado y campos editados, al estilo de
      *> YUZU-METRICS-XTR
           01 WS-CSV-LINE         PIC X(512)  VALUE SPACES.
           01 WS-CSV-ROWS         PIC 9(6)    VALUE 0.
           01 WS-FMT-PCT          PIC ZZ9.99  VALUE 0.
           01 WS-FMT-BUDGET       PIC +++9.99 VALUE 0.
           01 WS-FMT-MTTR         PIC Z(9)9   VALUE 0.
           01 WS-FMT-INCIDENTS    PIC Z(5)9   VALUE 0.
           01 WS-FMT-ESCALATIONS  PIC Z(5)9   VALUE 0.
           01 WS-FMT-DEPLOYS      PIC Z(5)9   VALUE 0.
           01 WS-FMT-REGRESSIONS  PIC Z(5)9   VALUE 0.
           01 WS-FMT-UNVERIFIED   PIC Z(5)9   VALUE 0.
           01 WS-FMT-SERVICES     PIC ZZZ9    VALUE 0.
           01 WS-FMT-RANK         PIC ZZZ9    VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-RAW FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-RAW) TO WS-MONTH
           DISPLAY 2 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG-RAW
           ACCEPT WS-ARG-RAW FROM ARGUMENT-VALUE
           IF WS-ARG-RAW NOT = SPACES
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ARG-RAW))
                   TO WS-ENV-FILTER
           END-IF

           IF WS-MONTH IS NOT NUMERIC
                   OR WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
               DISPLAY "ERROR:BAD_MONTH"
               DISPLAY "USAGE:yuzu-metrics-scor AAAAMM [ENTORNO]"
               STOP RUN
           END-IF

           IF WS-MONTH-MM = 1
               COMPUTE WS-PREV-YYYY = WS-MONTH-YYYY - 1
               MOVE 12 TO WS-PREV-MM
           ELSE
               MOVE WS-MONTH-YYYY TO WS-PREV-YYYY
               COMPUTE WS-PREV-MM = WS-MONTH-MM - 1
           END-IF
           STRING WS-MONTH "01" DELIMITED BY SIZE INTO WS-FROM-DATE
           STRING WS-MONTH "31" DELIMITED BY SIZE INTO WS-TO-DATE
           STRING WS-PREV-MONTH "01" DELIMITED BY SIZE
               INTO WS-PREV-FROM
           STRING WS-PREV-MONTH "31" DELIMITED BY SIZE
               INTO WS-PREV-TO

           PERFORM READ-SLA-TARGETS
           PERFORM READ-ROUTING-TABLE
           PERFORM READ-DEPLOY-EVENTS

           OPEN INPUT DAILY-FILE
           IF WS-DAILY-FS NOT = "35"
               PERFORM READ-DAILY-RECORD
               PERFORM ACCUM-DAILY-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE DAILY-FILE
               MOVE WS-LAST-DAILY TO WS-HIST-MIN-DATE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF

      *>   La historia cruda completa el extremo reciente de los dos
      *>   meses y da las ventanas de los deploys, asi que se pasa
      *>   siempre que exista
           OPEN INPUT HIST-FILE
           IF WS-HIST-FS NOT = "35"
               PERFORM READ-HIST-RECORD
               PERFORM ACCUM-HIST-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE HIST-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF

           OPEN INPUT ALERT-FILE
           IF WS-ALERT-FS NOT = "35"
               PERFORM READ-ALERT-RECORD
               PERFORM PAIR-ALERT-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE ALERT-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF

           PERFORM JUDGE-DEPLOY
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-COUNT

           IF WS-ANY-RECORDS = 'N'
               DISPLAY "ERROR:NO_RECORDS_IN_MONTH"
               STOP RUN
           END-IF

           PERFORM ASSIGN-SVC-TEAM
               VARYING WS-SVC-IDX FROM 1 BY 1
               UNTIL WS-SVC-IDX > WS-SVC-COUNT
           PERFORM RANK-TEAM
               VARYING WS-TEAM-IDX FROM 1 BY 1
               UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
           PERFORM SET-TEAM-RANK
               VARYING WS-TEAM-IDX FROM 1 BY 1
               UNTIL WS-TEAM-IDX > WS-TEAM-COUNT

           OPEN OUTPUT CSV-FILE
           MOVE "row,month,team,service,success_pct,prev_success_pc"
               & "t,target_pct,error_budget_left,incidents,mttr_sec,"
               & "escalations,deploys,regressions,unverified_deploys"
               & ",trend,rank"
               TO CSV-RECORD
           WRITE CSV-RECORD

           DISPLAY "SCORECARD_MONTH:" WS-MONTH
               " PREVIOUS:" WS-PREV-MONTH
           DISPLAY "ENVIRONMENT:" FUNCTION TRIM(WS-ENV-FILTER)
           DISPLAY "TEAMS:" WS-TEAM-COUNT " SERVICES:" WS-SVC-COUNT
           PERFORM PRINT-TEAM-BLOCK
               VARYING WS-TEAM-IDX FROM 1 BY 1
               UNTIL WS-TEAM-IDX > WS-TEAM-COUNT

           DISPLAY " "
           DISPLAY "== RANKING (WORST FIRST) =="
           PERFORM PRINT-RANK-LINE
               VARYING WS-PRT-RANK FROM 1 BY 1
               UNTIL WS-PRT-RANK > WS-TEAM-COUNT

           CLOSE CSV-FILE
           DISPLAY " "
           DISPLAY "OUTPUT:YUZU.METRICS.SCORECARD.CSV"
           DISPLAY "CSV_ROWS:" WS-CSV-ROWS
           STOP RUN.

      *> ============================================================
      *> Cargar YUZU.METRICS.SLA en WS-SLA-TABLE. Sin archivo todo
      *> servicio sale sin objetivo ni presupuesto.
      *> ============================================================
       READ-SLA-TARGETS.
           OPEN INPUT SLA-FILE
           IF WS-SLA-FS NOT = "35"
               PERFORM READ-SLA-RECORD
               PERFORM LOAD-SLA-RECORD UNTIL WS-SLA-EOF = 'Y'
               CLOSE SLA-FILE
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.SLA
      *> ============================================================
       READ-SLA-RECORD.
           READ SLA-FILE
               AT END
                   MOVE 'Y' TO WS-SLA-EOF
           END-READ.

      *> ============================================================
      *> Copiar el registro leido a la siguiente fila libre de
      *> WS-SLA-TABLE y avanzar al siguiente registro
      *> ============================================================
       LOAD-SLA-RECORD.
           IF WS-SLA-COUNT < 200
               ADD 1 TO WS-SLA-COUNT
               SET WS-SLA-IDX TO WS-SLA-COUNT
               MOVE SL-NAME           TO WS-SLA-NAME(WS-SLA-IDX)
               MOVE SL-SUCCESS-TARGET
                   TO WS-SLA-SUCCESS-TARGET(WS-SLA-IDX)
           END-IF
           PERFORM READ-SLA-RECORD.

      *> ============================================================
      *> Cargar YUZU.METRICS.ROUTE en WS-ROUTE-TABLE. Sin archivo
      *> todos los servicios salen bajo UNASSIGNED.
      *> ============================================================
       READ-ROUTING-TABLE.
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-FS NOT = "35"
               PERFORM READ-ROUTE-RECORD
               PERFORM LOAD-ROUTE-RECORD UNTIL WS-ROUTE-EOF = 'Y'
               CLOSE ROUTE-FILE
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.ROUTE
      *> ============================================================
       READ-ROUTE-RECORD.
           READ ROUTE-FILE
               AT END
                   MOVE 'Y' TO WS-ROUTE-EOF
           END-READ.

      *> ============================================================
      *> Copiar el registro leido a la siguiente fila libre de
      *> WS-ROUTE-TABLE y avanzar al siguiente registro
      *> ============================================================
       LOAD-ROUTE-RECORD.
           IF WS-ROUTE-COUNT < 100
               ADD 1 TO WS-ROUTE-COUNT
               SET WS-ROUTE-IDX TO WS-ROUTE-COUNT
               MOVE RT-NAME TO WS-RTE-NAME(WS-ROUTE-IDX)
               MOVE RT-TEAM TO WS-RTE-TEAM(WS-ROUTE-IDX)
           END-IF
           PERFORM READ-ROUTE-RECORD.

      *> ============================================================
      *> Cargar los deploys del mes y del entorno en WS-DEP-TABLE,
      *> contandolos en la fila de su servicio. Sin archivo no hay
      *> deploys que contar.
      *> ============================================================
       READ-DEPLOY-EVENTS.
           OPEN INPUT DEPLOY-FILE
           IF WS-DEPLOY-FS NOT = "35"
               PERFORM READ-DEPLOY-RECORD
               PERFORM LOAD-DEPLOY-EVENT UNTIL WS-EOF-FLAG = 'Y'
               CLOSE DEPLOY-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.DEPLOY; un
      *> registro sin entorno es de production
      *> ============================================================
       READ-DEPLOY-RECORD.
           READ DEPLOY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF DP-ENV = SPACES
                       MOVE "production" TO DP-ENV
                   END-IF
           END-READ.

      *> ============================================================
      *> Contar el deploy leido si es del mes y del entorno, y
      *> guardarlo para el veredicto; avanzar al siguiente. Un
      *> timestamp ilegible no se puede ubicar y se salta.
      *> ============================================================
       LOAD-DEPLOY-EVENT.
           IF DP-TIMESTAMP IS NUMERIC
                   AND DP-ENV = WS-ENV-FILTER
                   AND DP-TIMESTAMP(1:8) >= WS-FROM-DATE
                   AND DP-TIMESTAMP(1:8) <= WS-TO-DATE
               MOVE 'Y' TO WS-ANY-RECORDS
               MOVE DP-NAME TO WS-CUR-NAME
               PERFORM LOCATE-SVC-ENTRY
               IF WS-SVC-MATCH-IDX > 0
                   SET WS-SVC-IDX TO WS-SVC-MATCH-IDX
                   ADD 1 TO WS-SVC-DEPLOYS(WS-SVC-IDX)
                   IF WS-DEP-COUNT < 300
                       ADD 1 TO WS-DEP-COUNT
                       SET WS-DEP-IDX TO WS-DEP-COUNT
                       MOVE DP-NAME TO WS-DEP-NAME(WS-DEP-IDX)
                       MOVE WS-SVC-MATCH-IDX TO WS-DEP-SVC(WS-DEP-IDX)
                       MOVE DP-TIMESTAMP TO WS-TS-WORK
                       PERFORM TIMESTAMP-TO-SECS
                       MOVE WS-ROW-SECS TO WS-DEP-SECS(WS-DEP-IDX)
                       MOVE 0 TO WS-DEP-BEF-RUNS(WS-DEP-IDX)
                       MOVE 0 TO WS-DEP-BEF-ERR-SUM(WS-DEP-IDX)
                       MOVE 0 TO WS-DEP-BEF-LAT-SUM(WS-DEP-IDX)
                       MOVE 0 TO WS-DEP-AFT-RUNS(WS-DEP-IDX)
                       MOVE 0 TO WS-DEP-AFT-ERR-SUM(WS-DEP-IDX)
                       MOVE 0 TO WS-DEP-AFT-LAT-SUM(WS-DEP-IDX)
                   ELSE
      *>               Pasados los 300 deploys del mes el resto se
      *>               cuenta pero sale como no verificado
                       ADD 1 TO WS-SVC-UNVERIFIED(WS-SVC-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-DEPLOY-RECORD.

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
      *> Sumar el registro diario actual al mes que le toque, y
      *> avanzar al siguiente. Se recuerda el ultimo dia consolidado
      *> para que la historia cruda no lo cuente dos veces.
      *> ============================================================
       ACCUM-DAILY-RECORD.
           IF DY-DATE IS NUMERIC AND DY-DATE > WS-LAST-DAILY
               MOVE DY-DATE TO WS-LAST-DAILY
           END-IF
           IF DY-ENV = WS-ENV-FILTER
               MOVE DY-DATE      TO WS-REC-DATE
               MOVE DY-NAME      TO WS-CUR-NAME
               MOVE DY-TOTAL-REQ TO WS-REC-TOTAL
               MOVE DY-OK-REQ    TO WS-REC-OK
               PERFORM ACCUM-MONTH-VOLUME
           END-IF
           PERFORM READ-DAILY-RECORD.

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
      *> Sumar el registro de historia actual a su mes si es
      *> posterior al ultimo dia consolidado, y a la ventana de
      *> cada deploy de su servicio que lo cubra; avanzar al
      *> siguiente
      *> ============================================================
       ACCUM-HIST-RECORD.
           IF HR-TIMESTAMP IS NUMERIC AND HR-ENV = WS-ENV-FILTER
               IF HR-TIMESTAMP(1:8) > WS-HIST-MIN-DATE
                   MOVE HR-TIMESTAMP(1:8) TO WS-REC-DATE
                   MOVE HR-NAME           TO WS-CUR-NAME
                   MOVE HR-TOTAL-REQ      TO WS-REC-TOTAL
                   MOVE HR-OK-REQ         TO WS-REC-OK
                   PERFORM ACCUM-MONTH-VOLUME
               END-IF
               IF WS-DEP-COUNT > 0
                   PERFORM PREPARE-HIST-RECORD
                   PERFORM MATCH-DEPLOY-WINDOW
                       VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > WS-DEP-COUNT
               END-IF
           END-IF
           PERFORM READ-HIST-RECORD.

      *> ============================================================
      *> Sumar WS-REC-TOTAL/WS-REC-OK del dia WS-REC-DATE a la fila
      *> de WS-CUR-NAME, en el mes pedido o en el anterior
      *> ============================================================
       ACCUM-MONTH-VOLUME.
           IF WS-REC-DATE >= WS-FROM-DATE AND WS-REC-DATE <= WS-TO-DATE
               MOVE 'Y' TO WS-ANY-RECORDS
               PERFORM LOCATE-SVC-ENTRY
               IF WS-SVC-MATCH-IDX > 0
                   SET WS-SVC-IDX TO WS-SVC-MATCH-IDX
                   ADD WS-REC-TOTAL TO WS-SVC-SUM-TOTAL(WS-SVC-IDX)
                   ADD WS-REC-OK    TO WS-SVC-SUM-OK(WS-SVC-IDX)
               END-IF
           ELSE
               IF WS-REC-DATE >= WS-PREV-FROM
                       AND WS-REC-DATE <= WS-PREV-TO
                   PERFORM LOCATE-SVC-ENTRY
                   IF WS-SVC-MATCH-IDX > 0
                       SET WS-SVC-IDX TO WS-SVC-MATCH-IDX
                       ADD WS-REC-TOTAL
                           TO WS-SVC-PRV-TOTAL(WS-SVC-IDX)
                       ADD WS-REC-OK TO WS-SVC-PRV-OK(WS-SVC-IDX)
                   END-IF
               END-IF
           END-IF.

      *> ============================================================
      *> Dejar en WS-REC-SECS y WS-REC-ERR-RATE la hora en segundos
      *> y la tasa de error del registro de historia actual, como
      *> en YUZU-METRICS-DVFY
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
      *> lado que corresponda del corte
      *> ============================================================
       MATCH-DEPLOY-WINDOW.
           IF HR-NAME = WS-DEP-NAME(WS-DEP-IDX)
               IF WS-REC-SECS < WS-DEP-SECS(WS-DEP-IDX)
                       AND WS-REC-SECS >=
                           WS-DEP-SECS(WS-DEP-IDX) - WS-WINDOW-SECS
                   ADD 1 TO WS-DEP-BEF-RUNS(WS-DEP-IDX)
                   ADD WS-REC-ERR-RATE
                       TO WS-DEP-BEF-ERR-SUM(WS-DEP-IDX)
                   ADD HR-AVG-LAT
                       TO WS-DEP-BEF-LAT-SUM(WS-DEP-IDX)
               ELSE
                   IF WS-REC-SECS >= WS-DEP-SECS(WS-DEP-IDX)
                           AND WS-REC-SECS <=
                               WS-DEP-SECS(WS-DEP-IDX)
                                   + WS-WINDOW-SECS
                       ADD 1 TO WS-DEP-AFT-RUNS(WS-DEP-IDX)
                       ADD WS-REC-ERR-RATE
                           TO WS-DEP-AFT-ERR-SUM(WS-DEP-IDX)
                       ADD HR-AVG-LAT
                           TO WS-DEP-AFT-LAT-SUM(WS-DEP-IDX)
                   END-IF
               END-IF
           END-IF.

      *> ============================================================
      *> Veredicto del deploy WS-DEP-IDX con la regla de
      *> YUZU-METRICS-DVFY: REGRESSION si la latencia o la tasa de
      *> error subieron mas que la tolerancia (o el error aparecio
      *> de cero a mas de un punto). Sin corridas a algun lado del
      *> corte el deploy queda no verificado.
      *> ============================================================
       JUDGE-DEPLOY.
           SET WS-SVC-IDX TO WS-DEP-SVC(WS-DEP-IDX)
           IF WS-DEP-BEF-RUNS(WS-DEP-IDX) = 0
                   OR WS-DEP-AFT-RUNS(WS-DEP-IDX) = 0
               ADD 1 TO WS-SVC-UNVERIFIED(WS-SVC-IDX)
           ELSE
               COMPUTE WS-BEF-ERR =
                   WS-DEP-BEF-ERR-SUM(WS-DEP-IDX)
                       / WS-DEP-BEF-RUNS(WS-DEP-IDX)
               COMPUTE WS-AFT-ERR =
                   WS-DEP-AFT-ERR-SUM(WS-DEP-IDX)
                       / WS-DEP-AFT-RUNS(WS-DEP-IDX)
               COMPUTE WS-BEF-LAT =
                   WS-DEP-BEF-LAT-SUM(WS-DEP-IDX)
                       / WS-DEP-BEF-RUNS(WS-DEP-IDX)
               COMPUTE WS-AFT-LAT =
                   WS-DEP-AFT-LAT-SUM(WS-DEP-IDX)
                       / WS-DEP-AFT-RUNS(WS-DEP-IDX)

               MOVE 0 TO WS-LAT-CHANGE WS-ERR-CHANGE
               IF WS-BEF-LAT > 0
                   COMPUTE WS-LAT-CHANGE ROUNDED =
                       ((WS-AFT-LAT - WS-BEF-LAT) * 100) / WS-BEF-LAT
               END-IF
               IF WS-BEF-ERR > 0
                   COMPUTE WS-ERR-CHANGE ROUNDED =
                       ((WS-AFT-ERR - WS-BEF-ERR) * 100) / WS-BEF-ERR
               END-IF

               IF WS-LAT-CHANGE > WS-TOLERANCE
                       OR WS-ERR-CHANGE > WS-TOLERANCE
                       OR (WS-BEF-ERR = 0 AND WS-AFT-ERR > 1)
                   ADD 1 TO WS-SVC-REGRESSIONS(WS-SVC-IDX)
               END-IF
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de la cola de alertas; un
      *> registro sin entorno es de production
      *> ============================================================
       READ-ALERT-RECORD.
           READ ALERT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF AQ-ENV = SPACES
                       MOVE "production" TO AQ-ENV
                   END-IF
           END-READ.

      *> ============================================================
      *> Emparejar el evento leido como en YUZU-METRICS-MTTR: una
      *> apertura (ALERT/MISSING/blanco) deja al servicio con
      *> incidente abierto y cuenta si cae en el mes; un RECOVERED
      *> lo cierra y suma la duracion si la apertura cayo en el
      *> mes. Los ESCALATED del mes se cuentan aparte. Avanzar al
      *> siguiente registro.
      *> ============================================================
       PAIR-ALERT-RECORD.
           IF AQ-NAME NOT = SPACES AND AQ-ENV = WS-ENV-FILTER
               EVALUATE TRUE
                   WHEN AQ-EVENT = "ALERT" OR AQ-EVENT = "MISSING"
                           OR AQ-EVENT = SPACES
                       PERFORM NOTE-INCIDENT-OPEN
                   WHEN AQ-EVENT = "RECOVERED"
                       PERFORM NOTE-INCIDENT-CLOSE
                   WHEN AQ-EVENT = "ESCALATED"
                       IF AQ-TIMESTAMP(1:8) >= WS-FROM-DATE
                               AND AQ-TIMESTAMP(1:8) <= WS-TO-DATE
                           MOVE 'Y' TO WS-ANY-RECORDS
                           MOVE AQ-NAME TO WS-CUR-NAME
                           PERFORM LOCATE-SVC-ENTRY
                           IF WS-SVC-MATCH-IDX > 0
                               SET WS-SVC-IDX TO WS-SVC-MATCH-IDX
                               ADD 1 TO WS-SVC-ESCALATIONS(WS-SVC-IDX)
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM READ-ALERT-RECORD.

      *> ============================================================
      *> Registrar la apertura del incidente del servicio del
      *> evento leido, si no tiene ya uno abierto, y contarla si
      *> cae en el mes
      *> ============================================================
       NOTE-INCIDENT-OPEN.
           PERFORM FIND-OPEN-ROW
           IF WS-OPN-FOUND = 'N'
               IF WS-OPN-COUNT < 200
                   ADD 1 TO WS-OPN-COUNT
                   MOVE WS-OPN-COUNT TO WS-OPN-MATCH-IDX
                   SET WS-OPN-IDX TO WS-OPN-COUNT
                   MOVE AQ-NAME TO WS-OPN-NAME(WS-OPN-IDX)
                   MOVE 'N' TO WS-OPN-OPEN(WS-OPN-IDX)
               END-IF
           END-IF
           IF WS-OPN-MATCH-IDX > 0
               SET WS-OPN-IDX TO WS-OPN-MATCH-IDX
               IF WS-OPN-OPEN(WS-OPN-IDX) = 'N'
                   MOVE 'Y' TO WS-OPN-OPEN(WS-OPN-IDX)
                   MOVE AQ-TIMESTAMP TO WS-OPN-TS(WS-OPN-IDX)
                   IF AQ-TIMESTAMP(1:8) >= WS-FROM-DATE
                           AND AQ-TIMESTAMP(1:8) <= WS-TO-DATE
                       MOVE 'Y' TO WS-ANY-RECORDS
                       MOVE AQ-NAME TO WS-CUR-NAME
                       PERFORM LOCATE-SVC-ENTRY
                       IF WS-SVC-MATCH-IDX > 0
                           SET WS-SVC-IDX TO WS-SVC-MATCH-IDX
                           ADD 1 TO WS-SVC-INCIDENTS(WS-SVC-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> ============================================================
      *> Cerrar el incidente abierto del servicio del evento leido
      *> y, si su apertura cayo en el mes, sumar su duracion al
      *> servicio
      *> ============================================================
       NOTE-INCIDENT-CLOSE.
           PERFORM FIND-OPEN-ROW
           IF WS-OPN-FOUND = 'Y'
               SET WS-OPN-IDX TO WS-OPN-MATCH-IDX
               IF WS-OPN-OPEN(WS-OPN-IDX) = 'Y'
                   MOVE 'N' TO WS-OPN-OPEN(WS-OPN-IDX)
                   IF WS-OPN-TS(WS-OPN-IDX)(1:8) >= WS-FROM-DATE
                           AND WS-OPN-TS(WS-OPN-IDX)(1:8)
                               <= WS-TO-DATE
                           AND WS-OPN-TS(WS-OPN-IDX) IS NUMERIC
                           AND AQ-TIMESTAMP IS NUMERIC
                       PERFORM TALLY-CLOSED-INCIDENT
                   END-IF
               END-IF
           END-IF.

      *> ============================================================
      *> Sumar la duracion del incidente recien cerrado a la fila
      *> de su servicio
      *> ============================================================
       TALLY-CLOSED-INCIDENT.
           MOVE WS-OPN-TS(WS-OPN-IDX) TO WS-TS-WORK
           PERFORM TIMESTAMP-TO-SECS
           MOVE WS-ROW-SECS TO WS-OPEN-SECS
           MOVE AQ-TIMESTAMP TO WS-TS-WORK
           PERFORM TIMESTAMP-TO-SECS
           COMPUTE WS-DURATION = WS-ROW-SECS - WS-OPEN-SECS
           IF WS-DURATION < 0
               MOVE 0 TO WS-DURATION
           END-IF
           MOVE AQ-NAME TO WS-CUR-NAME
           PERFORM LOCATE-SVC-ENTRY
           IF WS-SVC-MATCH-IDX > 0
               SET WS-SVC-IDX TO WS-SVC-MATCH-IDX
               ADD 1 TO WS-SVC-CLOSED(WS-SVC-IDX)
               ADD WS-DURATION TO WS-SVC-SUM-DUR(WS-SVC-IDX)
           END-IF.

      *> ============================================================
      *> Ubicar la fila de incidente abierto del servicio del
      *> evento leido; deja WS-OPN-FOUND y WS-OPN-MATCH-IDX
      *> ============================================================
       FIND-OPEN-ROW.
           MOVE 'N' TO WS-OPN-FOUND
           MOVE 0 TO WS-OPN-MATCH-IDX
           PERFORM MATCH-OPEN-ROW
               VARYING WS-OPN-IDX FROM 1 BY 1
               UNTIL WS-OPN-IDX > WS-OPN-COUNT
                  OR WS-OPN-FOUND = 'Y'.

      *> ============================================================
      *> Comparar la fila WS-OPN-IDX contra AQ-NAME
      *> ============================================================
       MATCH-OPEN-ROW.
           IF WS-OPN-NAME(WS-OPN-IDX) = AQ-NAME
               MOVE 'Y' TO WS-OPN-FOUND
               SET WS-OPN-MATCH-IDX TO WS-OPN-IDX
           END-IF.

      *> ============================================================
      *> Ubicar (o crear) la fila de WS-SVC-TABLE para WS-CUR-NAME;
      *> deja el indice en WS-SVC-MATCH-IDX (0 si la tabla esta
      *> llena — mas de 200 servicios no estan cubiertos por este
      *> reporte, igual que en YUZU-METRICS-SLA)
      *> ============================================================
       LOCATE-SVC-ENTRY.
           MOVE 'N' TO WS-SVC-FOUND
           MOVE 0 TO WS-SVC-MATCH-IDX
           PERFORM FIND-SVC-ENTRY
               VARYING WS-SVC-IDX FROM 1 BY 1
               UNTIL WS-SVC-IDX > WS-SVC-COUNT
                  OR WS-SVC-FOUND = 'Y'
           IF WS-SVC-FOUND = 'N' AND WS-SVC-COUNT < 200
               ADD 1 TO WS-SVC-COUNT
               MOVE WS-SVC-COUNT TO WS-SVC-MATCH-IDX
               SET WS-SVC-IDX TO WS-SVC-COUNT
               MOVE WS-CUR-NAME TO WS-SVC-NAME(WS-SVC-IDX)
               MOVE 0 TO WS-SVC-TEAM(WS-SVC-IDX)
               MOVE 0 TO WS-SVC-SUM-TOTAL(WS-SVC-IDX)
               MOVE 0 TO WS-SVC-SUM-OK(WS-SVC-IDX)
               MOVE 0 TO WS-SVC-PRV-TOTAL(WS-SVC-IDX)
               MOVE 0 TO WS-SVC-PRV-OK(WS-SVC-IDX)
               MOVE 0 TO WS-SVC-INCIDENTS(WS-SVC-IDX)
               MOVE 0 TO WS-SVC-CLOSED(WS-SVC-IDX)
               MOVE 0 TO WS-SVC-SUM-DUR(WS-SVC-IDX)
               MOVE 0 TO WS-SVC-ESCALATIONS(WS-SVC-IDX)
               MOVE 0 TO WS-SVC-DEPLOYS(WS-SVC-IDX)
               MOVE 0 TO WS-SVC-REGRESSIONS(WS-SVC-IDX)
               MOVE 0 TO WS-SVC-UNVERIFIED(WS-SVC-IDX)
           END-IF.

      *> ============================================================
      *> Comparar la fila WS-SVC-IDX contra WS-CUR-NAME; si calza,
      *> recordar el indice en WS-SVC-MATCH-IDX
      *> ============================================================
       FIND-SVC-ENTRY.
           IF WS-SVC-NAME(WS-SVC-IDX) = WS-CUR-NAME
               MOVE 'Y' TO WS-SVC-FOUND
               SET WS-SVC-MATCH-IDX TO WS-SVC-IDX
           END-IF.

      *> ============================================================
      *> Resolver el equipo del servicio WS-SVC-IDX y sumar sus
      *> numeros a la fila del equipo
      *> ============================================================
       ASSIGN-SVC-TEAM.
           PERFORM RESOLVE-SVC-TEAM
           PERFORM LOCATE-TEAM-ENTRY
           IF WS-TEAM-MATCH-IDX > 0
               SET WS-TEAM-IDX TO WS-TEAM-MATCH-IDX
               MOVE WS-TEAM-MATCH-IDX TO WS-SVC-TEAM(WS-SVC-IDX)
               ADD 1 TO WS-TM-SERVICES(WS-TEAM-IDX)
               ADD WS-SVC-SUM-TOTAL(WS-SVC-IDX)
                   TO WS-TM-SUM-TOTAL(WS-TEAM-IDX)
               ADD WS-SVC-SUM-OK(WS-SVC-IDX)
                   TO WS-TM-SUM-OK(WS-TEAM-IDX)
               ADD WS-SVC-PRV-TOTAL(WS-SVC-IDX)
                   TO WS-TM-PRV-TOTAL(WS-TEAM-IDX)
               ADD WS-SVC-PRV-OK(WS-SVC-IDX)
                   TO WS-TM-PRV-OK(WS-TEAM-IDX)
               ADD WS-SVC-INCIDENTS(WS-SVC-IDX)
                   TO WS-TM-INCIDENTS(WS-TEAM-IDX)
               ADD WS-SVC-CLOSED(WS-SVC-IDX)
                   TO WS-TM-CLOSED(WS-TEAM-IDX)
               ADD WS-SVC-SUM-DUR(WS-SVC-IDX)
                   TO WS-TM-SUM-DUR(WS-TEAM-IDX)
               ADD WS-SVC-ESCALATIONS(WS-SVC-IDX)
                   TO WS-TM-ESCALATIONS(WS-TEAM-IDX)
               ADD WS-SVC-DEPLOYS(WS-SVC-IDX)
                   TO WS-TM-DEPLOYS(WS-TEAM-IDX)
               ADD WS-SVC-REGRESSIONS(WS-SVC-IDX)
                   TO WS-TM-REGRESSIONS(WS-TEAM-IDX)
               ADD WS-SVC-UNVERIFIED(WS-SVC-IDX)
                   TO WS-TM-UNVERIFIED(WS-TEAM-IDX)
           END-IF.

      *> ============================================================
      *> Dejar en WS-ROUTE-TEAM el equipo del servicio WS-SVC-IDX:
      *> la fila exacta gana, la fila '*' es el defecto de la
      *> flota; sin ninguna (o con RT-TEAM en blanco) UNASSIGNED
      *> ============================================================
       RESOLVE-SVC-TEAM.
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
           END-IF
           IF WS-ROUTE-TEAM = SPACES
               MOVE "UNASSIGNED" TO WS-ROUTE-TEAM
           END-IF.

      *> ============================================================
      *> Comparar la fila de ruteo WS-ROUTE-IDX contra el servicio
      *> WS-SVC-IDX
      *> ============================================================
       MATCH-ROUTE-EXACT.
           IF WS-RTE-NAME(WS-ROUTE-IDX) = WS-SVC-NAME(WS-SVC-IDX)
               MOVE 'Y' TO WS-ROUTE-FOUND
               MOVE WS-RTE-TEAM(WS-ROUTE-IDX) TO WS-ROUTE-TEAM
           END-IF.

      *> ============================================================
      *> Comparar la fila de ruteo WS-ROUTE-IDX contra el defecto
      *> '*' de la flota
      *> ============================================================
       MATCH-ROUTE-DEFAULT.
           IF WS-RTE-NAME(WS-ROUTE-IDX)(1:1) = '*'
               MOVE 'Y' TO WS-ROUTE-FOUND
               MOVE WS-RTE-TEAM(WS-ROUTE-IDX) TO WS-ROUTE-TEAM
           END-IF.

      *> ============================================================
      *> Ubicar (o crear) la fila de WS-TEAM-TABLE para
      *> WS-ROUTE-TEAM; deja el indice en WS-TEAM-MATCH-IDX (0 si
      *> la tabla esta llena)
      *> ============================================================
       LOCATE-TEAM-ENTRY.
           MOVE 'N' TO WS-TEAM-FOUND
           MOVE 0 TO WS-TEAM-MATCH-IDX
           PERFORM FIND-TEAM-ENTRY
               VARYING WS-TEAM-IDX FROM 1 BY 1
               UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
                  OR WS-TEAM-FOUND = 'Y'
           IF WS-TEAM-FOUND = 'N' AND WS-TEAM-COUNT < 100
               ADD 1 TO WS-TEAM-COUNT
               MOVE WS-TEAM-COUNT TO WS-TEAM-MATCH-IDX
               SET WS-TEAM-IDX TO WS-TEAM-COUNT
               MOVE WS-ROUTE-TEAM TO WS-TM-NAME(WS-TEAM-IDX)
               MOVE 0 TO WS-TM-SERVICES(WS-TEAM-IDX)
               MOVE 0 TO WS-TM-SUM-TOTAL(WS-TEAM-IDX)
               MOVE 0 TO WS-TM-SUM-OK(WS-TEAM-IDX)
               MOVE 0 TO WS-TM-PRV-TOTAL(WS-TEAM-IDX)
               MOVE 0 TO WS-TM-PRV-OK(WS-TEAM-IDX)
               MOVE 0 TO WS-TM-INCIDENTS(WS-TEAM-IDX)
               MOVE 0 TO WS-TM-CLOSED(WS-TEAM-IDX)
               MOVE 0 TO WS-TM-SUM-DUR(WS-TEAM-IDX)
               MOVE 0 TO WS-TM-ESCALATIONS(WS-TEAM-IDX)
               MOVE 0 TO WS-TM-DEPLOYS(WS-TEAM-IDX)
               MOVE 0 TO WS-TM-REGRESSIONS(WS-TEAM-IDX)
               MOVE 0 TO WS-TM-UNVERIFIED(WS-TEAM-IDX)
               MOVE 0 TO WS-TM-RANK(WS-TEAM-IDX)
           END-IF.

      *> ============================================================
      *> Comparar la fila WS-TEAM-IDX contra WS-ROUTE-TEAM
      *> ============================================================
       FIND-TEAM-ENTRY.
           IF WS-TM-NAME(WS-TEAM-IDX) = WS-ROUTE-TEAM
               MOVE 'Y' TO WS-TEAM-FOUND
               SET WS-TEAM-MATCH-IDX TO WS-TEAM-IDX
           END-IF.

      *> ============================================================
      *> Calcular la tasa de exito del equipo WS-TEAM-IDX en los dos
      *> meses y su flecha de tendencia. La posicion en el ranking
      *> necesita las tasas de todos y se arma en una segunda
      *> pasada (SET-TEAM-RANK).
      *> ============================================================
       RANK-TEAM.
           MOVE 999.99 TO WS-TM-RANK-PCT(WS-TEAM-IDX)
           IF WS-TM-SUM-TOTAL(WS-TEAM-IDX) > 0
               COMPUTE WS-TM-RANK-PCT(WS-TEAM-IDX) =
                   (WS-TM-SUM-OK(WS-TEAM-IDX) * 100)
                       / WS-TM-SUM-TOTAL(WS-TEAM-IDX)
           END-IF
           IF WS-TM-SUM-TOTAL(WS-TEAM-IDX) = 0
                   OR WS-TM-PRV-TOTAL(WS-TEAM-IDX) = 0
               MOVE '-'    TO WS-TM-ARROW(WS-TEAM-IDX)
               MOVE "NEW"  TO WS-TM-TREND(WS-TEAM-IDX)
           ELSE
               COMPUTE WS-PREV-RATE =
                   (WS-TM-PRV-OK(WS-TEAM-IDX) * 100)
                       / WS-TM-PRV-TOTAL(WS-TEAM-IDX)
               EVALUATE TRUE
                   WHEN WS-TM-RANK-PCT(WS-TEAM-IDX) > WS-PREV-RATE
                       MOVE '^'    TO WS-TM-ARROW(WS-TEAM-IDX)
                       MOVE "UP"   TO WS-TM-TREND(WS-TEAM-IDX)
                   WHEN WS-TM-RANK-PCT(WS-TEAM-IDX) < WS-PREV-RATE
                       MOVE 'v'    TO WS-TM-ARROW(WS-TEAM-IDX)
                       MOVE "DOWN" TO WS-TM-TREND(WS-TEAM-IDX)
                   WHEN OTHER
                       MOVE '='    TO WS-TM-ARROW(WS-TEAM-IDX)
                       MOVE "FLAT" TO WS-TM-TREND(WS-TEAM-IDX)
               END-EVALUATE
           END-IF.

      *> ============================================================
      *> Posicion del equipo WS-TEAM-IDX: 1 mas la cantidad de
      *> equipos peores que el
      *> ============================================================
       SET-TEAM-RANK.
           MOVE 1 TO WS-TM-RANK(WS-TEAM-IDX)
           PERFORM COMPARE-TEAM-RANK
               VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-TEAM-COUNT.

      *> ============================================================
      *> Si el equipo WS-CMP-IDX va antes que WS-TEAM-IDX en el
      *> ranking — menor tasa de exito, a igual tasa mas
      *> incidentes, y a igualdad total el que aparecio primero —
      *> correr WS-TEAM-IDX un lugar
      *> ============================================================
       COMPARE-TEAM-RANK.
           IF WS-CMP-IDX NOT = WS-TEAM-IDX
               EVALUATE TRUE
                   WHEN WS-TM-RANK-PCT(WS-CMP-IDX)
                           < WS-TM-RANK-PCT(WS-TEAM-IDX)
                       ADD 1 TO WS-TM-RANK(WS-TEAM-IDX)
                   WHEN WS-TM-RANK-PCT(WS-CMP-IDX)
                           > WS-TM-RANK-PCT(WS-TEAM-IDX)
                       CONTINUE
                   WHEN WS-TM-INCIDENTS(WS-CMP-IDX)
                           > WS-TM-INCIDENTS(WS-TEAM-IDX)
                       ADD 1 TO WS-TM-RANK(WS-TEAM-IDX)
                   WHEN WS-TM-INCIDENTS(WS-CMP-IDX)
                           = WS-TM-INCIDENTS(WS-TEAM-IDX)
                           AND WS-CMP-IDX < WS-TEAM-IDX
                       ADD 1 TO WS-TM-RANK(WS-TEAM-IDX)
               END-EVALUATE
           END-IF.


      *> ============================================================
      *> Imprimir el bloque del equipo WS-TEAM-IDX: su linea de
      *> totales con la flecha de tendencia y una linea por cada
      *> servicio suyo, con la fila CSV de cada una
      *> ============================================================
       PRINT-TEAM-BLOCK.
           PERFORM FORMAT-TEAM-FIGURES
           DISPLAY " "
           DISPLAY "TEAM:" FUNCTION TRIM(WS-TM-NAME(WS-TEAM-IDX))
               " TREND:" WS-TM-ARROW(WS-TEAM-IDX)
               " " FUNCTION TRIM(WS-TM-TREND(WS-TEAM-IDX))
               " RANK:" FUNCTION TRIM(WS-RANK-TXT)
               " SERVICES:" FUNCTION TRIM(WS-FMT-SERVICES)
               " SUCCESS:" FUNCTION TRIM(WS-SUCCESS-TXT)
               " PREV_SUCCESS:" FUNCTION TRIM(WS-PREV-TXT)
               " INCIDENTS:" FUNCTION TRIM(WS-FMT-INCIDENTS)
               " MTTR_SEC:" FUNCTION TRIM(WS-MTTR-TXT)
               " ESCALATIONS:" FUNCTION TRIM(WS-FMT-ESCALATIONS)
               " DEPLOYS:" FUNCTION TRIM(WS-FMT-DEPLOYS)
               " REGRESSIONS:" FUNCTION TRIM(WS-FMT-REGRESSIONS)
               " UNVERIFIED:" FUNCTION TRIM(WS-FMT-UNVERIFIED)
           MOVE "TEAM" TO WS-ROW-TYPE
           MOVE "*"    TO WS-ROW-SERVICE
           PERFORM WRITE-CSV-ROW
           PERFORM PRINT-TEAM-SERVICE
               VARYING WS-SVC-IDX FROM 1 BY 1
               UNTIL WS-SVC-IDX > WS-SVC-COUNT.

      *> ============================================================
      *> Imprimir la linea del servicio WS-SVC-IDX si es del equipo
      *> WS-TEAM-IDX, con su fila CSV
      *> ============================================================
       PRINT-TEAM-SERVICE.
           IF WS-SVC-TEAM(WS-SVC-IDX) = WS-TEAM-IDX
               PERFORM FORMAT-SVC-FIGURES
               DISPLAY "  " FUNCTION TRIM(WS-SVC-NAME(WS-SVC-IDX))
                   " SUCCESS:" FUNCTION TRIM(WS-SUCCESS-TXT)
                   " PREV_SUCCESS:" FUNCTION TRIM(WS-PREV-TXT)
                   " TARGET:" FUNCTION TRIM(WS-TARGET-TXT)
                   " ERROR_BUDGET_LEFT:" FUNCTION TRIM(WS-BUDGET-TXT)
                   " INCIDENTS:" FUNCTION TRIM(WS-FMT-INCIDENTS)
                   " MTTR_SEC:" FUNCTION TRIM(WS-MTTR-TXT)
                   " ESCALATIONS:" FUNCTION TRIM(WS-FMT-ESCALATIONS)
                   " DEPLOYS:" FUNCTION TRIM(WS-FMT-DEPLOYS)
                   " REGRESSIONS:" FUNCTION TRIM(WS-FMT-REGRESSIONS)
                   " UNVERIFIED:" FUNCTION TRIM(WS-FMT-UNVERIFIED)
               MOVE "SERVICE" TO WS-ROW-TYPE
               MOVE WS-SVC-NAME(WS-SVC-IDX) TO WS-ROW-SERVICE
               PERFORM WRITE-CSV-ROW
           END-IF.

      *> ============================================================
      *> Dejar en los campos de impresion los numeros del equipo
      *> WS-TEAM-IDX. El equipo no tiene objetivo propio: objetivo
      *> y presupuesto son de cada servicio.
      *> ============================================================
       FORMAT-TEAM-FIGURES.
           MOVE "N/A" TO WS-SUCCESS-TXT WS-PREV-TXT
           IF WS-TM-SUM-TOTAL(WS-TEAM-IDX) > 0
               MOVE WS-TM-RANK-PCT(WS-TEAM-IDX) TO WS-FMT-PCT
               MOVE WS-FMT-PCT TO WS-SUCCESS-TXT
           END-IF
           IF WS-TM-PRV-TOTAL(WS-TEAM-IDX) > 0
               COMPUTE WS-PREV-RATE =
                   (WS-TM-PRV-OK(WS-TEAM-IDX) * 100)
                       / WS-TM-PRV-TOTAL(WS-TEAM-IDX)
               MOVE WS-PREV-RATE TO WS-FMT-PCT
               MOVE WS-FMT-PCT TO WS-PREV-TXT
           END-IF
           MOVE SPACES TO WS-TARGET-TXT WS-BUDGET-TXT
           MOVE "N/A" TO WS-MTTR-TXT
           IF WS-TM-CLOSED(WS-TEAM-IDX) > 0
               COMPUTE WS-MTTR =
                   WS-TM-SUM-DUR(WS-TEAM-IDX)
                       / WS-TM-CLOSED(WS-TEAM-IDX)
               MOVE WS-MTTR TO WS-FMT-MTTR
               MOVE WS-FMT-MTTR TO WS-MTTR-TXT
           END-IF
           MOVE WS-TM-SERVICES(WS-TEAM-IDX)    TO WS-FMT-SERVICES
           MOVE WS-TM-INCIDENTS(WS-TEAM-IDX)   TO WS-FMT-INCIDENTS
           MOVE WS-TM-ESCALATIONS(WS-TEAM-IDX) TO WS-FMT-ESCALATIONS
           MOVE WS-TM-DEPLOYS(WS-TEAM-IDX)     TO WS-FMT-DEPLOYS
           MOVE WS-TM-REGRESSIONS(WS-TEAM-IDX) TO WS-FMT-REGRESSIONS
           MOVE WS-TM-UNVERIFIED(WS-TEAM-IDX)  TO WS-FMT-UNVERIFIED
           MOVE WS-TM-RANK(WS-TEAM-IDX)        TO WS-FMT-RANK
           MOVE WS-FMT-RANK TO WS-RANK-TXT
           MOVE WS-TM-TREND(WS-TEAM-IDX)       TO WS-TREND-TXT
           MOVE WS-TM-NAME(WS-TEAM-IDX)        TO WS-ROW-TEAM.

      *> ============================================================
      *> Dejar en los campos de impresion los numeros del servicio
      *> WS-SVC-IDX: tasa de exito de los dos meses, objetivo y
      *> presupuesto de error restante como en YUZU-METRICS-SLA
      *> (puntos de falla permitidos menos consumidos; negativo =
      *> contrato incumplido). Sin volumen en el mes, o sin
      *> objetivo, el dato sale como N/A.
      *> ============================================================
       FORMAT-SVC-FIGURES.
           MOVE "N/A" TO WS-SUCCESS-TXT WS-PREV-TXT
           MOVE "N/A" TO WS-TARGET-TXT WS-BUDGET-TXT
           MOVE 0 TO WS-SUCCESS-RATE
           IF WS-SVC-SUM-TOTAL(WS-SVC-IDX) > 0
               COMPUTE WS-SUCCESS-RATE =
                   (WS-SVC-SUM-OK(WS-SVC-IDX) * 100)
                       / WS-SVC-SUM-TOTAL(WS-SVC-IDX)
               MOVE WS-SUCCESS-RATE TO WS-FMT-PCT
               MOVE WS-FMT-PCT TO WS-SUCCESS-TXT
           END-IF
           IF WS-SVC-PRV-TOTAL(WS-SVC-IDX) > 0
               COMPUTE WS-PREV-RATE =
                   (WS-SVC-PRV-OK(WS-SVC-IDX) * 100)
                       / WS-SVC-PRV-TOTAL(WS-SVC-IDX)
               MOVE WS-PREV-RATE TO WS-FMT-PCT
               MOVE WS-FMT-PCT TO WS-PREV-TXT
           END-IF

           MOVE 'N' TO WS-SLA-FOUND
           PERFORM FIND-SLA-ENTRY
               VARYING WS-SLA-IDX FROM 1 BY 1
               UNTIL WS-SLA-IDX > WS-SLA-COUNT
                  OR WS-SLA-FOUND = 'Y'
           IF WS-SLA-FOUND = 'Y'
               SET WS-SLA-IDX TO WS-SLA-MATCH-IDX
               MOVE WS-SLA-SUCCESS-TARGET(WS-SLA-IDX) TO WS-FMT-PCT
               MOVE WS-FMT-PCT TO WS-TARGET-TXT
               IF WS-SVC-SUM-TOTAL(WS-SVC-IDX) > 0
                   COMPUTE WS-ERROR-BUDGET =
                       (100 - WS-SLA-SUCCESS-TARGET(WS-SLA-IDX))
                           - (100 - WS-SUCCESS-RATE)
                   MOVE WS-ERROR-BUDGET TO WS-FMT-BUDGET
                   MOVE WS-FMT-BUDGET TO WS-BUDGET-TXT
               END-IF
           END-IF

           MOVE "N/A" TO WS-MTTR-TXT
           IF WS-SVC-CLOSED(WS-SVC-IDX) > 0
               COMPUTE WS-MTTR =
                   WS-SVC-SUM-DUR(WS-SVC-IDX)
                       / WS-SVC-CLOSED(WS-SVC-IDX)
               MOVE WS-MTTR TO WS-FMT-MTTR
               MOVE WS-FMT-MTTR TO WS-MTTR-TXT
           END-IF
           MOVE WS-SVC-INCIDENTS(WS-SVC-IDX)   TO WS-FMT-INCIDENTS
           MOVE WS-SVC-ESCALATIONS(WS-SVC-IDX) TO WS-FMT-ESCALATIONS
           MOVE WS-SVC-DEPLOYS(WS-SVC-IDX)     TO WS-FMT-DEPLOYS
           MOVE WS-SVC-REGRESSIONS(WS-SVC-IDX) TO WS-FMT-REGRESSIONS
           MOVE WS-SVC-UNVERIFIED(WS-SVC-IDX)  TO WS-FMT-UNVERIFIED
           MOVE SPACES TO WS-RANK-TXT WS-TREND-TXT.

      *> ============================================================
      *> Comparar la fila WS-SLA-IDX contra el servicio en curso;
      *> si calza, recordar el indice en WS-SLA-MATCH-IDX
      *> ============================================================
       FIND-SLA-ENTRY.
           IF WS-SLA-NAME(WS-SLA-IDX) = WS-SVC-NAME(WS-SVC-IDX)
               MOVE 'Y' TO WS-SLA-FOUND
               SET WS-SLA-MATCH-IDX TO WS-SLA-IDX
           END-IF.

      *> ============================================================
      *> Escribir la fila CSV con los campos de impresion ya
      *> armados; en las filas de servicio tendencia y ranking van
      *> vacios, en las de equipo objetivo y presupuesto
      *> ============================================================
       WRITE-CSV-ROW.
           MOVE SPACES TO WS-CSV-LINE
           STRING FUNCTION TRIM(WS-ROW-TYPE)       DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               WS-MONTH                            DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROW-TEAM)          DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROW-SERVICE)       DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-SUCCESS-TXT)       DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-PREV-TXT)          DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-TARGET-TXT)        DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-BUDGET-TXT)        DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-FMT-INCIDENTS)     DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-MTTR-TXT)          DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-FMT-ESCALATIONS)   DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-FMT-DEPLOYS)       DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-FMT-REGRESSIONS)   DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-FMT-UNVERIFIED)    DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-TREND-TXT)         DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-RANK-TXT)          DELIMITED BY SIZE
               INTO WS-CSV-LINE
           END-STRING
           MOVE WS-CSV-LINE TO CSV-RECORD
           WRITE CSV-RECORD
           ADD 1 TO WS-CSV-ROWS.

      *> ============================================================
      *> Imprimir la linea de ranking de la posicion WS-PRT-RANK
      *> ============================================================
       PRINT-RANK-LINE.
           PERFORM FIND-RANKED-TEAM
               VARYING WS-TEAM-IDX FROM 1 BY 1
               UNTIL WS-TEAM-IDX > WS-TEAM-COUNT.

      *> ============================================================
      *> Si el equipo WS-TEAM-IDX ocupa la posicion WS-PRT-RANK,
      *> imprimir su linea de resumen
      *> ============================================================
       FIND-RANKED-TEAM.
           IF WS-TM-RANK(WS-TEAM-IDX) = WS-PRT-RANK
               PERFORM FORMAT-TEAM-FIGURES
               DISPLAY "RANK:" FUNCTION TRIM(WS-RANK-TXT)
                   " TEAM:" FUNCTION TRIM(WS-TM-NAME(WS-TEAM-IDX))
                   " SUCCESS:" FUNCTION TRIM(WS-SUCCESS-TXT)
                   " TREND:" WS-TM-ARROW(WS-TEAM-IDX)
                   " INCIDENTS:" FUNCTION TRIM(WS-FMT-INCIDENTS)
                   " MTTR_SEC:" FUNCTION TRIM(WS-MTTR-TXT)
                   " ESCALATIONS:" FUNCTION TRIM(WS-FMT-ESCALATIONS)
                   " REGRESSIONS:" FUNCTION TRIM(WS-FMT-REGRESSIONS)
                   "/" FUNCTION TRIM(WS-FMT-DEPLOYS)
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
