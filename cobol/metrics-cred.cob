      *> ============================================================
      *> Yuzu — COBOL SLA Credit Calculation
      *> Compilar: cobc -x -o yuzu-metrics-cred metrics-cred.cob
      *> Uso:      ./yuzu-metrics-cred AAAAMM   (cierre de mes)
      *> Finanzas venia sacando los creditos a clientes a mano desde
      *> la salida de YUZU-METRICS-SLA. Esto lee, para el mes
      *> pedido, la tasa de exito de cada servicio desde la
      *> consolidacion diaria YUZU.METRICS.DAILY (suma de ok sobre
      *> suma de total, la misma cuenta que YUZU-METRICS-SLA) y la
      *> compara contra los escalones de cada contrato de
      *> YUZU.METRICS.CONTRACT. Por cada contrato incumplido anexa
      *> una nota de credito a YUZU.METRICS.CREDIT (porcentaje
      *> alcanzado, escalon aplicado, porcentaje e importe de
      *> credito) e imprime el estado de cuenta del mes para el
      *> area comercial.
      *>
      *> El mes tiene que estar cerrado en la consolidacion (el
      *> ultimo dia del mes ya escrito por YUZU-METRICS-DCON) — un
      *> credito calculado sobre un mes a medias no se puede
      *> devolver. Un mes que ya tiene notas en YUZU.METRICS.CREDIT
      *> no se vuelve a emitir.
      *> La consolidacion diaria se lee solo de production (un
      *> registro sin entorno es de production).
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-CRED.
       AUTHOR. YUZU-PROJECT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> YUZU.METRICS.DAILY — consolidacion diaria por servicio
      *> (ver YUZU-METRICS-DCON); unica fuente del mes
           SELECT DAILY-FILE ASSIGN TO "YUZU.METRICS.DAILY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAILY-FS.

      *> YUZU.METRICS.CONTRACT — contratos y escalones de credito
           SELECT CONTRACT-FILE ASSIGN TO "YUZU.METRICS.CONTRACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-FS.

      *> YUZU.METRICS.CREDIT — notas de credito emitidas, un
      *> registro por contrato incumplido por mes
           SELECT CREDIT-FILE ASSIGN TO "YUZU.METRICS.CREDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CREDIT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-FILE.
           COPY "yuzudly.cpy".

       FD  CONTRACT-FILE.
           COPY "yuzucont.cpy".

       FD  CREDIT-FILE.
           COPY "yuzucrd.cpy".

       WORKING-STORAGE SECTION.
           01 WS-DAILY-FS         PIC XX      VALUE SPACES.
           01 WS-CONTRACT-FS      PIC XX      VALUE SPACES.
           01 WS-CREDIT-FS        PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.
      *> 'Y' cuando la lectura dejo un registro de production (o
      *> sin entorno, que es lo mismo) o llego al final
           01 WS-REC-TAKEN        PIC X       VALUE 'N'.
           01 WS-CUR-NAME         PIC X(32)   VALUE SPACES.

      *> Mes pedido — un argumento AAAAMM; primer y ultimo dia del
      *> mes y cantidad de dias
           01 WS-ARG-RAW          PIC X(64)   VALUE SPACES.
           01 WS-MONTH            PIC X(6)    VALUE SPACES.
           01 WS-FROM-DATE        PIC X(8)    VALUE SPACES.
           01 WS-TO-DATE          PIC X(8)    VALUE SPACES.
           01 WS-FIRST-INT        PIC 9(8)    VALUE 0.
           01 WS-NEXT-INT         PIC 9(8)    VALUE 0.
           01 WS-NEXT-YEAR        PIC 9(4)    VALUE 0.
           01 WS-NEXT-MONTH       PIC 9(2)    VALUE 0.
           01 WS-DAYS-IN-MONTH    PIC 9(2)    VALUE 0.
           01 WS-WORK-DATE        PIC 9(8)    VALUE 0.
           01 WS-WORK-DATE-X REDEFINES WS-WORK-DATE
                                  PIC X(8).

      *> Cobertura del mes en la consolidacion: ultimo dia cerrado
      *> y dias del mes con algun registro
           01 WS-LAST-DAILY       PIC X(8)    VALUE "00000000".
           01 WS-DAY-NUM          PIC 9(2)    VALUE 0.
           01 WS-DAYS-COVERED     PIC 9(2)    VALUE 0.
           01 WS-DAY-FLAGS.
               05 WS-DAY-SEEN     PIC X       OCCURS 31 TIMES.

           01 WS-RUN-TS           PIC X(14)   VALUE SPACES.
           01 WS-CURRENT-DATE     PIC X(21)   VALUE SPACES.

      *> Volumen del mes por servicio, desde la consolidacion
           01 WS-SVC-COUNT        PIC 9(4)    VALUE 0.
           01 WS-SVC-FOUND        PIC X       VALUE 'N'.
           01 WS-SVC-MATCH-IDX    PIC 9(4)    VALUE 0.
           01 WS-SVC-TABLE.
               05 WS-SVC-ENTRY    OCCURS 200 TIMES
                       INDEXED BY WS-SVC-IDX.
                   10 WS-SVC-NAME      PIC X(32).
                   10 WS-SVC-SUM-TOTAL PIC 9(14).
                   10 WS-SVC-SUM-OK    PIC 9(14).

      *> Contratos cargados de YUZU.METRICS.CONTRACT
           01 WS-CON-EOF          PIC X       VALUE 'N'.
           01 WS-CON-COUNT        PIC 9(4)    VALUE 0.
           01 WS-CON-TABLE.
               05 WS-CON-ENTRY    OCCURS 200 TIMES
                       INDEXED BY WS-CON-IDX.
                   10 WS-CON-NAME       PIC X(32).
                   10 WS-CON-CONTRACT   PIC X(16).
                   10 WS-CON-CUSTOMER   PIC X(32).
                   10 WS-CON-FEE        PIC 9(9)V99.
                   10 WS-CON-TIER       OCCURS 4 TIMES
                           INDEXED BY WS-TIER-IDX.
                       15 WS-CON-BELOW  PIC 9(3)V999.
                       15 WS-CON-CREDIT PIC 9(3)V99.

      *> Evaluacion del contrato en curso: tasa alcanzada y el
      *> escalon de mayor credito por debajo del cual quedo
           01 WS-ATTAINED         PIC 9(3)V999 VALUE 0.
           01 WS-BEST-TIER        PIC 9       VALUE 0.
           01 WS-BEST-BELOW       PIC 9(3)V999 VALUE 0.
           01 WS-BEST-CREDIT      PIC 9(3)V99 VALUE 0.
           01 WS-CREDIT-AMT       PIC 9(9)V99 VALUE 0.

      *> Totales del estado de cuenta
           01 WS-CONTRACTS-SEEN   PIC 9(4)    VALUE 0.
           01 WS-CONTRACTS-BREACHED PIC 9(4)  VALUE 0.
           01 WS-CONTRACTS-NODATA PIC 9(4)    VALUE 0.
           01 WS-TOTAL-CREDIT     PIC 9(11)V99 VALUE 0.
           01 WS-MONTH-BILLED     PIC X       VALUE 'N'.

      *> Campos editados para el estado de cuenta
           01 WS-FMT-ATTAINED     PIC ZZ9.999 VALUE 0.
           01 WS-FMT-BELOW        PIC ZZ9.999 VALUE 0.
           01 WS-FMT-CREDIT-PCT   PIC ZZ9.99  VALUE 0.
           01 WS-FMT-FEE          PIC Z(8)9.99 VALUE 0.
           01 WS-FMT-AMT          PIC Z(8)9.99 VALUE 0.
           01 WS-FMT-TOTAL        PIC Z(10)9.99 VALUE 0.
           01 WS-FMT-REQ          PIC Z(13)9  VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-RAW FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-RAW) TO WS-MONTH

           IF WS-MONTH IS NOT NUMERIC
                   OR WS-MONTH(5:2) < "01" OR WS-MONTH(5:2) > "12"
               DISPLAY "ERROR:BAD_MONTH"
               DISPLAY "USAGE:yuzu-metrics-cred AAAAMM"
               STOP RUN
           END-IF

           PERFORM COMPUTE-MONTH-BOUNDS

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-TS

           PERFORM CHECK-MONTH-BILLED
           IF WS-MONTH-BILLED = 'Y'
               DISPLAY "ERROR:MONTH_ALREADY_BILLED MONTH:" WS-MONTH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-CONTRACTS
           IF WS-CON-COUNT = 0
               DISPLAY "ERROR:NO_CONTRACTS"
               STOP RUN
           END-IF

           MOVE ALL 'N' TO WS-DAY-FLAGS
           OPEN INPUT DAILY-FILE
           IF WS-DAILY-FS = "35"
               DISPLAY "ERROR:NO_DAILY_FILE"
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM READ-DAILY-RECORD
           PERFORM ACCUM-DAILY-RECORD UNTIL WS-EOF-FLAG = 'Y'
           CLOSE DAILY-FILE

      *>   Un mes que la consolidacion todavia no cerro no se
      *>   factura: los dias que faltan cambiarian la tasa
           IF WS-LAST-DAILY < WS-TO-DATE
               DISPLAY "ERROR:MONTH_NOT_CONSOLIDATED LAST_DAILY:"
                   WS-LAST-DAILY " MONTH_END:" WS-TO-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "== YUZU SLA CREDIT STATEMENT " WS-MONTH " =="
           DISPLAY "PERIOD:" WS-FROM-DATE "-" WS-TO-DATE
               " DAYS_COVERED:" WS-DAYS-COVERED
               " OF:" WS-DAYS-IN-MONTH
           IF WS-DAYS-COVERED < WS-DAYS-IN-MONTH
               DISPLAY "WARNING:MONTH_NOT_FULLY_COVERED"
           END-IF

           OPEN EXTEND CREDIT-FILE
           IF WS-CREDIT-FS = "35"
               OPEN OUTPUT CREDIT-FILE
               CLOSE CREDIT-FILE
               OPEN EXTEND CREDIT-FILE
           END-IF

           PERFORM EVALUATE-CONTRACT
               VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-CON-COUNT

           CLOSE CREDIT-FILE

           MOVE WS-TOTAL-CREDIT TO WS-FMT-TOTAL
           DISPLAY " "
           DISPLAY "CONTRACTS:" WS-CONTRACTS-SEEN
               " BREACHED:" WS-CONTRACTS-BREACHED
               " NO_DATA:" WS-CONTRACTS-NODATA
           DISPLAY "TOTAL_CREDIT:" FUNCTION TRIM(WS-FMT-TOTAL)
           STOP RUN.

      *> ============================================================
      *> Armar el primer y el ultimo dia del mes pedido y la
      *> cantidad de dias (el primero del mes siguiente menos uno)
      *> ============================================================
       COMPUTE-MONTH-BOUNDS.
           STRING WS-MONTH "01" DELIMITED BY SIZE INTO WS-FROM-DATE
           MOVE FUNCTION NUMVAL(WS-MONTH(1:4)) TO WS-NEXT-YEAR
           MOVE FUNCTION NUMVAL(WS-MONTH(5:2)) TO WS-NEXT-MONTH
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           COMPUTE WS-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FROM-DATE))
           COMPUTE WS-NEXT-INT = FUNCTION INTEGER-OF-DATE(
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1)
           COMPUTE WS-DAYS-IN-MONTH = WS-NEXT-INT - WS-FIRST-INT
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-NEXT-INT - 1)
           MOVE WS-WORK-DATE-X TO WS-TO-DATE.

      *> ============================================================
      *> Recorrer YUZU.METRICS.CREDIT buscando notas ya emitidas
      *> para el mes pedido
      *> ============================================================
       CHECK-MONTH-BILLED.
           MOVE 'N' TO WS-MONTH-BILLED
           OPEN INPUT CREDIT-FILE
           IF WS-CREDIT-FS NOT = "35"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-CREDIT-RECORD
               PERFORM MATCH-BILLED-MONTH
                   UNTIL WS-EOF-FLAG = 'Y' OR WS-MONTH-BILLED = 'Y'
               CLOSE CREDIT-FILE
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.CREDIT
      *> ============================================================
       READ-CREDIT-RECORD.
           READ CREDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *> ============================================================
      *> Marcar el mes como ya facturado si el registro es de el
      *> ============================================================
       MATCH-BILLED-MONTH.
           IF CM-MONTH = WS-MONTH
               MOVE 'Y' TO WS-MONTH-BILLED
           END-IF
           PERFORM READ-CREDIT-RECORD.

      *> ============================================================
      *> Cargar YUZU.METRICS.CONTRACT completa en WS-CON-TABLE. Un
      *> escalon no numerico (registro mal cargado) queda en cero,
      *> es decir sin usar.
      *> ============================================================
       READ-CONTRACTS.
           OPEN INPUT CONTRACT-FILE
           IF WS-CONTRACT-FS NOT = "35"
               PERFORM READ-CONTRACT-RECORD
               PERFORM LOAD-CONTRACT-RECORD UNTIL WS-CON-EOF = 'Y'
               CLOSE CONTRACT-FILE
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.CONTRACT
      *> ============================================================
       READ-CONTRACT-RECORD.
           READ CONTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-CON-EOF
           END-READ.

      *> ============================================================
      *> Copiar el contrato leido a la siguiente fila y avanzar
      *> ============================================================
       LOAD-CONTRACT-RECORD.
           IF WS-CON-COUNT < 200 AND CT-NAME NOT = SPACES
               ADD 1 TO WS-CON-COUNT
               SET WS-CON-IDX TO WS-CON-COUNT
               MOVE CT-NAME     TO WS-CON-NAME(WS-CON-IDX)
               MOVE CT-CONTRACT TO WS-CON-CONTRACT(WS-CON-IDX)
               MOVE CT-CUSTOMER TO WS-CON-CUSTOMER(WS-CON-IDX)
               IF CT-MONTHLY-FEE IS NUMERIC
                   MOVE CT-MONTHLY-FEE TO WS-CON-FEE(WS-CON-IDX)
               ELSE
                   MOVE 0 TO WS-CON-FEE(WS-CON-IDX)
               END-IF
               PERFORM LOAD-CONTRACT-TIER
                   VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 4
           END-IF
           PERFORM READ-CONTRACT-RECORD.

      *> ============================================================
      *> Copiar el escalon WS-TIER-IDX del contrato leido
      *> ============================================================
       LOAD-CONTRACT-TIER.
           IF CT-TIER-BELOW(WS-TIER-IDX) IS NUMERIC
                   AND CT-TIER-CREDIT(WS-TIER-IDX) IS NUMERIC
               MOVE CT-TIER-BELOW(WS-TIER-IDX)
                   TO WS-CON-BELOW(WS-CON-IDX, WS-TIER-IDX)
               MOVE CT-TIER-CREDIT(WS-TIER-IDX)
                   TO WS-CON-CREDIT(WS-CON-IDX, WS-TIER-IDX)
           ELSE
               MOVE 0 TO WS-CON-BELOW(WS-CON-IDX, WS-TIER-IDX)
               MOVE 0 TO WS-CON-CREDIT(WS-CON-IDX, WS-TIER-IDX)
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de la consolidacion diaria
      *> ============================================================
       READ-DAILY-RECORD.
           MOVE 'N' TO WS-REC-TAKEN
           PERFORM READ-ENV-DAILY-RECORD UNTIL WS-REC-TAKEN = 'Y'.

      *> ============================================================
      *> Leer un registro diario y tomarlo si es de production
      *> ============================================================
       READ-ENV-DAILY-RECORD.
           READ DAILY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'Y' TO WS-REC-TAKEN
               NOT AT END
                   IF DY-ENV = SPACES OR DY-ENV = "production"
                       MOVE 'Y' TO WS-REC-TAKEN
                   END-IF
           END-READ.

      *> ============================================================
      *> Registrar el ultimo dia consolidado y acumular el registro
      *> diario en su servicio si cae dentro del mes; avanzar al
      *> siguiente registro
      *> ============================================================
       ACCUM-DAILY-RECORD.
           IF DY-DATE IS NUMERIC AND DY-DATE > WS-LAST-DAILY
               MOVE DY-DATE TO WS-LAST-DAILY
           END-IF
           IF DY-DATE IS NUMERIC
                   AND DY-DATE >= WS-FROM-DATE
                   AND DY-DATE <= WS-TO-DATE
               MOVE FUNCTION NUMVAL(DY-DATE(7:2)) TO WS-DAY-NUM
               IF WS-DAY-SEEN(WS-DAY-NUM) = 'N'
                   MOVE 'Y' TO WS-DAY-SEEN(WS-DAY-NUM)
                   ADD 1 TO WS-DAYS-COVERED
               END-IF
               MOVE DY-NAME TO WS-CUR-NAME
               PERFORM LOCATE-SVC-ENTRY
               IF WS-SVC-MATCH-IDX > 0
                   SET WS-SVC-IDX TO WS-SVC-MATCH-IDX
                   ADD DY-TOTAL-REQ TO WS-SVC-SUM-TOTAL(WS-SVC-IDX)
                   ADD DY-OK-REQ    TO WS-SVC-SUM-OK(WS-SVC-IDX)
               END-IF
           END-IF
           PERFORM READ-DAILY-RECORD.

      *> ============================================================
      *> Ubicar (o crear) la fila de WS-SVC-TABLE para WS-CUR-NAME;
      *> deja el indice en WS-SVC-MATCH-IDX (0 si la tabla esta
      *> llena)
      *> ============================================================
       LOCATE-SVC-ENTRY.
           PERFORM FIND-SVC-ENTRY
           IF WS-SVC-FOUND = 'N' AND WS-SVC-COUNT < 200
               ADD 1 TO WS-SVC-COUNT
               MOVE WS-SVC-COUNT TO WS-SVC-MATCH-IDX
               SET WS-SVC-IDX TO WS-SVC-COUNT
               MOVE WS-CUR-NAME TO WS-SVC-NAME(WS-SVC-IDX)
               MOVE 0 TO WS-SVC-SUM-TOTAL(WS-SVC-IDX)
               MOVE 0 TO WS-SVC-SUM-OK(WS-SVC-IDX)
           END-IF.

      *> ============================================================
      *> Buscar sin crear la fila de WS-CUR-NAME; deja
      *> WS-SVC-FOUND y WS-SVC-MATCH-IDX
      *> ============================================================
       FIND-SVC-ENTRY.
           MOVE 'N' TO WS-SVC-FOUND
           MOVE 0 TO WS-SVC-MATCH-IDX
           PERFORM MATCH-SVC-ENTRY
               VARYING WS-SVC-IDX FROM 1 BY 1
               UNTIL WS-SVC-IDX > WS-SVC-COUNT
                  OR WS-SVC-FOUND = 'Y'.

      *> ============================================================
      *> Comparar la fila WS-SVC-IDX contra WS-CUR-NAME
      *> ============================================================
       MATCH-SVC-ENTRY.
           IF WS-SVC-NAME(WS-SVC-IDX) = WS-CUR-NAME
               MOVE 'Y' TO WS-SVC-FOUND
               SET WS-SVC-MATCH-IDX TO WS-SVC-IDX
           END-IF.

      *> ============================================================
      *> Evaluar el contrato WS-CON-IDX contra la tasa del mes de
      *> su servicio: imprimir su bloque del estado de cuenta y, si
      *> quedo por debajo de algun escalon, anexar la nota de
      *> credito
      *> ============================================================
       EVALUATE-CONTRACT.
           ADD 1 TO WS-CONTRACTS-SEEN
           DISPLAY " "
           DISPLAY "CONTRACT:"
               FUNCTION TRIM(WS-CON-CONTRACT(WS-CON-IDX))
               " CUSTOMER:" FUNCTION TRIM(WS-CON-CUSTOMER(WS-CON-IDX))
               " SERVICE:" FUNCTION TRIM(WS-CON-NAME(WS-CON-IDX))

           MOVE WS-CON-NAME(WS-CON-IDX) TO WS-CUR-NAME
           PERFORM FIND-SVC-ENTRY
           IF WS-SVC-FOUND = 'N'
               ADD 1 TO WS-CONTRACTS-NODATA
               DISPLAY "    NO_DATA_IN_MONTH"
           ELSE
               SET WS-SVC-IDX TO WS-SVC-MATCH-IDX
               IF WS-SVC-SUM-TOTAL(WS-SVC-IDX) = 0
                   ADD 1 TO WS-CONTRACTS-NODATA
                   DISPLAY "    NO_TRAFFIC_IN_MONTH"
               ELSE
                   PERFORM APPLY-CREDIT-TIERS
               END-IF
           END-IF.

      *> ============================================================
      *> Calcular la tasa alcanzada (truncada, nunca redondeada
      *> hacia arriba por encima de un escalon), elegir el escalon
      *> de mayor credito que aplica e imprimir el resultado
      *> ============================================================
       APPLY-CREDIT-TIERS.
           COMPUTE WS-ATTAINED =
               WS-SVC-SUM-OK(WS-SVC-IDX) * 100
                   / WS-SVC-SUM-TOTAL(WS-SVC-IDX)
           MOVE 0 TO WS-BEST-TIER
           MOVE 0 TO WS-BEST-BELOW
           MOVE 0 TO WS-BEST-CREDIT
           PERFORM MATCH-CREDIT-TIER
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > 4

           MOVE WS-SVC-SUM-TOTAL(WS-SVC-IDX) TO WS-FMT-REQ
           MOVE WS-ATTAINED TO WS-FMT-ATTAINED
           DISPLAY "    REQUESTS:" FUNCTION TRIM(WS-FMT-REQ)
               " ATTAINED_PCT:" FUNCTION TRIM(WS-FMT-ATTAINED)

           IF WS-BEST-TIER = 0
               DISPLAY "    CONTRACT_MET NO_CREDIT"
           ELSE
               ADD 1 TO WS-CONTRACTS-BREACHED
               COMPUTE WS-CREDIT-AMT ROUNDED =
                   WS-CON-FEE(WS-CON-IDX) * WS-BEST-CREDIT / 100
               ADD WS-CREDIT-AMT TO WS-TOTAL-CREDIT
               MOVE WS-BEST-BELOW TO WS-FMT-BELOW
               MOVE WS-BEST-CREDIT TO WS-FMT-CREDIT-PCT
               MOVE WS-CON-FEE(WS-CON-IDX) TO WS-FMT-FEE
               MOVE WS-CREDIT-AMT TO WS-FMT-AMT
               DISPLAY "    BREACHED TIER:" WS-BEST-TIER
                   " BELOW_PCT:" FUNCTION TRIM(WS-FMT-BELOW)
                   " CREDIT_PCT:" FUNCTION TRIM(WS-FMT-CREDIT-PCT)
               DISPLAY "    MONTHLY_FEE:" FUNCTION TRIM(WS-FMT-FEE)
                   " CREDIT_AMOUNT:" FUNCTION TRIM(WS-FMT-AMT)
               PERFORM WRITE-CREDIT-MEMO
           END-IF.

      *> ============================================================
      *> Quedarse con el escalon WS-TIER-IDX si la tasa quedo por
      *> debajo de su umbral y da mas credito que el mejor visto
      *> ============================================================
       MATCH-CREDIT-TIER.
           IF WS-CON-BELOW(WS-CON-IDX, WS-TIER-IDX) > 0
                   AND WS-ATTAINED <
                       WS-CON-BELOW(WS-CON-IDX, WS-TIER-IDX)
                   AND WS-CON-CREDIT(WS-CON-IDX, WS-TIER-IDX) >
                       WS-BEST-CREDIT
               SET WS-BEST-TIER TO WS-TIER-IDX
               MOVE WS-CON-BELOW(WS-CON-IDX, WS-TIER-IDX)
                   TO WS-BEST-BELOW
               MOVE WS-CON-CREDIT(WS-CON-IDX, WS-TIER-IDX)
                   TO WS-BEST-CREDIT
           END-IF.

      *> ============================================================
      *> Anexar la nota de credito del contrato WS-CON-IDX
      *> ============================================================
       WRITE-CREDIT-MEMO.
           MOVE WS-MONTH                    TO CM-MONTH
           MOVE WS-RUN-TS                   TO CM-RUN-TS
           MOVE WS-CON-NAME(WS-CON-IDX)     TO CM-NAME
           MOVE WS-CON-CONTRACT(WS-CON-IDX) TO CM-CONTRACT
           MOVE WS-CON-CUSTOMER(WS-CON-IDX) TO CM-CUSTOMER
           MOVE WS-SVC-SUM-TOTAL(WS-SVC-IDX) TO CM-TOTAL-REQ
           MOVE WS-SVC-SUM-OK(WS-SVC-IDX)   TO CM-OK-REQ
           MOVE WS-ATTAINED                 TO CM-ATTAINED
           MOVE WS-BEST-TIER                TO CM-TIER
           MOVE WS-BEST-BELOW               TO CM-TIER-BELOW
           MOVE WS-BEST-CREDIT              TO CM-CREDIT-PCT
           MOVE WS-CON-FEE(WS-CON-IDX)      TO CM-MONTHLY-FEE
           MOVE WS-CREDIT-AMT               TO CM-CREDIT-AMT
           WRITE CREDIT-RECORD.
