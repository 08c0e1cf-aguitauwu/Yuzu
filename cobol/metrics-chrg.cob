      *> ============================================================
      *> Yuzu — COBOL Request-Volume Chargeback
      *> Compilar: cobc -x -o yuzu-metrics-chrg metrics-chrg.cob
      *> Uso:      ./yuzu-metrics-chrg AAAAMM [ENTORNO]
      *> Cargo mensual de la plataforma compartida a los equipos de
      *> producto segun su trafico. Al cierre del mes suma, por
      *> servicio, DY-TOTAL-REQ de la consolidacion diaria
      *> YUZU.METRICS.DAILY (el mejor numero de volumen que hay),
      *> busca el centro de costo del servicio en
      *> YUZU.METRICS.COSTCTR y lo valoriza con la tarifa por mil
      *> requests de YUZU.METRICS.RATECARD (la fila del servicio, o
      *> la tarifa estandar '*').
      *>
      *> Escribe la interfaz para el mayor general YUZU.GL.CHARGEBACK
      *> (ver YUZUGLC): un detalle por centro de costo + servicio y
      *> un trailer con la cantidad de detalles y el importe total.
      *> Imprime el detalle con subtotales por centro de costo, los
      *> servicios no facturados — sin centro de costo o sin tarifa
      *> aplicable, con su volumen, nunca descartados en silencio —
      *> y una pagina de conciliacion: el volumen facturado mas el
      *> no facturado tiene que dar el total de DY-TOTAL-REQ del mes
      *> en YUZU.METRICS.DAILY.
      *>
      *> Solo la consolidacion diaria, sin completar con la historia
      *> cruda: el cargo tiene que conciliar contra un numero
      *> cerrado. Si el ultimo dia consolidado es anterior al fin
      *> del mes (YUZU-METRICS-DCON todavia no cerro el mes) lo
      *> avisa. Solo cuenta el trafico de ENTORNO (production si no
      *> viene); un registro sin entorno es de production.
      *> Termina con RETURN-CODE 8 si no hay registros del mes o la
      *> conciliacion no cierra, 4 si hay servicios no facturados o
      *> el mes no esta cerrado.
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-CHRG.
       AUTHOR. YUZU-PROJECT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> YUZU.METRICS.DAILY — consolidacion diaria por servicio
      *> (ver YUZU-METRICS-DCON); la fuente del volumen
           SELECT DAILY-FILE ASSIGN TO "YUZU.METRICS.DAILY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAILY-FS.

      *> YUZU.METRICS.COSTCTR — centro de costo de cada servicio
           SELECT COSTCTR-FILE ASSIGN TO "YUZU.METRICS.COSTCTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COSTCTR-FS.

      *> YUZU.METRICS.RATECARD — tarifa por mil requests
           SELECT RATECARD-FILE ASSIGN TO "YUZU.METRICS.RATECARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATECARD-FS.

      *> YUZU.GL.CHARGEBACK — interfaz de largo fijo hacia el mayor
      *> general, como los archivos YUZU.TICKETS.* hacia el sistema
      *> de tickets
           SELECT GLCHG-FILE ASSIGN TO "YUZU.GL.CHARGEBACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLCHG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-FILE.
           COPY "yuzudly.cpy".

       FD  COSTCTR-FILE.
           COPY "yuzucctr.cpy".

       FD  RATECARD-FILE.
           COPY "yuzurate.cpy".

       FD  GLCHG-FILE.
           COPY "yuzuglc.cpy".

       WORKING-STORAGE SECTION.
           01 WS-DAILY-FS         PIC XX      VALUE SPACES.
           01 WS-COSTCTR-FS       PIC XX      VALUE SPACES.
           01 WS-RATECARD-FS      PIC XX      VALUE SPACES.
           01 WS-GLCHG-FS         PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.
           01 WS-CUR-NAME         PIC X(32)   VALUE SPACES.
           01 WS-CURRENT-DATE     PIC X(21)   VALUE SPACES.

      *> Mes pedido (AAAAMM); el rango va del dia 01 al 31 — la
      *> comparacion es de texto, asi que un mes mas corto no
      *> necesita su ultimo dia real. El ultimo dia real si hace
      *> falta para saber si el mes ya esta consolidado completo.
           01 WS-ARG-RAW          PIC X(64)   VALUE SPACES.
           01 WS-MONTH            PIC X(6)    VALUE SPACES.
           01 WS-MONTH-PARTS REDEFINES WS-MONTH.
               05 WS-MONTH-YYYY   PIC 9(4).
               05 WS-MONTH-MM     PIC 99.
           01 WS-NEXT-MONTH       PIC X(6)    VALUE SPACES.
           01 WS-NEXT-PARTS REDEFINES WS-NEXT-MONTH.
               05 WS-NEXT-YYYY    PIC 9(4).
               05 WS-NEXT-MM      PIC 99.
           01 WS-FROM-DATE        PIC X(8)    VALUE SPACES.
           01 WS-TO-DATE          PIC X(8)    VALUE SPACES.
           01 WS-NEXT-FROM        PIC X(8)    VALUE SPACES.
           01 WS-MONTH-END        PIC 9(8)    VALUE 0.
           01 WS-LAST-DAILY       PIC X(8)    VALUE "00000000".
           01 WS-MONTH-OPEN       PIC X       VALUE 'N'.
      *> Entorno facturado — segundo argumento opcional
           01 WS-ENV-FILTER       PIC X(12)   VALUE "production".

      *> Centros de costo cargados de YUZU.METRICS.COSTCTR
           01 WS-CCTR-EOF         PIC X       VALUE 'N'.
           01 WS-CCTR-COUNT       PIC 9(4)    VALUE 0.
           01 WS-CCTR-FOUND       PIC X       VALUE 'N'.
           01 WS-CCTR-TABLE.
               05 WS-CCTR-ENTRY   OCCURS 500 TIMES
                       INDEXED BY WS-CCTR-IDX.
                   10 WS-CCT-NAME        PIC X(32).
                   10 WS-CCT-COST-CENTER PIC X(10).

      *> Tarifas cargadas de YUZU.METRICS.RATECARD; la fila '*'
      *> queda aparte como tarifa estandar
           01 WS-RATE-EOF         PIC X       VALUE 'N'.
           01 WS-RATE-COUNT       PIC 9(4)    VALUE 0.
           01 WS-RATE-FOUND       PIC X       VALUE 'N'.
           01 WS-STD-RATE-FOUND   PIC X       VALUE 'N'.
           01 WS-STD-RATE         PIC 9(5)V9(6) VALUE 0.
           01 WS-RATE-TABLE.
               05 WS-RATE-ENTRY   OCCURS 500 TIMES
                       INDEXED BY WS-RATE-IDX.
                   10 WS-RTC-NAME       PIC X(32).
                   10 WS-RTC-RATE       PIC 9(5)V9(6).

      *> Acumuladores por servicio del mes. WS-SVC-STATUS: 'B'
      *> facturado, 'C' sin centro de costo, 'R' sin tarifa.
           01 WS-SVC-COUNT        PIC 9(4)    VALUE 0.
           01 WS-SVC-FOUND        PIC X       VALUE 'N'.
           01 WS-SVC-MATCH-IDX    PIC 9(4)    VALUE 0.
           01 WS-SVC-TABLE.
               05 WS-SVC-ENTRY    OCCURS 500 TIMES
                       INDEXED BY WS-SVC-IDX.
                   10 WS-SVC-COST-CENTER PIC X(10).
                   10 WS-SVC-NAME        PIC X(32).
                   10 WS-SVC-DAYS        PIC 9(4).
                   10 WS-SVC-VOLUME      PIC 9(15).
                   10 WS-SVC-RATE        PIC 9(5)V9(6).
                   10 WS-SVC-AMOUNT      PIC 9(13)V99.
                   10 WS-SVC-STATUS      PIC X.
      *> Fila de intercambio del ordenamiento por centro de costo +
      *> servicio
           01 WS-SVC-SWAP-ENTRY.
               05 WS-SWP-COST-CENTER PIC X(10).
               05 WS-SWP-NAME        PIC X(32).
               05 WS-SWP-DAYS        PIC 9(4).
               05 WS-SWP-VOLUME      PIC 9(15).
               05 WS-SWP-RATE        PIC 9(5)V9(6).
               05 WS-SWP-AMOUNT      PIC 9(13)V99.
               05 WS-SWP-STATUS      PIC X.
           01 WS-SORT-SWAPPED     PIC X       VALUE 'N'.
           01 WS-SORT-LIMIT       PIC 9(4)    VALUE 0.
           01 WS-SORT-IDX         PIC 9(4)    VALUE 0.
           01 WS-SORT-NEXT        PIC 9(4)    VALUE 0.

      *> Conciliacion: lo que se leyo de YUZU.METRICS.DAILY contra
      *> lo que se facturo y lo que quedo sin facturar. Un servicio
      *> que ya no entra en la tabla no se puede facturar, pero su
      *> volumen sigue contando como no facturado.
           01 WS-DLY-RECORDS      PIC 9(9)    VALUE 0.
           01 WS-DLY-REJECTED     PIC 9(9)    VALUE 0.
           01 WS-DLY-TOTAL        PIC 9(15)   VALUE 0.
           01 WS-BILLED-VOLUME    PIC 9(15)   VALUE 0.
           01 WS-UNBILLED-VOLUME  PIC 9(15)   VALUE 0.
           01 WS-OVERFLOW-VOLUME  PIC 9(15)   VALUE 0.
           01 WS-OVERFLOW-RECORDS PIC 9(9)    VALUE 0.
           01 WS-DIFFERENCE       PIC S9(15)  VALUE 0.
           01 WS-BALANCED         PIC X       VALUE 'N'.
           01 WS-BILLED-COUNT     PIC 9(4)    VALUE 0.
           01 WS-UNBILLED-COUNT   PIC 9(4)    VALUE 0.
           01 WS-GL-RECORDS       PIC 9(9)    VALUE 0.
           01 WS-GL-VOLUME        PIC 9(15)   VALUE 0.
           01 WS-GL-AMOUNT        PIC 9(15)V99 VALUE 0.

      *> Corte de control por centro de costo
           01 WS-BRK-COST-CENTER  PIC X(10)   VALUE SPACES.
           01 WS-BRK-SERVICES     PIC 9(4)    VALUE 0.
           01 WS-BRK-VOLUME       PIC 9(15)   VALUE 0.
           01 WS-BRK-AMOUNT       PIC 9(15)V99 VALUE 0.

           01 WS-REASON-TXT       PIC X(14)   VALUE SPACES.
           01 WS-FMT-VOLUME       PIC Z(14)9  VALUE 0.
           01 WS-FMT-RATE         PIC Z(4)9.9(6) VALUE 0.
           01 WS-FMT-AMOUNT       PIC Z(14)9.99 VALUE 0.
           01 WS-FMT-DIFF         PIC -(15)9  VALUE 0.
           01 WS-FMT-COUNT        PIC Z(8)9   VALUE 0.
           01 WS-FMT-DAYS         PIC ZZZ9    VALUE 0.

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
               DISPLAY "USAGE:yuzu-metrics-chrg AAAAMM [ENTORNO]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           STRING WS-MONTH "01" DELIMITED BY SIZE INTO WS-FROM-DATE
           STRING WS-MONTH "31" DELIMITED BY SIZE INTO WS-TO-DATE
      *>   Ultimo dia real del mes: el dia anterior al 01 del mes
      *>   siguiente
           IF WS-MONTH-MM = 12
               COMPUTE WS-NEXT-YYYY = WS-MONTH-YYYY + 1
               MOVE 1 TO WS-NEXT-MM
           ELSE
               MOVE WS-MONTH-YYYY TO WS-NEXT-YYYY
               COMPUTE WS-NEXT-MM = WS-MONTH-MM + 1
           END-IF
           STRING WS-NEXT-MONTH "01" DELIMITED BY SIZE
               INTO WS-NEXT-FROM
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-NEXT-FROM)) - 1)

           PERFORM READ-COST-CENTERS
           PERFORM READ-RATE-CARD

           OPEN INPUT DAILY-FILE
           IF WS-DAILY-FS = "35"
               DISPLAY "ERROR:NO_DAILY_FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-DAILY-RECORD
           PERFORM ACCUM-DAILY-RECORD UNTIL WS-EOF-FLAG = 'Y'
           CLOSE DAILY-FILE

           IF WS-DLY-RECORDS = 0
               DISPLAY "ERROR:NO_RECORDS_IN_MONTH"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LAST-DAILY < WS-MONTH-END
               MOVE 'Y' TO WS-MONTH-OPEN
           END-IF

           PERFORM PRICE-SERVICE
               VARYING WS-SVC-IDX FROM 1 BY 1
               UNTIL WS-SVC-IDX > WS-SVC-COUNT
           PERFORM ORDER-SERVICES

           DISPLAY "CHARGEBACK_MONTH:" WS-MONTH
           DISPLAY "ENVIRONMENT:" FUNCTION TRIM(WS-ENV-FILTER)
           IF WS-STD-RATE-FOUND = 'Y'
               MOVE WS-STD-RATE TO WS-FMT-RATE
               DISPLAY "STANDARD_RATE_PER_1000:"
                   FUNCTION TRIM(WS-FMT-RATE)
           ELSE
               DISPLAY "STANDARD_RATE_PER_1000:NONE"
           END-IF
           IF WS-MONTH-OPEN = 'Y'
               DISPLAY "WARNING:MONTH_NOT_CLOSED LAST_DAILY:"
                   WS-LAST-DAILY " MONTH_END:" WS-MONTH-END
           END-IF

           OPEN OUTPUT GLCHG-FILE
           DISPLAY " "
           DISPLAY "== CHARGEBACK BY COST CENTER =="
           PERFORM BILL-SERVICE
               VARYING WS-SVC-IDX FROM 1 BY 1
               UNTIL WS-SVC-IDX > WS-SVC-COUNT
           IF WS-BRK-SERVICES > 0
               PERFORM PRINT-COST-CENTER-TOTAL
           END-IF
           PERFORM WRITE-GL-TRAILER
           CLOSE GLCHG-FILE

           DISPLAY " "
           DISPLAY "== UNBILLED SERVICES =="
           PERFORM REPORT-UNBILLED
               VARYING WS-SVC-IDX FROM 1 BY 1
               UNTIL WS-SVC-IDX > WS-SVC-COUNT
           IF WS-OVERFLOW-RECORDS > 0
               MOVE WS-OVERFLOW-VOLUME TO WS-FMT-VOLUME
               DISPLAY "UNBILLED:*OVERFLOW* VOLUME:"
                   FUNCTION TRIM(WS-FMT-VOLUME)
                   " REASON:TABLE_FULL"
           END-IF
           IF WS-UNBILLED-COUNT = 0 AND WS-OVERFLOW-RECORDS = 0
               DISPLAY "UNBILLED:NONE"
           END-IF

           PERFORM PRINT-RECONCILIATION

           DISPLAY " "
           DISPLAY "OUTPUT:YUZU.GL.CHARGEBACK"
           IF WS-BALANCED = 'N'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNBILLED-COUNT > 0 OR WS-OVERFLOW-RECORDS > 0
                       OR WS-MONTH-OPEN = 'Y'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *> ============================================================
      *> Cargar YUZU.METRICS.COSTCTR en WS-CCTR-TABLE. Sin archivo
      *> ningun servicio tiene centro de costo y todo el mes sale
      *> no facturado.
      *> ============================================================
       READ-COST-CENTERS.
           OPEN INPUT COSTCTR-FILE
           IF WS-COSTCTR-FS NOT = "35"
               PERFORM READ-COSTCTR-RECORD
               PERFORM LOAD-COSTCTR-RECORD UNTIL WS-CCTR-EOF = 'Y'
               CLOSE COSTCTR-FILE
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.COSTCTR
      *> ============================================================
       READ-COSTCTR-RECORD.
           READ COSTCTR-FILE
               AT END
                   MOVE 'Y' TO WS-CCTR-EOF
           END-READ.

      *> ============================================================
      *> Copiar el registro leido a la siguiente fila libre de
      *> WS-CCTR-TABLE y avanzar al siguiente registro. Una fila sin
      *> centro de costo no mapea nada.
      *> ============================================================
       LOAD-COSTCTR-RECORD.
           IF WS-CCTR-COUNT < 500 AND CC-COST-CENTER NOT = SPACES
               ADD 1 TO WS-CCTR-COUNT
               SET WS-CCTR-IDX TO WS-CCTR-COUNT
               MOVE CC-NAME        TO WS-CCT-NAME(WS-CCTR-IDX)
               MOVE CC-COST-CENTER TO WS-CCT-COST-CENTER(WS-CCTR-IDX)
           END-IF
           PERFORM READ-COSTCTR-RECORD.

      *> ============================================================
      *> Cargar YUZU.METRICS.RATECARD en WS-RATE-TABLE; la primera
      *> fila '*' es la tarifa estandar. Una tarifa ilegible no se
      *> carga (el servicio cae a la estandar o queda sin tarifa).
      *> ============================================================
       READ-RATE-CARD.
           OPEN INPUT RATECARD-FILE
           IF WS-RATECARD-FS NOT = "35"
               PERFORM READ-RATECARD-RECORD
               PERFORM LOAD-RATECARD-RECORD UNTIL WS-RATE-EOF = 'Y'
               CLOSE RATECARD-FILE
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.RATECARD
      *> ============================================================
       READ-RATECARD-RECORD.
           READ RATECARD-FILE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF
           END-READ.

      *> ============================================================
      *> Copiar el registro leido a la tarifa estandar o a la
      *> siguiente fila libre de WS-RATE-TABLE y avanzar
      *> ============================================================
       LOAD-RATECARD-RECORD.
           IF RR-RATE IS NUMERIC
               IF RR-NAME(1:1) = "*"
                   IF WS-STD-RATE-FOUND = 'N'
                       MOVE RR-RATE TO WS-STD-RATE
                       MOVE 'Y' TO WS-STD-RATE-FOUND
                   END-IF
               ELSE
                   IF WS-RATE-COUNT < 500
                       ADD 1 TO WS-RATE-COUNT
                       SET WS-RATE-IDX TO WS-RATE-COUNT
                       MOVE RR-NAME TO WS-RTC-NAME(WS-RATE-IDX)
                       MOVE RR-RATE TO WS-RTC-RATE(WS-RATE-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-RATECARD-RECORD.

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
      *> Sumar el registro diario actual si es del mes y del
      *> entorno, y avanzar al siguiente. Un volumen ilegible no se
      *> puede facturar ni conciliar: se cuenta aparte como
      *> rechazado. Se recuerda el ultimo dia consolidado del
      *> entorno para saber si el mes ya cerro.
      *> ============================================================
       ACCUM-DAILY-RECORD.
           IF DY-ENV = WS-ENV-FILTER AND DY-DATE IS NUMERIC
               IF DY-DATE > WS-LAST-DAILY
                   MOVE DY-DATE TO WS-LAST-DAILY
               END-IF
               IF DY-DATE >= WS-FROM-DATE AND DY-DATE <= WS-TO-DATE
                   IF DY-TOTAL-REQ IS NUMERIC
                       ADD 1 TO WS-DLY-RECORDS
                       ADD DY-TOTAL-REQ TO WS-DLY-TOTAL
                       MOVE DY-NAME TO WS-CUR-NAME
                       PERFORM LOCATE-SVC-ENTRY
                       IF WS-SVC-MATCH-IDX > 0
                           SET WS-SVC-IDX TO WS-SVC-MATCH-IDX
                           ADD 1 TO WS-SVC-DAYS(WS-SVC-IDX)
                           ADD DY-TOTAL-REQ
                               TO WS-SVC-VOLUME(WS-SVC-IDX)
                       ELSE
                           ADD 1 TO WS-OVERFLOW-RECORDS
                           ADD DY-TOTAL-REQ TO WS-OVERFLOW-VOLUME
                       END-IF
                   ELSE
                       ADD 1 TO WS-DLY-REJECTED
                       DISPLAY "WARNING:BAD_VOLUME DATE:" DY-DATE
                           " SERVICE:" FUNCTION TRIM(DY-NAME)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-DAILY-RECORD.

      *> ============================================================
      *> Dejar en WS-SVC-MATCH-IDX la fila de WS-CUR-NAME, dandola
      *> de alta si no existe; 0 si la tabla ya esta llena
      *> ============================================================
       LOCATE-SVC-ENTRY.
           MOVE 0 TO WS-SVC-MATCH-IDX
           MOVE 'N' TO WS-SVC-FOUND
           PERFORM FIND-SVC-ENTRY
               VARYING WS-SVC-IDX FROM 1 BY 1
               UNTIL WS-SVC-IDX > WS-SVC-COUNT
                  OR WS-SVC-FOUND = 'Y'
           IF WS-SVC-FOUND = 'N' AND WS-SVC-COUNT < 500
               ADD 1 TO WS-SVC-COUNT
               SET WS-SVC-IDX TO WS-SVC-COUNT
               MOVE SPACES      TO WS-SVC-COST-CENTER(WS-SVC-IDX)
               MOVE WS-CUR-NAME TO WS-SVC-NAME(WS-SVC-IDX)
               MOVE 0           TO WS-SVC-DAYS(WS-SVC-IDX)
               MOVE 0           TO WS-SVC-VOLUME(WS-SVC-IDX)
               MOVE 0           TO WS-SVC-RATE(WS-SVC-IDX)
               MOVE 0           TO WS-SVC-AMOUNT(WS-SVC-IDX)
               MOVE 'B'         TO WS-SVC-STATUS(WS-SVC-IDX)
               MOVE WS-SVC-COUNT TO WS-SVC-MATCH-IDX
           END-IF.

      *> ============================================================
      *> Comparar la fila WS-SVC-IDX contra WS-CUR-NAME
      *> ============================================================
       FIND-SVC-ENTRY.
           IF WS-SVC-NAME(WS-SVC-IDX) = WS-CUR-NAME
               MOVE 'Y' TO WS-SVC-FOUND
               SET WS-SVC-MATCH-IDX TO WS-SVC-IDX
           END-IF.

      *> ============================================================
      *> Centro de costo, tarifa e importe del servicio WS-SVC-IDX.
      *> El importe se redondea al centavo por linea, asi el total
      *> del trailer es la suma exacta de los detalles.
      *> ============================================================
       PRICE-SERVICE.
           MOVE WS-SVC-NAME(WS-SVC-IDX) TO WS-CUR-NAME
           MOVE 'N' TO WS-CCTR-FOUND
           PERFORM FIND-COST-CENTER
               VARYING WS-CCTR-IDX FROM 1 BY 1
               UNTIL WS-CCTR-IDX > WS-CCTR-COUNT
                  OR WS-CCTR-FOUND = 'Y'
           IF WS-CCTR-FOUND = 'N'
               MOVE 'C' TO WS-SVC-STATUS(WS-SVC-IDX)
           ELSE
               MOVE 'N' TO WS-RATE-FOUND
               PERFORM FIND-SERVICE-RATE
                   VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                      OR WS-RATE-FOUND = 'Y'
               IF WS-RATE-FOUND = 'N'
                   IF WS-STD-RATE-FOUND = 'Y'
                       MOVE WS-STD-RATE TO WS-SVC-RATE(WS-SVC-IDX)
                   ELSE
                       MOVE 'R' TO WS-SVC-STATUS(WS-SVC-IDX)
                   END-IF
               END-IF
           END-IF
           IF WS-SVC-STATUS(WS-SVC-IDX) = 'B'
               COMPUTE WS-SVC-AMOUNT(WS-SVC-IDX) ROUNDED =
                   WS-SVC-VOLUME(WS-SVC-IDX)
                       * WS-SVC-RATE(WS-SVC-IDX) / 1000
           END-IF.

      *> ============================================================
      *> Tomar el centro de costo de la fila WS-CCTR-IDX si calza
      *> ============================================================
       FIND-COST-CENTER.
           IF WS-CCT-NAME(WS-CCTR-IDX) = WS-CUR-NAME
               MOVE 'Y' TO WS-CCTR-FOUND
               MOVE WS-CCT-COST-CENTER(WS-CCTR-IDX)
                   TO WS-SVC-COST-CENTER(WS-SVC-IDX)
           END-IF.

      *> ============================================================
      *> Tomar la tarifa de la fila WS-RATE-IDX si calza
      *> ============================================================
       FIND-SERVICE-RATE.
           IF WS-RTC-NAME(WS-RATE-IDX) = WS-CUR-NAME
               MOVE 'Y' TO WS-RATE-FOUND
               MOVE WS-RTC-RATE(WS-RATE-IDX)
                   TO WS-SVC-RATE(WS-SVC-IDX)
           END-IF.

      *> ============================================================
      *> Ordenar WS-SVC-TABLE por centro de costo + servicio
      *> (burbujeo, como el ordenamiento de muestras de latencia de
      *> YUZU-METRICS), para el corte de control y el orden de la
      *> interfaz
      *> ============================================================
       ORDER-SERVICES.
           MOVE WS-SVC-COUNT TO WS-SORT-LIMIT
           MOVE 'Y' TO WS-SORT-SWAPPED
           PERFORM ORDER-SERVICES-PASS
               UNTIL WS-SORT-SWAPPED = 'N' OR WS-SORT-LIMIT < 2.

       ORDER-SERVICES-PASS.
           MOVE 'N' TO WS-SORT-SWAPPED
           PERFORM ORDER-SERVICES-COMPARE
               VARYING WS-SORT-IDX FROM 1 BY 1
               UNTIL WS-SORT-IDX >= WS-SORT-LIMIT
           SUBTRACT 1 FROM WS-SORT-LIMIT.

       ORDER-SERVICES-COMPARE.
           COMPUTE WS-SORT-NEXT = WS-SORT-IDX + 1
           IF WS-SVC-COST-CENTER(WS-SORT-IDX)
                   > WS-SVC-COST-CENTER(WS-SORT-NEXT)
               OR (WS-SVC-COST-CENTER(WS-SORT-IDX)
                       = WS-SVC-COST-CENTER(WS-SORT-NEXT)
                   AND WS-SVC-NAME(WS-SORT-IDX)
                       > WS-SVC-NAME(WS-SORT-NEXT))
               MOVE WS-SVC-ENTRY(WS-SORT-IDX) TO WS-SVC-SWAP-ENTRY
               MOVE WS-SVC-ENTRY(WS-SORT-NEXT)
                   TO WS-SVC-ENTRY(WS-SORT-IDX)
               MOVE WS-SVC-SWAP-ENTRY TO WS-SVC-ENTRY(WS-SORT-NEXT)
               MOVE 'Y' TO WS-SORT-SWAPPED
           END-IF.

      *> ============================================================
      *> Facturar el servicio WS-SVC-IDX si tiene centro de costo y
      *> tarifa: linea del reporte, detalle de la interfaz y corte
      *> de control cuando cambia el centro de costo
      *> ============================================================
       BILL-SERVICE.
           IF WS-SVC-STATUS(WS-SVC-IDX) = 'B'
               IF WS-BRK-SERVICES > 0
                       AND WS-SVC-COST-CENTER(WS-SVC-IDX)
                           NOT = WS-BRK-COST-CENTER
                   PERFORM PRINT-COST-CENTER-TOTAL
               END-IF
               IF WS-BRK-SERVICES = 0
                   MOVE WS-SVC-COST-CENTER(WS-SVC-IDX)
                       TO WS-BRK-COST-CENTER
                   DISPLAY "COST_CENTER:"
                       FUNCTION TRIM(WS-BRK-COST-CENTER)
               END-IF
               ADD 1 TO WS-BRK-SERVICES
               ADD WS-SVC-VOLUME(WS-SVC-IDX) TO WS-BRK-VOLUME
               ADD WS-SVC-AMOUNT(WS-SVC-IDX) TO WS-BRK-AMOUNT
               ADD 1 TO WS-BILLED-COUNT
               ADD WS-SVC-VOLUME(WS-SVC-IDX) TO WS-BILLED-VOLUME

               MOVE WS-SVC-VOLUME(WS-SVC-IDX) TO WS-FMT-VOLUME
               MOVE WS-SVC-RATE(WS-SVC-IDX)   TO WS-FMT-RATE
               MOVE WS-SVC-AMOUNT(WS-SVC-IDX) TO WS-FMT-AMOUNT
               MOVE WS-SVC-DAYS(WS-SVC-IDX)   TO WS-FMT-DAYS
               DISPLAY "  SERVICE:"
                   FUNCTION TRIM(WS-SVC-NAME(WS-SVC-IDX))
                   " DAYS:" FUNCTION TRIM(WS-FMT-DAYS)
                   " VOLUME:" FUNCTION TRIM(WS-FMT-VOLUME)
                   " RATE:" FUNCTION TRIM(WS-FMT-RATE)
                   " AMOUNT:" FUNCTION TRIM(WS-FMT-AMOUNT)

               MOVE SPACES TO GLCHG-DETAIL-RECORD
               MOVE "D"                          TO GL-REC-TYPE
               MOVE WS-MONTH                     TO GL-PERIOD
               MOVE WS-SVC-COST-CENTER(WS-SVC-IDX) TO GL-COST-CENTER
               MOVE WS-SVC-NAME(WS-SVC-IDX)      TO GL-SERVICE
               MOVE WS-ENV-FILTER                TO GL-ENV
               MOVE WS-SVC-VOLUME(WS-SVC-IDX)    TO GL-VOLUME
               MOVE WS-SVC-RATE(WS-SVC-IDX)      TO GL-RATE
               MOVE WS-SVC-AMOUNT(WS-SVC-IDX)    TO GL-AMOUNT
               WRITE GLCHG-DETAIL-RECORD
               ADD 1 TO WS-GL-RECORDS
               ADD GL-VOLUME TO WS-GL-VOLUME
               ADD GL-AMOUNT TO WS-GL-AMOUNT
           END-IF.

      *> ============================================================
      *> Subtotal del centro de costo en curso y reinicio del corte
      *> ============================================================
       PRINT-COST-CENTER-TOTAL.
           MOVE WS-BRK-VOLUME TO WS-FMT-VOLUME
           MOVE WS-BRK-AMOUNT TO WS-FMT-AMOUNT
           DISPLAY "COST_CENTER_TOTAL:"
               FUNCTION TRIM(WS-BRK-COST-CENTER)
               " SERVICES:" WS-BRK-SERVICES
               " VOLUME:" FUNCTION TRIM(WS-FMT-VOLUME)
               " AMOUNT:" FUNCTION TRIM(WS-FMT-AMOUNT)
           MOVE 0 TO WS-BRK-SERVICES
           MOVE 0 TO WS-BRK-VOLUME
           MOVE 0 TO WS-BRK-AMOUNT.

      *> ============================================================
      *> Trailer de la interfaz: cantidad de detalles y totales
      *> ============================================================
       WRITE-GL-TRAILER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO GLCHG-TRAILER-RECORD
           MOVE "T"             TO GT-REC-TYPE
           MOVE WS-MONTH        TO GT-PERIOD
           MOVE WS-GL-RECORDS   TO GT-RECORD-COUNT
           MOVE WS-GL-VOLUME    TO GT-TOTAL-VOLUME
           MOVE WS-GL-AMOUNT    TO GT-TOTAL-AMOUNT
           MOVE WS-CURRENT-DATE(1:14) TO GT-CREATED
           WRITE GLCHG-TRAILER-RECORD.

      *> ============================================================
      *> Informar el servicio WS-SVC-IDX si quedo sin facturar
      *> ============================================================
       REPORT-UNBILLED.
           IF WS-SVC-STATUS(WS-SVC-IDX) NOT = 'B'
               ADD 1 TO WS-UNBILLED-COUNT
               ADD WS-SVC-VOLUME(WS-SVC-IDX) TO WS-UNBILLED-VOLUME
               IF WS-SVC-STATUS(WS-SVC-IDX) = 'C'
                   MOVE "NO_COST_CENTER" TO WS-REASON-TXT
               ELSE
                   MOVE "NO_RATE" TO WS-REASON-TXT
               END-IF
               MOVE WS-SVC-VOLUME(WS-SVC-IDX) TO WS-FMT-VOLUME
               MOVE WS-SVC-DAYS(WS-SVC-IDX)   TO WS-FMT-DAYS
               DISPLAY "UNBILLED:"
                   FUNCTION TRIM(WS-SVC-NAME(WS-SVC-IDX))
                   " DAYS:" FUNCTION TRIM(WS-FMT-DAYS)
                   " VOLUME:" FUNCTION TRIM(WS-FMT-VOLUME)
                   " REASON:" FUNCTION TRIM(WS-REASON-TXT)
           END-IF.

      *> ============================================================
      *> Pagina de conciliacion: el total de DY-TOTAL-REQ leido del
      *> mes tiene que ser exactamente el volumen facturado mas el
      *> no facturado, y la interfaz tiene que llevar lo facturado
      *> ============================================================
       PRINT-RECONCILIATION.
           ADD WS-OVERFLOW-VOLUME TO WS-UNBILLED-VOLUME
           COMPUTE WS-DIFFERENCE = WS-DLY-TOTAL
               - WS-BILLED-VOLUME - WS-UNBILLED-VOLUME

           DISPLAY " "
           DISPLAY "== RECONCILIATION =="
           DISPLAY "SOURCE:YUZU.METRICS.DAILY FROM:" WS-FROM-DATE
               " TO:" WS-MONTH-END " LAST_DAILY:" WS-LAST-DAILY
           MOVE WS-DLY-RECORDS TO WS-FMT-COUNT
           DISPLAY "DAILY_RECORDS:" FUNCTION TRIM(WS-FMT-COUNT)
           MOVE WS-DLY-REJECTED TO WS-FMT-COUNT
           DISPLAY "DAILY_REJECTED:" FUNCTION TRIM(WS-FMT-COUNT)
           MOVE WS-DLY-TOTAL TO WS-FMT-VOLUME
           DISPLAY "DAILY_TOTAL_REQ:" FUNCTION TRIM(WS-FMT-VOLUME)
           MOVE WS-BILLED-VOLUME TO WS-FMT-VOLUME
           DISPLAY "BILLED_VOLUME:" FUNCTION TRIM(WS-FMT-VOLUME)
               " SERVICES:" WS-BILLED-COUNT
           MOVE WS-UNBILLED-VOLUME TO WS-FMT-VOLUME
           DISPLAY "UNBILLED_VOLUME:" FUNCTION TRIM(WS-FMT-VOLUME)
               " SERVICES:" WS-UNBILLED-COUNT
           MOVE WS-DIFFERENCE TO WS-FMT-DIFF
           DISPLAY "DIFFERENCE:" FUNCTION TRIM(WS-FMT-DIFF)
           MOVE WS-GL-RECORDS TO WS-FMT-COUNT
           MOVE WS-GL-VOLUME TO WS-FMT-VOLUME
           MOVE WS-GL-AMOUNT TO WS-FMT-AMOUNT
           DISPLAY "GL_DETAIL_RECORDS:" FUNCTION TRIM(WS-FMT-COUNT)
               " GL_VOLUME:" FUNCTION TRIM(WS-FMT-VOLUME)
               " GL_TOTAL_AMOUNT:" FUNCTION TRIM(WS-FMT-AMOUNT)
           IF WS-DIFFERENCE = 0 AND WS-GL-VOLUME = WS-BILLED-VOLUME
               MOVE 'Y' TO WS-BALANCED
               DISPLAY "RECONCILIATION:BALANCED"
           ELSE
               DISPLAY "RECONCILIATION:OUT_OF_BALANCE"
           END-IF.
