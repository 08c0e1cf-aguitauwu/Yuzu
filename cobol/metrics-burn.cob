      *> Yuzu — COBOL Error-Budget Burn-Rate Check
      *> Compilar: cobc -x -o yuzu-metrics-burn metrics-burn.cob
      *> Uso:      ./yuzu-metrics-burn [MULT_RAPIDO] [MULT_LENTO]
      *>                                 [ENTORNO]
      *> YUZU-METRICS-SLA cuenta el presupuesto de error cuando el
      *> periodo ya termino — tarde para salvar el contrato. Esto
      *> corre del lado vivo: con los objetivos de YUZU.METRICS.SLA
      *>     no viene) anexa BURN_SLOW como WARNING.
      *> Los eventos salen ruteados segun YUZU.METRICS.ROUTE y se
      *> reconocen con YUZU-METRICS-ACK como cualquier otra pagina.
      *> Solo cuenta la historia de ENTORNO (production si no
      *> viene); si ese entorno no pagina segun YUZU.METRICS.ENV la
      *> quema se informa pero no se anexa a la cola.
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-BURN.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTE-FS.

      *> YUZU.METRICS.ENV — si el entorno evaluado pagina (ver
      *> RESOLVE-ENV-PAGEABLE)
           SELECT ENV-FILE ASSIGN TO "YUZU.METRICS.ENV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENV-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       FD  ROUTE-FILE.
           COPY "yuzurout.cpy".

       FD  ENV-FILE.
           COPY "yuzuenv.cpy".

       WORKING-STORAGE SECTION.
           01 WS-HIST-FS          PIC XX      VALUE SPACES.
           01 WS-SLA-FS           PIC XX      VALUE SPACES.
           01 WS-ALERT-FS         PIC XX      VALUE SPACES.
           01 WS-ROUTE-FS         PIC XX      VALUE SPACES.
           01 WS-ENV-FS           PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.

      *> Multiplicadores de quema — argumentos opcionales
           01 WS-FAST-MULT        PIC 9(3)V99 VALUE 14.
           01 WS-SLOW-MULT        PIC 9(3)V99 VALUE 3.

      *> Entorno evaluado — tercer argumento opcional — y si pagina
           01 WS-ENV-FILTER       PIC X(12)   VALUE "production".
           01 WS-ENV-PAGEABLE     PIC X       VALUE 'N'.
           01 WS-ENV-EOF          PIC X       VALUE 'N'.

      *> Ventanas en segundos: rapida una hora, lenta seis
           01 WS-FAST-WINDOW      PIC 9(6)    VALUE 3600.
           01 WS-SLOW-WINDOW      PIC 9(6)    VALUE 21600.
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-RAW))
                   TO WS-SLOW-MULT
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG-RAW
           ACCEPT WS-ARG-RAW FROM ARGUMENT-VALUE
           IF WS-ARG-RAW NOT = SPACES
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ARG-RAW))
                   TO WS-ENV-FILTER
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-NOW-TIMESTAMP
           END-IF

           PERFORM READ-ROUTING-TABLE
           PERFORM RESOLVE-ENV-PAGEABLE

           OPEN INPUT HIST-FILE
           IF WS-HIST-FS = "35"
           PERFORM ACCUM-HIST-RECORD UNTIL WS-EOF-FLAG = 'Y'
           CLOSE HIST-FILE

           DISPLAY "ENVIRONMENT:" FUNCTION TRIM(WS-ENV-FILTER)
               " PAGEABLE:" WS-ENV-PAGEABLE
           DISPLAY "FAST_MULT:" WS-FAST-MULT
               " SLOW_MULT:" WS-SLOW-MULT
           PERFORM EVALUATE-BURN-RATE
           PERFORM READ-ROUTE-RECORD.

      *> ============================================================
      *> Dejar en WS-ENV-PAGEABLE si el entorno evaluado pagina: su
      *> fila de YUZU.METRICS.ENV manda; sin fila (o sin archivo)
      *> solo production pagina, igual que en YUZU-METRICS
      *> ============================================================
       RESOLVE-ENV-PAGEABLE.
           IF WS-ENV-FILTER = "production"
               MOVE 'Y' TO WS-ENV-PAGEABLE
           END-IF
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
      *> contadores.
      *> ============================================================
       ACCUM-HIST-RECORD.
           IF HR-TIMESTAMP IS NUMERIC AND HR-ENV = WS-ENV-FILTER
               MOVE 'N' TO WS-SVC-FOUND
               MOVE 0 TO WS-SVC-MATCH-IDX
               PERFORM MATCH-SVC-ENTRY
      *> cola de alertas, con la tasa de error de la ventana que
      *> disparo y el equipo duenio segun el ruteo. Si el archivo
      *> aun no existe, OPEN EXTEND falla con status 35; se crea
      *> vacio y se reintenta. Un entorno que no pagina solo lo
      *> informa.
      *> ============================================================
       WRITE-BURN-EVENT.
           PERFORM RESOLVE-ROUTE-TEAM
           IF WS-ENV-PAGEABLE = 'Y'
               PERFORM APPEND-BURN-EVENT
           END-IF

           MOVE WS-BURN-RATE TO WS-FMT-BURN
           MOVE WS-WIN-ERR-RATE TO WS-FMT-ERR
           DISPLAY FUNCTION TRIM(WS-BURN-EVENT) " "
               FUNCTION TRIM(WS-SVC-NAME(WS-SVC-IDX))
               " ERR_RATE:" WS-FMT-ERR
               " BURN_RATE:" WS-FMT-BURN
               " TEAM:" FUNCTION TRIM(WS-ROUTE-TEAM).

      *> ============================================================
      *> Anexar el evento de quema ya decidido a YUZU.ALERTS.QUEUE
      *> ============================================================
       APPEND-BURN-EVENT.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-FS = "35"
               OPEN OUTPUT ALERT-FILE
           MOVE WS-ROUTE-TEAM             TO AQ-TEAM
           MOVE SPACES                    TO AQ-PATH
           MOVE SPACES                    TO AQ-METHOD
           MOVE SPACES                    TO AQ-ROOT-NAME
           MOVE SPACES                    TO AQ-INSTANCE
           MOVE WS-ENV-FILTER             TO AQ-ENV
           WRITE ALERT-RECORD

           CLOSE ALERT-FILE.

      *> ============================================================
      *> Dejar en WS-ROUTE-TEAM el equipo duenio del servicio
