           01 WS-BREACH-THRESHOLD PIC 9(4)    VALUE 3.
           01 WS-RETENTION-DAYS   PIC 9(4)    VALUE 30.
           01 WS-STALE-SECONDS    PIC 9(6)    VALUE 900.
           01 WS-RECOVERY-TICKS   PIC 9(4)    VALUE 1.
           01 WS-FLAP-CYCLES      PIC 9(4)    VALUE 3.
           01 WS-FLAP-HOURS       PIC 9(4)    VALUE 24.
           01 WS-CRASH-RESTARTS   PIC 9(4)    VALUE 3.
           01 WS-CRASH-MINUTES    PIC 9(4)    VALUE 60.
           01 WS-OUTLIER-MULTIPLE PIC 9(3)V99 VALUE 3.
           01 WS-OUTLIER-RUNS     PIC 9(4)    VALUE 5.
           01 WS-BACKUP-GENERATIONS PIC 9(4)  VALUE 7.

      *> Entrada del operador y su validacion numerica — digitos y
      *> a lo sumo un punto decimal. WS-ENTRY-MAX lo fija el
      *> ENTER en blanco apunta al registro de instancia sin nombre
      *> (el caso de una sola instancia)
           01 WS-INST-NAME        PIC X(16)   VALUE SPACES.
      *> Entorno pedido — la clave arranca por el entorno; ENTER en
      *> blanco es production
           01 WS-ENV-NAME         PIC X(12)   VALUE SPACES.
           01 WS-FOUND            PIC X       VALUE 'N'.
           01 WS-FILE-OPEN        PIC X       VALUE 'N'.

           01 WS-FMT-BREACH       PIC ZZZ9    VALUE 0.
           01 WS-FMT-RETENTION    PIC ZZZ9    VALUE 0.
           01 WS-FMT-STALE        PIC Z(5)9   VALUE 0.
           01 WS-FMT-RECOVERY     PIC ZZZ9    VALUE 0.
           01 WS-FMT-FLAP-CYCLES  PIC ZZZ9    VALUE 0.
           01 WS-FMT-FLAP-HOURS   PIC ZZZ9    VALUE 0.
           01 WS-FMT-CRASH-RESTARTS PIC ZZZ9  VALUE 0.
           01 WS-FMT-CRASH-MINUTES PIC ZZZ9   VALUE 0.
           01 WS-FMT-OUTLIER-MULTIPLE PIC ZZ9.99 VALUE 0.
           01 WS-FMT-OUTLIER-RUNS PIC ZZZ9    VALUE 0.
           01 WS-FMT-BACKUP-GENERATIONS PIC ZZZ9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
                           MOVE PM-BREACH-THRESHOLD
                               TO WS-BREACH-THRESHOLD
                       END-IF
      *>               Los campos agregados despues del layout
      *>               original pueden volver como ceros desde un
      *>               archivo corto pre-migracion; igual que en
      *>               YUZU-METRICS-ARCH y YUZU-METRICS-FLEET, cero
                               AND PM-STALE-SECONDS > 0
                           MOVE PM-STALE-SECONDS TO WS-STALE-SECONDS
                       END-IF
                       IF PM-RECOVERY-TICKS IS NUMERIC
                               AND PM-RECOVERY-TICKS > 0
                           MOVE PM-RECOVERY-TICKS
                               TO WS-RECOVERY-TICKS
                       END-IF
                       IF PM-FLAP-CYCLES IS NUMERIC
                               AND PM-FLAP-CYCLES > 0
                           MOVE PM-FLAP-CYCLES TO WS-FLAP-CYCLES
                       END-IF
                       IF PM-FLAP-HOURS IS NUMERIC
                               AND PM-FLAP-HOURS > 0
                           MOVE PM-FLAP-HOURS TO WS-FLAP-HOURS
                       END-IF
                       IF PM-CRASH-RESTARTS IS NUMERIC
                               AND PM-CRASH-RESTARTS > 0
                           MOVE PM-CRASH-RESTARTS
                               TO WS-CRASH-RESTARTS
                       END-IF
                       IF PM-CRASH-MINUTES IS NUMERIC
                               AND PM-CRASH-MINUTES > 0
                           MOVE PM-CRASH-MINUTES
                               TO WS-CRASH-MINUTES
                       END-IF
                       IF PM-OUTLIER-MULTIPLE IS NUMERIC
                               AND PM-OUTLIER-MULTIPLE > 0
                           MOVE PM-OUTLIER-MULTIPLE
                               TO WS-OUTLIER-MULTIPLE
                       END-IF
                       IF PM-OUTLIER-RUNS IS NUMERIC
                               AND PM-OUTLIER-RUNS > 0
                           MOVE PM-OUTLIER-RUNS
                               TO WS-OUTLIER-RUNS
                       END-IF
                       IF PM-BACKUP-GENERATIONS IS NUMERIC
                               AND PM-BACKUP-GENERATIONS > 0
                           MOVE PM-BACKUP-GENERATIONS
                               TO WS-BACKUP-GENERATIONS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           MOVE WS-BREACH-THRESHOLD TO WS-FMT-BREACH
           MOVE WS-RETENTION-DAYS   TO WS-FMT-RETENTION
           MOVE WS-STALE-SECONDS    TO WS-FMT-STALE
           MOVE WS-RECOVERY-TICKS   TO WS-FMT-RECOVERY
           MOVE WS-FLAP-CYCLES      TO WS-FMT-FLAP-CYCLES
           MOVE WS-FLAP-HOURS       TO WS-FMT-FLAP-HOURS
           MOVE WS-CRASH-RESTARTS   TO WS-FMT-CRASH-RESTARTS
           MOVE WS-CRASH-MINUTES    TO WS-FMT-CRASH-MINUTES
           MOVE WS-OUTLIER-MULTIPLE TO WS-FMT-OUTLIER-MULTIPLE
           MOVE WS-OUTLIER-RUNS     TO WS-FMT-OUTLIER-RUNS
           MOVE WS-BACKUP-GENERATIONS TO WS-FMT-BACKUP-GENERATIONS
           DISPLAY "LAT_THRESHOLD_MS:"  WS-FMT-LAT
           DISPLAY "ERR_THRESHOLD_PCT:" WS-FMT-ERR
           DISPLAY "LOWREQ_UPTIME_SEC:" WS-FMT-LOWREQ
           DISPLAY "BREACH_THRESHOLD:"  WS-FMT-BREACH
           DISPLAY "RETENTION_DAYS:"    WS-FMT-RETENTION
           DISPLAY "STALE_SECONDS:"     WS-FMT-STALE
           DISPLAY "RECOVERY_TICKS:"    WS-FMT-RECOVERY
           DISPLAY "FLAP_CYCLES:"       WS-FMT-FLAP-CYCLES
           DISPLAY "FLAP_HOURS:"        WS-FMT-FLAP-HOURS
           DISPLAY "CRASH_RESTARTS:"    WS-FMT-CRASH-RESTARTS
           DISPLAY "CRASH_MINUTES:"     WS-FMT-CRASH-MINUTES
           DISPLAY "OUTLIER_MULTIPLE:"  WS-FMT-OUTLIER-MULTIPLE
           DISPLAY "OUTLIER_RUNS:"      WS-FMT-OUTLIER-RUNS
           DISPLAY "BACKUP_GENERATIONS:" WS-FMT-BACKUP-GENERATIONS.

      *> ============================================================
      *> Pedir un reemplazo para cada parametro (ENTER en blanco
               PERFORM WRITE-CONFIG-AUDIT
           END-IF

           DISPLAY "NUEVO RECOVERY_TICKS (ENTER=IGUAL): "
               WITH NO ADVANCING
           MOVE 9999 TO WS-ENTRY-MAX
           PERFORM ACCEPT-NUMERIC-ENTRY
           IF WS-ENTRY-OK = 'Y'
               MOVE WS-RECOVERY-TICKS TO WS-FMT-RECOVERY
               MOVE WS-FMT-RECOVERY TO WS-CFG-OLD
               MOVE WS-ENTRY-VALUE TO WS-RECOVERY-TICKS
               MOVE WS-RECOVERY-TICKS TO WS-FMT-RECOVERY
               MOVE WS-FMT-RECOVERY TO WS-CFG-NEW
               MOVE "SET_RECOVERY_TICKS" TO WS-CFG-ACTION
               MOVE "*" TO WS-CFG-TARGET
               PERFORM WRITE-CONFIG-AUDIT
           END-IF

           DISPLAY "NUEVO FLAP_CYCLES (ENTER=IGUAL): "
               WITH NO ADVANCING
           MOVE 9999 TO WS-ENTRY-MAX
           PERFORM ACCEPT-NUMERIC-ENTRY
           IF WS-ENTRY-OK = 'Y'
               MOVE WS-FLAP-CYCLES TO WS-FMT-FLAP-CYCLES
               MOVE WS-FMT-FLAP-CYCLES TO WS-CFG-OLD
               MOVE WS-ENTRY-VALUE TO WS-FLAP-CYCLES
               MOVE WS-FLAP-CYCLES TO WS-FMT-FLAP-CYCLES
               MOVE WS-FMT-FLAP-CYCLES TO WS-CFG-NEW
               MOVE "SET_FLAP_CYCLES" TO WS-CFG-ACTION
               MOVE "*" TO WS-CFG-TARGET
               PERFORM WRITE-CONFIG-AUDIT
           END-IF

           DISPLAY "NUEVO FLAP_HOURS (ENTER=IGUAL): "
               WITH NO ADVANCING
           MOVE 9999 TO WS-ENTRY-MAX
           PERFORM ACCEPT-NUMERIC-ENTRY
           IF WS-ENTRY-OK = 'Y'
               MOVE WS-FLAP-HOURS TO WS-FMT-FLAP-HOURS
               MOVE WS-FMT-FLAP-HOURS TO WS-CFG-OLD
               MOVE WS-ENTRY-VALUE TO WS-FLAP-HOURS
               MOVE WS-FLAP-HOURS TO WS-FMT-FLAP-HOURS
               MOVE WS-FMT-FLAP-HOURS TO WS-CFG-NEW
               MOVE "SET_FLAP_HOURS" TO WS-CFG-ACTION
               MOVE "*" TO WS-CFG-TARGET
               PERFORM WRITE-CONFIG-AUDIT
           END-IF

           DISPLAY "NUEVO CRASH_RESTARTS (ENTER=IGUAL): "
               WITH NO ADVANCING
           MOVE 9999 TO WS-ENTRY-MAX
           PERFORM ACCEPT-NUMERIC-ENTRY
           IF WS-ENTRY-OK = 'Y'
               MOVE WS-CRASH-RESTARTS TO WS-FMT-CRASH-RESTARTS
               MOVE WS-FMT-CRASH-RESTARTS TO WS-CFG-OLD
               MOVE WS-ENTRY-VALUE TO WS-CRASH-RESTARTS
               MOVE WS-CRASH-RESTARTS TO WS-FMT-CRASH-RESTARTS
               MOVE WS-FMT-CRASH-RESTARTS TO WS-CFG-NEW
               MOVE "SET_CRASH_RESTARTS" TO WS-CFG-ACTION
               MOVE "*" TO WS-CFG-TARGET
               PERFORM WRITE-CONFIG-AUDIT
           END-IF

           DISPLAY "NUEVO CRASH_MINUTES (ENTER=IGUAL): "
               WITH NO ADVANCING
           MOVE 9999 TO WS-ENTRY-MAX
           PERFORM ACCEPT-NUMERIC-ENTRY
           IF WS-ENTRY-OK = 'Y'
               MOVE WS-CRASH-MINUTES TO WS-FMT-CRASH-MINUTES
               MOVE WS-FMT-CRASH-MINUTES TO WS-CFG-OLD
               MOVE WS-ENTRY-VALUE TO WS-CRASH-MINUTES
               MOVE WS-CRASH-MINUTES TO WS-FMT-CRASH-MINUTES
               MOVE WS-FMT-CRASH-MINUTES TO WS-CFG-NEW
               MOVE "SET_CRASH_MINUTES" TO WS-CFG-ACTION
               MOVE "*" TO WS-CFG-TARGET
               PERFORM WRITE-CONFIG-AUDIT
           END-IF

           DISPLAY "NUEVO OUTLIER_MULTIPLE (ENTER=IGUAL): "
               WITH NO ADVANCING
           MOVE 999 TO WS-ENTRY-MAX
           PERFORM ACCEPT-NUMERIC-ENTRY
           IF WS-ENTRY-OK = 'Y'
               MOVE WS-OUTLIER-MULTIPLE TO WS-FMT-OUTLIER-MULTIPLE
               MOVE WS-FMT-OUTLIER-MULTIPLE TO WS-CFG-OLD
               MOVE WS-ENTRY-VALUE TO WS-OUTLIER-MULTIPLE
               MOVE WS-OUTLIER-MULTIPLE TO WS-FMT-OUTLIER-MULTIPLE
               MOVE WS-FMT-OUTLIER-MULTIPLE TO WS-CFG-NEW
               MOVE "SET_OUTLIER_MULTIPLE" TO WS-CFG-ACTION
               MOVE "*" TO WS-CFG-TARGET
               PERFORM WRITE-CONFIG-AUDIT
           END-IF

           DISPLAY "NUEVO OUTLIER_RUNS (ENTER=IGUAL): "
               WITH NO ADVANCING
           MOVE 9999 TO WS-ENTRY-MAX
           PERFORM ACCEPT-NUMERIC-ENTRY
           IF WS-ENTRY-OK = 'Y'
               MOVE WS-OUTLIER-RUNS TO WS-FMT-OUTLIER-RUNS
               MOVE WS-FMT-OUTLIER-RUNS TO WS-CFG-OLD
               MOVE WS-ENTRY-VALUE TO WS-OUTLIER-RUNS
               MOVE WS-OUTLIER-RUNS TO WS-FMT-OUTLIER-RUNS
               MOVE WS-FMT-OUTLIER-RUNS TO WS-CFG-NEW
               MOVE "SET_OUTLIER_RUNS" TO WS-CFG-ACTION
               MOVE "*" TO WS-CFG-TARGET
               PERFORM WRITE-CONFIG-AUDIT
           END-IF

           DISPLAY "NUEVO BACKUP_GENERATIONS (ENTER=IGUAL): "
               WITH NO ADVANCING
           MOVE 99 TO WS-ENTRY-MAX
           PERFORM ACCEPT-NUMERIC-ENTRY
           IF WS-ENTRY-OK = 'Y'
               MOVE WS-BACKUP-GENERATIONS TO WS-FMT-BACKUP-GENERATIONS
               MOVE WS-FMT-BACKUP-GENERATIONS TO WS-CFG-OLD
               MOVE WS-ENTRY-VALUE TO WS-BACKUP-GENERATIONS
               MOVE WS-BACKUP-GENERATIONS TO WS-FMT-BACKUP-GENERATIONS
               MOVE WS-FMT-BACKUP-GENERATIONS TO WS-CFG-NEW
               MOVE "SET_BACKUP_GENS" TO WS-CFG-ACTION
               MOVE "*" TO WS-CFG-TARGET
               PERFORM WRITE-CONFIG-AUDIT
           END-IF

           PERFORM WRITE-PARAMETERS
           DISPLAY "PARAMETROS_GUARDADOS"
           PERFORM SHOW-PARAMETERS.
           MOVE WS-BREACH-THRESHOLD TO PM-BREACH-THRESHOLD
           MOVE WS-RETENTION-DAYS   TO PM-RETENTION-DAYS
           MOVE WS-STALE-SECONDS    TO PM-STALE-SECONDS
           MOVE WS-RECOVERY-TICKS   TO PM-RECOVERY-TICKS
           MOVE WS-FLAP-CYCLES      TO PM-FLAP-CYCLES
           MOVE WS-FLAP-HOURS       TO PM-FLAP-HOURS
           MOVE WS-CRASH-RESTARTS   TO PM-CRASH-RESTARTS
           MOVE WS-CRASH-MINUTES    TO PM-CRASH-MINUTES
           MOVE WS-OUTLIER-MULTIPLE TO PM-OUTLIER-MULTIPLE
           MOVE WS-OUTLIER-RUNS     TO PM-OUTLIER-RUNS
           MOVE WS-BACKUP-GENERATIONS TO PM-BACKUP-GENERATIONS
           WRITE PARM-RECORD
           CLOSE PARM-FILE.

           ACCEPT WS-INST-NAME
           MOVE FUNCTION TRIM(WS-INST-NAME) TO WS-INST-NAME.

      *> ============================================================
      *> Pedir el entorno al operador — ENTER en blanco es
      *> production
      *> ============================================================
       ACCEPT-ENV-NAME.
           DISPLAY "ENTORNO (ENTER=production): " WITH NO ADVANCING
           MOVE SPACES TO WS-ENV-NAME
           ACCEPT WS-ENV-NAME
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ENV-NAME))
               TO WS-ENV-NAME
           IF WS-ENV-NAME = SPACES
               MOVE "production" TO WS-ENV-NAME
           END-IF.

      *> ============================================================
      *> Mostrar el registro de rachas del servicio pedido
      *> ============================================================
               DISPLAY "SIN_NOMBRE_DE_SERVICIO"
           ELSE
               PERFORM ACCEPT-INSTANCE-NAME
               PERFORM ACCEPT-ENV-NAME
               PERFORM READ-BREACH-FOR-SERVICE
               IF WS-FILE-OPEN = 'Y'
                   IF WS-FOUND = 'Y'
           OPEN I-O BREACH-FILE
           IF WS-BREACH-FS = "00"
               MOVE 'Y' TO WS-FILE-OPEN
               MOVE WS-ENV-NAME  TO BR-ENV
               MOVE WS-SVC-NAME  TO BR-NAME
               MOVE WS-INST-NAME TO BR-INSTANCE
               READ BREACH-FILE
      *> Mostrar los campos del registro de rachas ya leido
      *> ============================================================
       DISPLAY-BREACH-FIELDS.
           DISPLAY "ENVIRONMENT:" FUNCTION TRIM(BR-ENV)
           DISPLAY "SERVICE:" FUNCTION TRIM(BR-NAME)
           DISPLAY "INSTANCE:" FUNCTION TRIM(BR-INSTANCE)
           DISPLAY "HIGHLAT_STREAK:" BR-HIGHLAT-STREAK
           DISPLAY "HIGHERR_STREAK:" BR-HIGHERR-STREAK
           DISPLAY "LOWREQ_STREAK:" BR-LOWREQ-STREAK
           DISPLAY "ALERT_OPEN:" BR-ALERT-OPEN
           IF BR-OK-STREAK IS NUMERIC
               DISPLAY "OK_STREAK:" BR-OK-STREAK
           END-IF
           IF BR-ALERT-OPEN = 'Y' AND BR-ROOT-NAME NOT = SPACES
               DISPLAY "ROOT_CAUSE:" FUNCTION TRIM(BR-ROOT-NAME)
           END-IF.

      *> ============================================================
      *> Mostrar el snapshot previo del servicio pedido
               DISPLAY "SIN_NOMBRE_DE_SERVICIO"
           ELSE
               PERFORM ACCEPT-INSTANCE-NAME
               PERFORM ACCEPT-ENV-NAME
               PERFORM READ-PREV-FOR-SERVICE
               IF WS-FILE-OPEN = 'Y'
                   IF WS-FOUND = 'Y'
                       DISPLAY "ENVIRONMENT:" FUNCTION TRIM(PV-ENV)
                       DISPLAY "SERVICE:" FUNCTION TRIM(PV-NAME)
                       DISPLAY "INSTANCE:" FUNCTION TRIM(PV-INSTANCE)
                       DISPLAY "PREV_TOTAL_REQ:" PV-TOTAL-REQ
           OPEN I-O PREV-FILE
           IF WS-PREV-FS = "00"
               MOVE 'Y' TO WS-FILE-OPEN
               MOVE WS-ENV-NAME  TO PV-ENV
               MOVE WS-SVC-NAME  TO PV-NAME
               MOVE WS-INST-NAME TO PV-INSTANCE
               READ PREV-FILE
               DISPLAY "SIN_NOMBRE_DE_SERVICIO"
           ELSE
               PERFORM ACCEPT-INSTANCE-NAME
               PERFORM ACCEPT-ENV-NAME
               PERFORM READ-BREACH-FOR-SERVICE
               IF WS-FILE-OPEN = 'Y'
                   IF WS-FOUND = 'Y'
                               " LR:" BR-LOWREQ-STREAK
                               " INST:"
                               FUNCTION TRIM(WS-INST-NAME)
                               " ENV:"
                               FUNCTION TRIM(WS-ENV-NAME)
                               DELIMITED BY SIZE
                               INTO WS-CFG-OLD
                           END-STRING
               DISPLAY "SIN_NOMBRE_DE_SERVICIO"
           ELSE
               PERFORM ACCEPT-INSTANCE-NAME
               PERFORM ACCEPT-ENV-NAME
               PERFORM READ-PREV-FOR-SERVICE
               IF WS-FILE-OPEN = 'Y'
                   IF WS-FOUND = 'Y'
                       DISPLAY "ENVIRONMENT:" FUNCTION TRIM(PV-ENV)
                       DISPLAY "SERVICE:" FUNCTION TRIM(PV-NAME)
                       DISPLAY "PREV_TOTAL_REQ:" PV-TOTAL-REQ
                       DISPLAY "CONFIRMA OLVIDO DEL SNAPSHOT (S/N): "
                               " VER:" FUNCTION TRIM(PV-VERSION)
                               " INST:"
                               FUNCTION TRIM(WS-INST-NAME)
                               " ENV:"
                               FUNCTION TRIM(WS-ENV-NAME)
                               DELIMITED BY SIZE
                               INTO WS-CFG-OLD
                           END-STRING
