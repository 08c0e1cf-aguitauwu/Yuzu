      *> ============================================================
      *> Yuzu — COBOL Indexed History Builder
      *> Compilar: cobc -x -o yuzu-metrics-hidx metrics-hidx.cob
      *> Uso:      ./yuzu-metrics-hidx
      *> Construye YUZU.METRICS.HISTIX, el espejo indexado de
      *> YUZU.METRICS.HIST por servicio + instancia + hora (ver
      *> YUZUHIX), leyendo la historia secuencial de punta a punta.
      *> Se corre una vez para poner el espejo en marcha; desde ahi
      *> YUZU-METRICS lo mantiene en cada corrida y YUZU-METRICS-ARCH
      *> le saca lo que archiva. Volver a correrlo lo reconstruye
      *> desde cero, que es tambien el camino si el espejo se
      *> pierde o queda en duda. Toma el candado de corrida
      *> YUZU.METRICS.LOCK mientras trabaja para que ninguna corrida
      *> de YUZU-METRICS anexe historia que el espejo no vea.
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-HIDX.
       AUTHOR. YUZU-PROJECT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "YUZU.METRICS.HIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.

      *> YUZU.METRICS.HISTIX — el espejo indexado que se construye
           SELECT HISTIX-FILE ASSIGN TO "YUZU.METRICS.HISTIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HISTIX-FS.

      *> YUZU.METRICS.LOCK — el mismo candado de corrida que toma
      *> YUZU-METRICS (ver TAKE-RUN-LOCK en metrics.cob)
           SELECT LOCK-FILE ASSIGN TO "YUZU.METRICS.LOCK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
           COPY "yuzuhist.cpy".

       FD  HISTIX-FILE.
           COPY "yuzuhix.cpy".

       FD  LOCK-FILE.
           COPY "yuzulck.cpy".

       WORKING-STORAGE SECTION.
           01 WS-HIST-FS          PIC XX      VALUE SPACES.
           01 WS-HISTIX-FS        PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.
           01 WS-CURRENT-DATE     PIC X(21)   VALUE SPACES.

      *> Candado de corrida — mismo umbral de vejez que YUZU-METRICS
           01 WS-LOCK-FS          PIC XX      VALUE SPACES.
           01 WS-LOCK-HELD        PIC X       VALUE 'N'.
           01 WS-LOCK-MAX-AGE     PIC 9(6)    VALUE 1800.
           01 WS-LK-TS-WORK       PIC X(14)   VALUE SPACES.
           01 WS-LK-SECS          PIC 9(12)   VALUE 0.
           01 WS-LK-NOW-SECS      PIC 9(12)   VALUE 0.
           01 WS-LK-AGE           PIC S9(12)  VALUE 0.

      *> Contadores para verificar la carga
           01 WS-READ-COUNT       PIC 9(9)    VALUE 0.
           01 WS-LOADED-COUNT     PIC 9(9)    VALUE 0.
           01 WS-DUP-COUNT        PIC 9(9)    VALUE 0.
           01 WS-SKIPPED-COUNT    PIC 9(9)    VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT HIST-FILE
           IF WS-HIST-FS = "35"
               DISPLAY "ERROR:NO_HISTORY_FILE"
               STOP RUN
           END-IF

           PERFORM TAKE-RUN-LOCK

      *>    Se crea vacio y se reabre en I-O para poder reescribir
      *>    la clave repetida en vez de perder el registro
           OPEN OUTPUT HISTIX-FILE
           CLOSE HISTIX-FILE
           OPEN I-O HISTIX-FILE
           IF WS-HISTIX-FS NOT = "00"
               DISPLAY "ERROR:HISTIX_OPEN_FAILED STATUS:" WS-HISTIX-FS
               CLOSE HIST-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 3 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-HIST-RECORD
           PERFORM LOAD-HIST-RECORD UNTIL WS-EOF-FLAG = 'Y'

           CLOSE HIST-FILE
           CLOSE HISTIX-FILE
           PERFORM RELEASE-RUN-LOCK

           DISPLAY "OUTPUT:YUZU.METRICS.HISTIX"
           DISPLAY "RECORDS_READ:" WS-READ-COUNT
           DISPLAY "RECORDS_LOADED:" WS-LOADED-COUNT
           DISPLAY "DUPLICATE_KEYS:" WS-DUP-COUNT
           DISPLAY "RECORDS_SKIPPED:" WS-SKIPPED-COUNT
           STOP RUN.

      *> ============================================================
      *> Tomar el candado de corrida. Si una corrida de YUZU-METRICS
      *> lo tiene y su hora es reciente, salir con RETURN-CODE 6
      *> sin tocar nada; un candado viejo o ilegible se rompe, como
      *> en YUZU-METRICS.
      *> ============================================================
       TAKE-RUN-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-FS NOT = "35"
               READ LOCK-FILE
                   NOT AT END
                       PERFORM CHECK-LOCK-AGE
               END-READ
               CLOSE LOCK-FILE
           END-IF
           OPEN OUTPUT LOCK-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO LK-TIMESTAMP
           WRITE LOCK-RECORD
           CLOSE LOCK-FILE
           MOVE 'Y' TO WS-LOCK-HELD.

      *> ============================================================
      *> Evaluar el candado leido: reciente = salir bloqueado;
      *> viejo o ilegible = romperlo y seguir
      *> ============================================================
       CHECK-LOCK-AGE.
           IF LK-TIMESTAMP IS NUMERIC
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(1:14) TO WS-LK-TS-WORK
               PERFORM LOCK-TS-TO-SECS
               MOVE WS-LK-SECS TO WS-LK-NOW-SECS
               MOVE LK-TIMESTAMP TO WS-LK-TS-WORK
               PERFORM LOCK-TS-TO-SECS
               COMPUTE WS-LK-AGE = WS-LK-NOW-SECS - WS-LK-SECS
               IF WS-LK-AGE <= WS-LOCK-MAX-AGE
                   CLOSE LOCK-FILE
                   CLOSE HIST-FILE
                   DISPLAY "ERROR:RUN_LOCKED SINCE:" LK-TIMESTAMP
                   MOVE 6 TO RETURN-CODE
                   STOP RUN
               ELSE
                   DISPLAY "WARNING:STALE_LOCK_BROKEN SINCE:"
                       LK-TIMESTAMP
               END-IF
           ELSE
               DISPLAY "WARNING:UNREADABLE_LOCK_BROKEN"
           END-IF.

      *> ============================================================
      *> Dejar el candado vacio (liberado) — solo si esta corrida
      *> lo tomo
      *> ============================================================
       RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD = 'Y'
               OPEN OUTPUT LOCK-FILE
               CLOSE LOCK-FILE
               MOVE 'N' TO WS-LOCK-HELD
           END-IF.

      *> ============================================================
      *> Convertir WS-LK-TS-WORK (AAAAMMDDHHMMSS) a segundos desde
      *> el dia cero del calendario en WS-LK-SECS, para poder
      *> restar dos timestamps entre si
      *> ============================================================
       LOCK-TS-TO-SECS.
           COMPUTE WS-LK-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-LK-TS-WORK(1:8))) * 86400
               + FUNCTION NUMVAL(WS-LK-TS-WORK(9:2)) * 3600
               + FUNCTION NUMVAL(WS-LK-TS-WORK(11:2)) * 60
               + FUNCTION NUMVAL(WS-LK-TS-WORK(13:2)).

      *> ============================================================
      *> Leer el siguiente registro de historia
      *> ============================================================
       READ-HIST-RECORD.
           READ HIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

      *> ============================================================
      *> Copiar el registro de historia leido al espejo indexado y
      *> avanzar al siguiente. Un HR-TIMESTAMP sin fecha numerica no
      *> se puede ubicar en un rango y queda solo en la historia
      *> secuencial. Un registro sin entorno es de production. Una
      *> clave repetida (dos corridas en el mismo
      *> segundo) se reescribe con la ultima, igual que en
      *> MIRROR-HISTORY-RECORD de metrics.cob.
      *> ============================================================
       LOAD-HIST-RECORD.
           IF HR-TIMESTAMP IS NUMERIC AND HR-NAME NOT = SPACES
               IF HR-ENV = SPACES
                   MOVE "production" TO HX-ENV
               ELSE
                   MOVE HR-ENV      TO HX-ENV
               END-IF
               MOVE HR-NAME        TO HX-NAME
               MOVE HR-INSTANCE    TO HX-INSTANCE
               MOVE HR-TIMESTAMP   TO HX-TIMESTAMP
               MOVE HR-TOTAL-REQ   TO HX-TOTAL-REQ
               MOVE HR-OK-REQ      TO HX-OK-REQ
               MOVE HR-ERR-REQ     TO HX-ERR-REQ
               MOVE HR-AVG-LAT     TO HX-AVG-LAT
               MOVE HR-STATUS-CODE TO HX-STATUS-CODE
               MOVE HR-P95-LAT     TO HX-P95-LAT
               MOVE HR-P99-LAT     TO HX-P99-LAT
               MOVE HR-ERR-RATE    TO HX-ERR-RATE
               WRITE HISTIX-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUP-COUNT
                       REWRITE HISTIX-RECORD
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF
           PERFORM READ-HIST-RECORD.
