      *> ============================================================
      *> Yuzu — COBOL State File Environment Key Migration
      *> Compilar: cobc -x -o yuzu-metrics-envm metrics-envm.cob
      *> Uso:      ./yuzu-metrics-envm
      *> YUZU.METRICS.PREV y YUZU.METRICS.BREACH pasaron a clavarse
      *> por entorno + servicio + instancia (ver YUZUPREV y
      *> YUZUBRCH). Un archivo escrito antes de ese cambio tiene la
      *> clave vieja (servicio + instancia) y YUZU-METRICS no lo
      *> puede abrir con el layout nuevo. Este programa se corre una
      *> sola vez al instalar el cambio: lee cada archivo con el
      *> layout viejo, lo deja en un archivo de trabajo con el
      *> layout nuevo y el entorno "production" (todo lo que habia
      *> antes era produccion) y lo vuelve a escribir entero con la
      *> clave nueva, sin perder rachas, incidentes abiertos ni
      *> contadores previos.
      *> Un archivo que no existe no tiene nada que migrar; uno que
      *> ya tiene el layout nuevo (el OPEN con el layout viejo
      *> devuelve 39, o el primer registro no trae contadores
      *> numericos donde el layout viejo los espera) se deja como
      *> esta, asi que volver a correrlo no hace dano. Toma el
      *> candado de corrida YUZU.METRICS.LOCK mientras trabaja para
      *> que ninguna corrida de YUZU-METRICS escriba a medio cambio.
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-ENVM.
       AUTHOR. YUZU-PROJECT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> YUZU.METRICS.PREV con el layout de antes del entorno —
      *> solo lectura
           SELECT OLD-PREV-FILE ASSIGN TO "YUZU.METRICS.PREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-KEY
               FILE STATUS IS WS-OLD-PREV-FS.

      *> YUZU.METRICS.PREV con el layout nuevo — se reescribe
           SELECT PREV-FILE ASSIGN TO "YUZU.METRICS.PREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PV-KEY
               FILE STATUS IS WS-PREV-FS.

      *> YUZU.METRICS.BREACH con el layout de antes del entorno —
      *> solo lectura
           SELECT OLD-BREACH-FILE ASSIGN TO "YUZU.METRICS.BREACH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OB-KEY
               FILE STATUS IS WS-OLD-BREACH-FS.

      *> YUZU.METRICS.BREACH con el layout nuevo — se reescribe
           SELECT BREACH-FILE ASSIGN TO "YUZU.METRICS.BREACH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BREACH-FS.

      *> Archivo de trabajo — no se puede reescribir un archivo
      *> mientras se lo esta leyendo, asi que los registros ya
      *> convertidos pasan primero por aca, como en YUZU-METRICS-ARCH
           SELECT WORK-FILE ASSIGN TO "YUZU.METRICS.ENVM.WORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-FS.

      *> YUZU.METRICS.LOCK — el mismo candado de corrida que toma
      *> YUZU-METRICS (ver TAKE-RUN-LOCK en metrics.cob)
           SELECT LOCK-FILE ASSIGN TO "YUZU.METRICS.LOCK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-FS.

       DATA DIVISION.
       FILE SECTION.
      *> Layout de YUZUPREV tal como esta instalado: antes del
      *> entorno en la clave y antes de PV-UPTIME
       FD  OLD-PREV-FILE.
       01  OLD-PREV-RECORD.
           05 OP-KEY.
               10 OP-NAME         PIC X(32).
               10 OP-INSTANCE     PIC X(16).
           05 OP-TOTAL-REQ        PIC 9(10).
           05 OP-OK-REQ           PIC 9(10).
           05 OP-ERR-REQ          PIC 9(10).
           05 OP-VERSION          PIC X(16).

       FD  PREV-FILE.
           COPY "yuzuprev.cpy".

      *> Layout de YUZUBRCH tal como esta instalado: antes del
      *> entorno en la clave y antes de BR-ROOT-NAME y BR-OK-STREAK
       FD  OLD-BREACH-FILE.
       01  OLD-BREACH-RECORD.
           05 OB-KEY.
               10 OB-NAME         PIC X(32).
               10 OB-INSTANCE     PIC X(16).
           05 OB-HIGHLAT-STREAK    PIC 9(4).
           05 OB-HIGHERR-STREAK    PIC 9(4).
           05 OB-LOWREQ-STREAK     PIC 9(4).
           05 OB-ALERT-OPEN        PIC X.

       FD  BREACH-FILE.
           COPY "yuzubrch.cpy".

      *> Del largo del mayor de los dos registros nuevos (PREV)
       FD  WORK-FILE.
       01  WORK-RECORD            PIC X(116).

       FD  LOCK-FILE.
           COPY "yuzulck.cpy".

       WORKING-STORAGE SECTION.
           01 WS-OLD-PREV-FS      PIC XX      VALUE SPACES.
           01 WS-PREV-FS          PIC XX      VALUE SPACES.
           01 WS-OLD-BREACH-FS    PIC XX      VALUE SPACES.
           01 WS-BREACH-FS        PIC XX      VALUE SPACES.
           01 WS-WORK-FS          PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.
           01 WS-CURRENT-DATE     PIC X(21)   VALUE SPACES.

      *> Entorno que se le pone a todo registro migrado
           01 WS-DEFAULT-ENV      PIC X(12)   VALUE "production".

      *> 'Y' cuando el archivo en curso se tiene que migrar (existe
      *> y tiene el layout viejo)
           01 WS-NEEDS-MIGRATION  PIC X       VALUE 'N'.

      *> Candado de corrida — mismo umbral de vejez que YUZU-METRICS
           01 WS-LOCK-FS          PIC XX      VALUE SPACES.
           01 WS-LOCK-HELD        PIC X       VALUE 'N'.
           01 WS-LOCK-MAX-AGE     PIC 9(6)    VALUE 1800.
           01 WS-LK-TS-WORK       PIC X(14)   VALUE SPACES.
           01 WS-LK-SECS          PIC 9(12)   VALUE 0.
           01 WS-LK-NOW-SECS      PIC 9(12)   VALUE 0.
           01 WS-LK-AGE           PIC S9(12)  VALUE 0.

      *> Contadores para verificar la migracion
           01 WS-PREV-READ        PIC 9(9)    VALUE 0.
           01 WS-PREV-WRITTEN     PIC 9(9)    VALUE 0.
           01 WS-BREACH-READ      PIC 9(9)    VALUE 0.
           01 WS-BREACH-WRITTEN   PIC 9(9)    VALUE 0.
           01 WS-WRITE-ERRORS     PIC 9(9)    VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM TAKE-RUN-LOCK

           PERFORM MIGRATE-PREV-FILE
           PERFORM MIGRATE-BREACH-FILE

           PERFORM RELEASE-RUN-LOCK

           DISPLAY "PREV_RECORDS_READ:" WS-PREV-READ
           DISPLAY "PREV_RECORDS_WRITTEN:" WS-PREV-WRITTEN
           DISPLAY "BREACH_RECORDS_READ:" WS-BREACH-READ
           DISPLAY "BREACH_RECORDS_WRITTEN:" WS-BREACH-WRITTEN
           IF WS-WRITE-ERRORS > 0
               DISPLAY "WRITE_ERRORS:" WS-WRITE-ERRORS
               MOVE 3 TO RETURN-CODE
           END-IF
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
      *> YUZU.METRICS.PREV: pasar los registros con el layout viejo
      *> al archivo de trabajo ya convertidos y reescribir el
      *> archivo con la clave nueva
      *> ============================================================
       MIGRATE-PREV-FILE.
           MOVE 'N' TO WS-NEEDS-MIGRATION
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OLD-PREV-FILE
           EVALUATE WS-OLD-PREV-FS
               WHEN "35"
                   DISPLAY "PREV:NO_FILE"
               WHEN "39"
                   DISPLAY "PREV:ALREADY_MIGRATED"
               WHEN "00"
                   PERFORM READ-OLD-PREV-RECORD
                   IF WS-EOF-FLAG = 'Y'
                       DISPLAY "PREV:EMPTY"
                   ELSE
                       IF OP-TOTAL-REQ IS NUMERIC
                               AND OP-OK-REQ IS NUMERIC
                           MOVE 'Y' TO WS-NEEDS-MIGRATION
                       ELSE
                           DISPLAY "PREV:ALREADY_MIGRATED"
                       END-IF
                   END-IF
                   IF WS-NEEDS-MIGRATION = 'Y'
                       OPEN OUTPUT WORK-FILE
                       PERFORM CONVERT-PREV-RECORD
                           UNTIL WS-EOF-FLAG = 'Y'
                       CLOSE WORK-FILE
                   END-IF
                   CLOSE OLD-PREV-FILE
               WHEN OTHER
                   DISPLAY "ERROR:PREV_OPEN_FAILED STATUS:"
                       WS-OLD-PREV-FS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 3 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF WS-NEEDS-MIGRATION = 'Y'
               OPEN OUTPUT PREV-FILE
               IF WS-PREV-FS NOT = "00"
                   DISPLAY "ERROR:PREV_REWRITE_FAILED STATUS:"
                       WS-PREV-FS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 3 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT WORK-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-WORK-RECORD
               PERFORM WRITE-NEW-PREV-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE WORK-FILE
               CLOSE PREV-FILE
               DISPLAY "PREV:MIGRATED"
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de PREV con el layout viejo
      *> ============================================================
       READ-OLD-PREV-RECORD.
           READ OLD-PREV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-PREV-READ
           END-READ.

      *> ============================================================
      *> Armar el registro nuevo de PREV desde el viejo, con el
      *> entorno por defecto, dejarlo en el archivo de trabajo y
      *> avanzar al siguiente. El layout instalado no tiene
      *> PV-UPTIME: arranca en cero, que nunca parece un reinicio
      *> (la primera corrida despues de migrar solo lo carga).
      *> ============================================================
       CONVERT-PREV-RECORD.
           MOVE WS-DEFAULT-ENV TO PV-ENV
           MOVE OP-NAME        TO PV-NAME
           MOVE OP-INSTANCE    TO PV-INSTANCE
           MOVE OP-TOTAL-REQ   TO PV-TOTAL-REQ
           MOVE OP-OK-REQ      TO PV-OK-REQ
           MOVE OP-ERR-REQ     TO PV-ERR-REQ
           MOVE OP-VERSION     TO PV-VERSION
           MOVE 0              TO PV-UPTIME
           MOVE PREV-RECORD    TO WORK-RECORD
           WRITE WORK-RECORD
           PERFORM READ-OLD-PREV-RECORD.

      *> ============================================================
      *> Escribir en PREV el registro convertido leido del archivo
      *> de trabajo y avanzar al siguiente
      *> ============================================================
       WRITE-NEW-PREV-RECORD.
           MOVE WORK-RECORD TO PREV-RECORD
           WRITE PREV-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-ERRORS
                   DISPLAY "ERROR:PREV_WRITE_FAILED SERVICE:"
                       FUNCTION TRIM(PV-NAME)
                       " INSTANCE:" FUNCTION TRIM(PV-INSTANCE)
               NOT INVALID KEY
                   ADD 1 TO WS-PREV-WRITTEN
           END-WRITE
           PERFORM READ-WORK-RECORD.

      *> ============================================================
      *> YUZU.METRICS.BREACH: la misma mecanica que para PREV
      *> ============================================================
       MIGRATE-BREACH-FILE.
           MOVE 'N' TO WS-NEEDS-MIGRATION
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OLD-BREACH-FILE
           EVALUATE WS-OLD-BREACH-FS
               WHEN "35"
                   DISPLAY "BREACH:NO_FILE"
               WHEN "39"
                   DISPLAY "BREACH:ALREADY_MIGRATED"
               WHEN "00"
                   PERFORM READ-OLD-BREACH-RECORD
                   IF WS-EOF-FLAG = 'Y'
                       DISPLAY "BREACH:EMPTY"
                   ELSE
                       IF OB-HIGHLAT-STREAK IS NUMERIC
                               AND OB-HIGHERR-STREAK IS NUMERIC
                           MOVE 'Y' TO WS-NEEDS-MIGRATION
                       ELSE
                           DISPLAY "BREACH:ALREADY_MIGRATED"
                       END-IF
                   END-IF
                   IF WS-NEEDS-MIGRATION = 'Y'
                       OPEN OUTPUT WORK-FILE
                       PERFORM CONVERT-BREACH-RECORD
                           UNTIL WS-EOF-FLAG = 'Y'
                       CLOSE WORK-FILE
                   END-IF
                   CLOSE OLD-BREACH-FILE
               WHEN OTHER
                   DISPLAY "ERROR:BREACH_OPEN_FAILED STATUS:"
                       WS-OLD-BREACH-FS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 3 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF WS-NEEDS-MIGRATION = 'Y'
               OPEN OUTPUT BREACH-FILE
               IF WS-BREACH-FS NOT = "00"
                   DISPLAY "ERROR:BREACH_REWRITE_FAILED STATUS:"
                       WS-BREACH-FS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 3 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT WORK-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-WORK-RECORD
               PERFORM WRITE-NEW-BREACH-RECORD
                   UNTIL WS-EOF-FLAG = 'Y'
               CLOSE WORK-FILE
               CLOSE BREACH-FILE
               DISPLAY "BREACH:MIGRATED"
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de BREACH con el layout viejo
      *> ============================================================
       READ-OLD-BREACH-RECORD.
           READ OLD-BREACH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-BREACH-READ
           END-READ.

      *> ============================================================
      *> Armar el registro nuevo de BREACH desde el viejo, con el
      *> entorno por defecto, dejarlo en el archivo de trabajo y
      *> avanzar al siguiente. El layout instalado no tiene
      *> BR-ROOT-NAME ni BR-OK-STREAK: arrancan en blanco y en cero
      *> (sin causa raiz conocida, sin racha de recuperacion).
      *> ============================================================
       CONVERT-BREACH-RECORD.
           MOVE WS-DEFAULT-ENV    TO BR-ENV
           MOVE OB-NAME           TO BR-NAME
           MOVE OB-INSTANCE       TO BR-INSTANCE
           MOVE OB-HIGHLAT-STREAK TO BR-HIGHLAT-STREAK
           MOVE OB-HIGHERR-STREAK TO BR-HIGHERR-STREAK
           MOVE OB-LOWREQ-STREAK  TO BR-LOWREQ-STREAK
           MOVE OB-ALERT-OPEN     TO BR-ALERT-OPEN
           MOVE SPACES            TO BR-ROOT-NAME
           MOVE 0                 TO BR-OK-STREAK
           MOVE BREACH-RECORD     TO WORK-RECORD
           WRITE WORK-RECORD
           PERFORM READ-OLD-BREACH-RECORD.

      *> ============================================================
      *> Escribir en BREACH el registro convertido leido del archivo
      *> de trabajo y avanzar al siguiente
      *> ============================================================
       WRITE-NEW-BREACH-RECORD.
           MOVE WORK-RECORD TO BREACH-RECORD
           WRITE BREACH-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-ERRORS
                   DISPLAY "ERROR:BREACH_WRITE_FAILED SERVICE:"
                       FUNCTION TRIM(BR-NAME)
                       " INSTANCE:" FUNCTION TRIM(BR-INSTANCE)
               NOT INVALID KEY
                   ADD 1 TO WS-BREACH-WRITTEN
           END-WRITE
           PERFORM READ-WORK-RECORD.

      *> ============================================================
      *> Leer el siguiente registro del archivo de trabajo
      *> ============================================================
       READ-WORK-RECORD.
           READ WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
