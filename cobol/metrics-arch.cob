      *> HR-TIMESTAMP) a un archivo fechado YUZU.METRICS.ARCH.AAAAMMDD
      *> y reescribe YUZU.METRICS.HIST solo con la ventana retenida,
      *> imprimiendo cuantos registros se movieron y se conservaron
      *> para poder verificar el corte. Si ya existe el espejo
      *> indexado YUZU.METRICS.HISTIX (ver YUZU-METRICS-HIDX), le
      *> borra los mismos registros para que siga siendo la misma
      *> ventana que HIST; mientras tanto tiene tomado el candado
      *> de corrida YUZU.METRICS.LOCK, igual que YUZU-METRICS, para
      *> que ninguna corrida anexe a medio corte.
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-ARCH.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.

      *> YUZU.METRICS.HISTIX — espejo indexado de HIST; opcional
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

      *> YUZU.METRICS.PARM — mismo registro unico que lee
      *> YUZU-METRICS; de ahi sale PM-RETENTION-DAYS.
           SELECT PARM-FILE ASSIGN TO "YUZU.METRICS.PARM"
       FD  HIST-FILE.
           COPY "yuzuhist.cpy".

       FD  HISTIX-FILE.
           COPY "yuzuhix.cpy".

       FD  LOCK-FILE.
           COPY "yuzulck.cpy".

       FD  PARM-FILE.
           COPY "yuzuparm.cpy".

       FD  ARCH-FILE.
       01  ARCH-RECORD            PIC X(140).

       FD  WORK-FILE.
       01  WORK-RECORD            PIC X(140).

       WORKING-STORAGE SECTION.
           01 WS-HIST-FS          PIC XX      VALUE SPACES.
           01 WS-ARCH-FS          PIC XX      VALUE SPACES.
           01 WS-WORK-FS          PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.
           01 WS-HISTIX-FS        PIC XX      VALUE SPACES.
           01 WS-HISTIX-OPEN      PIC X       VALUE 'N'.

      *> Candado de corrida — mismo umbral de vejez que YUZU-METRICS
           01 WS-LOCK-FS          PIC XX      VALUE SPACES.
           01 WS-LOCK-HELD        PIC X       VALUE 'N'.
           01 WS-LOCK-MAX-AGE     PIC 9(6)    VALUE 1800.
           01 WS-LK-TS-WORK       PIC X(14)   VALUE SPACES.
           01 WS-LK-SECS          PIC 9(12)   VALUE 0.
           01 WS-LK-NOW-SECS      PIC 9(12)   VALUE 0.
           01 WS-LK-AGE           PIC S9(12)  VALUE 0.

      *> Horizonte de retencion — valor por defecto si el archivo de
      *> parametros no existe o todavia no trae PM-RETENTION-DAYS.
      *> Contadores para verificar el corte
           01 WS-MOVED-COUNT      PIC 9(9)    VALUE 0.
           01 WS-KEPT-COUNT       PIC 9(9)    VALUE 0.
           01 WS-IX-DELETED-COUNT PIC 9(9)    VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
               STOP RUN
           END-IF

           PERFORM TAKE-RUN-LOCK
           OPEN I-O HISTIX-FILE
           IF WS-HISTIX-FS = "00"
               MOVE 'Y' TO WS-HISTIX-OPEN
           END-IF

           PERFORM OPEN-ARCH-FILE
           OPEN OUTPUT WORK-FILE

           CLOSE WORK-FILE

           PERFORM REWRITE-HISTORY
           IF WS-HISTIX-OPEN = 'Y'
               CLOSE HISTIX-FILE
           END-IF
           PERFORM RELEASE-RUN-LOCK

           DISPLAY "CUTOFF_DATE:" WS-CUTOFF-X
           DISPLAY "ARCH_FILE:" FUNCTION TRIM(WS-ARCH-NAME)
           DISPLAY "RECORDS_MOVED:" WS-MOVED-COUNT
           DISPLAY "RECORDS_KEPT:" WS-KEPT-COUNT
           IF WS-HISTIX-OPEN = 'Y'
               DISPLAY "HISTIX_DELETED:" WS-IX-DELETED-COUNT
           ELSE
               DISPLAY "HISTIX:NOT_BUILT"
           END-IF
           STOP RUN.

      *> ============================================================
               ADD 1 TO WS-MOVED-COUNT
               MOVE HIST-RECORD TO ARCH-RECORD
               WRITE ARCH-RECORD
               IF WS-HISTIX-OPEN = 'Y'
                   PERFORM DELETE-HISTIX-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-KEPT-COUNT
               MOVE HIST-RECORD TO WORK-RECORD
           END-IF
           PERFORM READ-HIST-RECORD.

      *> ============================================================
      *> Borrar del espejo indexado el registro que se acaba de
      *> archivar (sin entorno es de production, como al cargarlo).
      *> Si no esta (una clave repetida ya borrada, o un registro
      *> anterior al espejo) no hay nada que hacer.
      *> ============================================================
       DELETE-HISTIX-RECORD.
           IF HR-ENV = SPACES
               MOVE "production" TO HX-ENV
           ELSE
               MOVE HR-ENV   TO HX-ENV
           END-IF
           MOVE HR-NAME      TO HX-NAME
           MOVE HR-INSTANCE  TO HX-INSTANCE
           MOVE HR-TIMESTAMP TO HX-TIMESTAMP
           DELETE HISTIX-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-IX-DELETED-COUNT
           END-DELETE.

      *> ============================================================
      *> Copiar la ventana retenida del archivo de trabajo de vuelta
      *> a YUZU.METRICS.HIST, reemplazando el contenido anterior
           MOVE WORK-RECORD TO HIST-RECORD
           WRITE HIST-RECORD
           PERFORM READ-WORK-RECORD.

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
