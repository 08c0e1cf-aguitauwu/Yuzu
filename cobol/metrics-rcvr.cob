      *> ============================================================
      *> Yuzu — COBOL State File Restore
      *> Compilar: cobc -x -o yuzu-metrics-rcvr metrics-rcvr.cob
      *> Uso:      ./yuzu-metrics-rcvr   (interactivo)
      *> Vuelve los archivos de estado a una generacion respaldada
      *> por YUZU-METRICS-BKUP, en vez de rearmar a mano un archivo
      *> indexado danado:
      *>   - lista las generaciones del catalogo
      *>     YUZU.METRICS.BKUPCAT con la cantidad de registros de
      *>     cada archivo segun su registro de control;
      *>   - pregunta archivo por archivo cual restaurar y pide
      *>     confirmacion, sin tomar todavia el candado;
      *>   - con el candado de corrida YUZU.METRICS.LOCK tomado (y
      *>     sin esperar mas al operador), valida la generacion
      *>     elegida — cada copia se vuelve a contar y a totalizar y
      *>     tiene que cuadrar con su .CTL (ver YUZUBKC); una
      *>     generacion que no cuadra no se restaura, ni siquiera en
      *>     parte — y restaura, para que ninguna corrida de
      *>     YUZU-METRICS ni de YUZU-METRICS-BKUP toque el estado o
      *>     las copias entre la validacion y la restauracion;
      *>   - abre la copia antes de pisar el archivo vivo: si la
      *>     copia no abre, el archivo vivo queda como estaba.
      *> El operador se identifica al entrar y cada archivo
      *> restaurado queda anexado a YUZU.METRICS.CFGAUD (accion
      *> RESTORE_STATE) con la cantidad de registros de antes y la
      *> generacion y cantidad de despues, igual que los cambios de
      *> YUZU-METRICS-OPER.
      *> Termina con RETURN-CODE 8 si no hay generaciones, si la
      *> elegida no valida o si alguna copia no abrio al restaurar
      *> (ese archivo no se toca ni se audita), 6 si el candado
      *> estaba tomado y 4 si algun registro no se pudo escribir al
      *> restaurar.
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-RCVR.
       AUTHOR. YUZU-PROJECT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Los archivos de estado que se restauran. Los indexados se
      *> recorren para contar lo que habia antes y se reescriben
      *> por clave, de ahi ACCESS DYNAMIC.
           SELECT PREV-FILE ASSIGN TO "YUZU.METRICS.PREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-KEY
               FILE STATUS IS WS-PREV-FS.

           SELECT BREACH-FILE ASSIGN TO "YUZU.METRICS.BREACH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BREACH-FS.

           SELECT SVCPARM-FILE ASSIGN TO "YUZU.METRICS.SVCPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVCPARM-FS.

           SELECT FIXCTL-FILE ASSIGN TO "YUZU.METRICS.FIXCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIXCTL-FS.

           SELECT PARM-FILE ASSIGN TO "YUZU.METRICS.PARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.

      *> Copias de la generacion elegida
      *> (YUZU.METRICS.BKUP.<generacion>.<archivo>, ver
      *> YUZU-METRICS-BKUP). Se abren de a una, asi que comparten
      *> la variable del nombre.
           SELECT BK-PREV-FILE ASSIGN DYNAMIC WS-BK-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BK-FS.

           SELECT BK-BREACH-FILE ASSIGN DYNAMIC WS-BK-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BK-FS.

           SELECT BK-SVCPARM-FILE ASSIGN DYNAMIC WS-BK-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BK-FS.

           SELECT BK-FIXCTL-FILE ASSIGN DYNAMIC WS-BK-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BK-FS.

           SELECT BK-PARM-FILE ASSIGN DYNAMIC WS-BK-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BK-FS.

           SELECT BKCTL-FILE ASSIGN DYNAMIC WS-BK-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BK-FS.

      *> YUZU.METRICS.BKUPCAT — generaciones vivas (ver YUZUBKG)
           SELECT BKCAT-FILE ASSIGN TO "YUZU.METRICS.BKUPCAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKCAT-FS.

      *> YUZU.METRICS.CFGAUD — auditoria de configuracion, la misma
      *> que escribe YUZU-METRICS-OPER (ver WRITE-CONFIG-AUDIT)
           SELECT CFGAUD-FILE ASSIGN TO "YUZU.METRICS.CFGAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CFGAUD-FS.

      *> YUZU.METRICS.LOCK — el mismo candado de corrida que toma
      *> YUZU-METRICS (ver TAKE-RUN-LOCK en metrics.cob)
           SELECT LOCK-FILE ASSIGN TO "YUZU.METRICS.LOCK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREV-FILE.
           COPY "yuzuprev.cpy".

       FD  BREACH-FILE.
           COPY "yuzubrch.cpy".

       FD  SVCPARM-FILE.
           COPY "yuzusvcp.cpy".

       FD  FIXCTL-FILE.
           COPY "yuzufct.cpy".

       FD  PARM-FILE.
           COPY "yuzuparm.cpy".

      *> Las copias guardan el registro tal cual, byte por byte: el
      *> largo de cada una es el del registro de su copybook
       FD  BK-PREV-FILE.
       01  BK-PREV-RECORD         PIC X(116).

       FD  BK-BREACH-FILE.
       01  BK-BREACH-RECORD       PIC X(109).

       FD  BK-SVCPARM-FILE.
       01  BK-SVCPARM-RECORD      PIC X(61).

       FD  BK-FIXCTL-FILE.
       01  BK-FIXCTL-RECORD       PIC X(9).

       FD  BK-PARM-FILE.
       01  BK-PARM-RECORD         PIC X(72).

       FD  BKCTL-FILE.
           COPY "yuzubkc.cpy".

       FD  BKCAT-FILE.
           COPY "yuzubkg.cpy".

       FD  CFGAUD-FILE.
           COPY "yuzucfg.cpy".

       FD  LOCK-FILE.
           COPY "yuzulck.cpy".

       WORKING-STORAGE SECTION.
           01 WS-PREV-FS          PIC XX      VALUE SPACES.
           01 WS-BREACH-FS        PIC XX      VALUE SPACES.
           01 WS-SVCPARM-FS       PIC XX      VALUE SPACES.
           01 WS-FIXCTL-FS        PIC XX      VALUE SPACES.
           01 WS-PARM-FS          PIC XX      VALUE SPACES.
           01 WS-BK-FS            PIC XX      VALUE SPACES.
           01 WS-BKCAT-FS         PIC XX      VALUE SPACES.
           01 WS-CFGAUD-FS        PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.
           01 WS-CURRENT-DATE     PIC X(21)   VALUE SPACES.

      *> Operador y auditoria de configuracion
           01 WS-OPERATOR         PIC X(32)   VALUE SPACES.
           01 WS-CFG-ACTION       PIC X(20)   VALUE SPACES.
           01 WS-CFG-TARGET       PIC X(32)   VALUE SPACES.
           01 WS-CFG-OLD          PIC X(64)   VALUE SPACES.
           01 WS-CFG-NEW          PIC X(64)   VALUE SPACES.

      *> Candado de corrida — mismo umbral de vejez que YUZU-METRICS
           01 WS-LOCK-FS          PIC XX      VALUE SPACES.
           01 WS-LOCK-HELD        PIC X       VALUE 'N'.
           01 WS-LOCK-MAX-AGE     PIC 9(6)    VALUE 1800.
           01 WS-LK-TS-WORK       PIC X(14)   VALUE SPACES.
           01 WS-LK-SECS          PIC 9(12)   VALUE 0.
           01 WS-LK-NOW-SECS      PIC 9(12)   VALUE 0.
           01 WS-LK-AGE           PIC S9(12)  VALUE 0.

      *> Catalogo de generaciones, de la mas vieja a la mas nueva
           01 WS-CAT-COUNT        PIC 9(4)    VALUE 0.
           01 WS-CAT-TABLE.
               05 WS-CAT-ENTRY    OCCURS 100 TIMES
                       INDEXED BY WS-CAT-IDX.
                   10 WS-CAT-GENERATION PIC X(14).

      *> Generacion elegida y nombres de sus archivos
           01 WS-GENERATION       PIC X(14)   VALUE SPACES.
           01 WS-GEN-NO           PIC 9(4)    VALUE 0.
           01 WS-GEN-CHOSEN       PIC X       VALUE 'N'.
           01 WS-CANCELLED        PIC X       VALUE 'N'.
           01 WS-BK-FILE-NAME     PIC X(64)   VALUE SPACES.
           01 WS-BK-SUFFIX        PIC X(8)    VALUE SPACES.
           01 WS-CTL-FOUND        PIC X       VALUE 'N'.

           01 WS-CHOICE           PIC X(4)    VALUE SPACES.
           01 WS-CHOICE-LEN       PIC 9(4)    VALUE 0.
           01 WS-CONFIRM          PIC X(4)    VALUE SPACES.

      *> Archivo en curso: su fila en BKCTL-RECORD, cuenta y total
      *> de control recalculados sobre la copia
           01 WS-FILE-NO          PIC 9       VALUE 0.
           01 WS-REC-COUNT        PIC 9(9)    VALUE 0.
           01 WS-HASH-TOTAL       PIC 9(18)   VALUE 0.
           01 WS-HASH-BUF         PIC X(128)  VALUE SPACES.
           01 WS-HASH-LEN         PIC 9(4)    VALUE 0.
           01 WS-HASH-POS         PIC 9(4)    VALUE 0.
           01 WS-MISMATCH-COUNT   PIC 9(4)    VALUE 0.

      *> Por archivo: elegido para restaurar ('Y'/'N'), registros
      *> del archivo vivo antes de restaurar (WS-OLD-STATE 'C'
      *> contado, 'N' no existia, 'E' ilegible), escritos y
      *> rechazados, y 'Y' si la copia no abrio y no se restauro
           01 WS-RESTORE-TABLE.
               05 WS-RESTORE-ENTRY OCCURS 5 TIMES.
                   10 WS-RESTORE-SELECTED PIC X.
                   10 WS-RESTORE-FAILED   PIC X.
                   10 WS-OLD-STATE        PIC X.
                   10 WS-OLD-COUNT        PIC 9(9).
                   10 WS-NEW-COUNT        PIC 9(9).
                   10 WS-REJECT-COUNT     PIC 9(9).
           01 WS-SELECTED-COUNT   PIC 9       VALUE 0.
           01 WS-RESTORED-COUNT   PIC 9       VALUE 0.
           01 WS-FAILED-COUNT     PIC 9       VALUE 0.
           01 WS-REJECT-TOTAL     PIC 9(9)    VALUE 0.

           01 WS-FMT-COUNT        PIC Z(8)9   VALUE 0.
           01 WS-FMT-GEN-NO       PIC ZZZ9    VALUE 0.
           01 WS-LIST-LINE        PIC X(120)  VALUE SPACES.
           01 WS-LIST-PTR         PIC 9(4)    VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
      *>   Sin identificarse no se toca nada — la auditoria de
      *>   configuracion necesita un quien, no solo un cuando
           PERFORM ACCEPT-OPERATOR-ID
               UNTIL WS-OPERATOR NOT = SPACES

           PERFORM LOAD-CATALOG
           IF WS-CAT-COUNT = 0
               DISPLAY "ERROR:NO_GENERATIONS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY " "
           DISPLAY "== YUZU GENERACIONES DE RESPALDO =="
           PERFORM LIST-GENERATION
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT

           PERFORM ACCEPT-GENERATION
               UNTIL WS-GEN-CHOSEN = 'Y' OR WS-CANCELLED = 'Y'
           IF WS-CANCELLED = 'Y'
               DISPLAY "SIN_CAMBIOS"
               STOP RUN
           END-IF

      *>   Las preguntas se hacen sin el candado, con el control
      *>   de la generacion elegida; el candado se toma recien
      *>   para validar y restaurar, sin esperar al operador con el
      *>   candado tomado
           PERFORM READ-CONTROL-RECORD
           IF WS-CTL-FOUND = 'N'
               DISPLAY "CHECK:CONTROL_MISSING GEN:" WS-GENERATION
               DISPLAY "ERROR:GENERATION_INVALID GEN:" WS-GENERATION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SELECT-RESTORE-FILE
               VARYING WS-FILE-NO FROM 1 BY 1
               UNTIL WS-FILE-NO > 5
           IF WS-SELECTED-COUNT = 0
               DISPLAY "SIN_CAMBIOS"
               STOP RUN
           END-IF

           DISPLAY "CONFIRMA RESTAURACION DE " WS-SELECTED-COUNT
               " ARCHIVO(S) A LA GENERACION " WS-GENERATION
               " (S/N): " WITH NO ADVANCING
           MOVE SPACES TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONFIRM))
                   NOT = "S"
               DISPLAY "SIN_CAMBIOS"
               STOP RUN
           END-IF

      *>   Lo que se valida tiene que ser lo mismo que se restaura:
      *>   validar y restaurar van juntos bajo el candado
           PERFORM TAKE-RUN-LOCK
           PERFORM VALIDATE-GENERATION
           IF WS-CTL-FOUND = 'N' OR WS-MISMATCH-COUNT > 0
               DISPLAY "ERROR:GENERATION_INVALID GEN:" WS-GENERATION
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RESTORE-SELECTED-FILE
               VARYING WS-FILE-NO FROM 1 BY 1
               UNTIL WS-FILE-NO > 5
           PERFORM RELEASE-RUN-LOCK

           DISPLAY "GENERATION:" WS-GENERATION
           DISPLAY "RESTORED:" WS-RESTORED-COUNT
           IF WS-REJECT-TOTAL > 0
               MOVE WS-REJECT-TOTAL TO WS-FMT-COUNT
               DISPLAY "WARNING:REJECTED_RECORDS:"
                   FUNCTION TRIM(WS-FMT-COUNT)
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FAILED-COUNT > 0
               DISPLAY "FAILED:" WS-FAILED-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> ============================================================
      *> Pedir el identificador del operador
      *> ============================================================
       ACCEPT-OPERATOR-ID.
           DISPLAY "OPERADOR: " WITH NO ADVANCING
           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR
           MOVE FUNCTION TRIM(WS-OPERATOR) TO WS-OPERATOR.

      *> ============================================================
      *> Cargar YUZU.METRICS.BKUPCAT en WS-CAT-TABLE
      *> ============================================================
       LOAD-CATALOG.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BKCAT-FILE
           IF WS-BKCAT-FS NOT = "35"
               PERFORM READ-CATALOG-RECORD
               PERFORM LOAD-CATALOG-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE BKCAT-FILE
           END-IF.

      *> ============================================================
      *> Leer la siguiente fila de YUZU.METRICS.BKUPCAT
      *> ============================================================
       READ-CATALOG-RECORD.
           READ BKCAT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *> ============================================================
      *> Copiar la generacion leida a WS-CAT-TABLE y avanzar
      *> ============================================================
       LOAD-CATALOG-RECORD.
           IF WS-CAT-COUNT < 100 AND BG-GENERATION NOT = SPACES
               ADD 1 TO WS-CAT-COUNT
               SET WS-CAT-IDX TO WS-CAT-COUNT
               MOVE BG-GENERATION TO WS-CAT-GENERATION(WS-CAT-IDX)
           END-IF
           PERFORM READ-CATALOG-RECORD.

      *> ============================================================
      *> Armar en WS-BK-FILE-NAME el nombre del archivo WS-BK-SUFFIX
      *> de la generacion WS-GENERATION
      *> ============================================================
       BUILD-BACKUP-NAME.
           MOVE SPACES TO WS-BK-FILE-NAME
           STRING "YUZU.METRICS.BKUP." DELIMITED BY SIZE
               WS-GENERATION           DELIMITED BY SIZE
               "."                     DELIMITED BY SIZE
               WS-BK-SUFFIX            DELIMITED BY SPACE
               INTO WS-BK-FILE-NAME
           END-STRING.

      *> ============================================================
      *> Leer el registro de control de WS-GENERATION en
      *> BKCTL-RECORD; WS-CTL-FOUND en 'N' si no esta o esta vacio
      *> (un respaldo que no llego a terminar)
      *> ============================================================
       READ-CONTROL-RECORD.
           MOVE 'N' TO WS-CTL-FOUND
           MOVE "CTL" TO WS-BK-SUFFIX
           PERFORM BUILD-BACKUP-NAME
           OPEN INPUT BKCTL-FILE
           IF WS-BK-FS = "00"
               READ BKCTL-FILE
                   NOT AT END
                       IF BC-GENERATION = WS-GENERATION
                           MOVE 'Y' TO WS-CTL-FOUND
                       END-IF
               END-READ
               CLOSE BKCTL-FILE
           END-IF.

      *> ============================================================
      *> Listar la generacion WS-CAT-IDX: numero para elegirla, hora
      *> y registros de cada archivo segun su control ('-' = el
      *> archivo no existia, 'ERR' = no se pudo leer al respaldar)
      *> ============================================================
       LIST-GENERATION.
           MOVE WS-CAT-GENERATION(WS-CAT-IDX) TO WS-GENERATION
           PERFORM READ-CONTROL-RECORD
           SET WS-GEN-NO TO WS-CAT-IDX
           MOVE WS-GEN-NO TO WS-FMT-GEN-NO
           MOVE SPACES TO WS-LIST-LINE
           MOVE 1 TO WS-LIST-PTR
           STRING WS-FMT-GEN-NO " - GEN:" WS-GENERATION
               DELIMITED BY SIZE
               INTO WS-LIST-LINE WITH POINTER WS-LIST-PTR
           END-STRING
           IF WS-CTL-FOUND = 'Y'
               PERFORM ADD-LIST-FILE
                   VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > 5
           ELSE
               STRING " CONTROL_MISSING" DELIMITED BY SIZE
                   INTO WS-LIST-LINE WITH POINTER WS-LIST-PTR
               END-STRING
           END-IF
           DISPLAY FUNCTION TRIM(WS-LIST-LINE TRAILING).

      *> ============================================================
      *> Agregar a WS-LIST-LINE la cuenta del archivo WS-FILE-NO
      *> ============================================================
       ADD-LIST-FILE.
           MOVE BC-COUNT(WS-FILE-NO) TO WS-FMT-COUNT
           STRING " "                      DELIMITED BY SIZE
               BC-FILE-ID(WS-FILE-NO)      DELIMITED BY SPACE
               ":"                         DELIMITED BY SIZE
               INTO WS-LIST-LINE WITH POINTER WS-LIST-PTR
           END-STRING
           EVALUATE BC-STATE(WS-FILE-NO)
               WHEN 'C'
                   STRING FUNCTION TRIM(WS-FMT-COUNT)
                       DELIMITED BY SIZE
                       INTO WS-LIST-LINE WITH POINTER WS-LIST-PTR
                   END-STRING
               WHEN 'N'
                   STRING "-" DELIMITED BY SIZE
                       INTO WS-LIST-LINE WITH POINTER WS-LIST-PTR
                   END-STRING
               WHEN OTHER
                   STRING "ERR" DELIMITED BY SIZE
                       INTO WS-LIST-LINE WITH POINTER WS-LIST-PTR
                   END-STRING
           END-EVALUATE.

      *> ============================================================
      *> Pedir el numero de generacion a restaurar; ENTER en blanco
      *> cancela
      *> ============================================================
       ACCEPT-GENERATION.
           DISPLAY "GENERACION (NUMERO, ENTER=CANCELAR): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-CHOICE
           ACCEPT WS-CHOICE
           MOVE FUNCTION TRIM(WS-CHOICE) TO WS-CHOICE
           IF WS-CHOICE = SPACES
               MOVE 'Y' TO WS-CANCELLED
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CHOICE))
                   TO WS-CHOICE-LEN
               IF WS-CHOICE(1:WS-CHOICE-LEN) IS NUMERIC
                   MOVE WS-CHOICE(1:WS-CHOICE-LEN) TO WS-GEN-NO
                   IF WS-GEN-NO > 0 AND WS-GEN-NO <= WS-CAT-COUNT
                       SET WS-CAT-IDX TO WS-GEN-NO
                       MOVE WS-CAT-GENERATION(WS-CAT-IDX)
                           TO WS-GENERATION
                       MOVE 'Y' TO WS-GEN-CHOSEN
                   ELSE
                       DISPLAY "GENERACION_INEXISTENTE"
                   END-IF
               ELSE
                   DISPLAY "OPCION_INVALIDA"
               END-IF
           END-IF.

      *> ============================================================
      *> Validar la generacion elegida contra su registro de
      *> control: cada copia 'C' se vuelve a contar y a totalizar.
      *> Una copia que falta, que no cuadra o que no se puede leer
      *> suma a WS-MISMATCH-COUNT.
      *> ============================================================
       VALIDATE-GENERATION.
           MOVE 0 TO WS-MISMATCH-COUNT
           PERFORM READ-CONTROL-RECORD
           IF WS-CTL-FOUND = 'N'
               DISPLAY "CHECK:CONTROL_MISSING GEN:" WS-GENERATION
           ELSE
               PERFORM VALIDATE-BACKUP-FILE
                   VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > 5
           END-IF.

      *> ============================================================
      *> Recontar la copia WS-FILE-NO y compararla con su control
      *> ============================================================
       VALIDATE-BACKUP-FILE.
           MOVE BC-FILE-ID(WS-FILE-NO) TO WS-BK-SUFFIX
           EVALUATE BC-STATE(WS-FILE-NO)
               WHEN 'C'
                   MOVE 0 TO WS-REC-COUNT
                   MOVE 0 TO WS-HASH-TOTAL
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM BUILD-BACKUP-NAME
                   EVALUATE WS-FILE-NO
                       WHEN 1
                           PERFORM SCAN-BK-PREV-FILE
                       WHEN 2
                           PERFORM SCAN-BK-BREACH-FILE
                       WHEN 3
                           PERFORM SCAN-BK-SVCPARM-FILE
                       WHEN 4
                           PERFORM SCAN-BK-FIXCTL-FILE
                       WHEN 5
                           PERFORM SCAN-BK-PARM-FILE
                   END-EVALUATE
                   IF WS-REC-COUNT = BC-COUNT(WS-FILE-NO)
                           AND WS-HASH-TOTAL = BC-HASH(WS-FILE-NO)
                           AND WS-EOF-FLAG NOT = 'E'
                       DISPLAY "FILE:" FUNCTION TRIM(WS-BK-SUFFIX)
                           " CHECK:OK"
                   ELSE
                       ADD 1 TO WS-MISMATCH-COUNT
                       MOVE WS-REC-COUNT TO WS-FMT-COUNT
                       DISPLAY "FILE:" FUNCTION TRIM(WS-BK-SUFFIX)
                           " CHECK:MISMATCH RECORDS:"
                           FUNCTION TRIM(WS-FMT-COUNT)
                           " HASH:" WS-HASH-TOTAL
                   END-IF
               WHEN 'N'
                   DISPLAY "FILE:" FUNCTION TRIM(WS-BK-SUFFIX)
                       " CHECK:NO_FILE"
               WHEN OTHER
                   DISPLAY "FILE:" FUNCTION TRIM(WS-BK-SUFFIX)
                       " CHECK:UNREADABLE_AT_BACKUP"
           END-EVALUATE.

      *> ============================================================
      *> Sumar al total de control el registro en WS-HASH-BUF (de
      *> WS-HASH-LEN bytes) — la misma cuenta que hace
      *> YUZU-METRICS-BKUP al respaldar
      *> ============================================================
       ADD-RECORD-HASH.
           ADD 1 TO WS-REC-COUNT
           PERFORM ADD-BYTE-HASH
               VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS > WS-HASH-LEN.

      *> ============================================================
      *> Sumar el byte WS-HASH-POS, pesado por su posicion
      *> ============================================================
       ADD-BYTE-HASH.
           COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
               + FUNCTION ORD(WS-HASH-BUF(WS-HASH-POS:1))
                   * WS-HASH-POS.

      *> ============================================================
      *> Recorrer una copia contando y totalizando. Una copia que no
      *> abre deja WS-EOF-FLAG en 'E', que no cuadra nunca.
      *> ============================================================
       SCAN-BK-PREV-FILE.
           OPEN INPUT BK-PREV-FILE
           IF WS-BK-FS = "00"
               PERFORM READ-BK-PREV-RECORD
               PERFORM HASH-BK-PREV-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE BK-PREV-FILE
           ELSE
               MOVE 'E' TO WS-EOF-FLAG
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de la copia de PREV
      *> ============================================================
       READ-BK-PREV-RECORD.
           READ BK-PREV-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *> ============================================================
      *> Totalizar el registro leido de la copia de PREV y avanzar
      *> ============================================================
       HASH-BK-PREV-RECORD.
           MOVE BK-PREV-RECORD TO WS-HASH-BUF
           MOVE LENGTH OF BK-PREV-RECORD TO WS-HASH-LEN
           PERFORM ADD-RECORD-HASH
           PERFORM READ-BK-PREV-RECORD.

      *> ============================================================
      *> Recorrer la copia de BREACH contando y totalizando
      *> ============================================================
       SCAN-BK-BREACH-FILE.
           OPEN INPUT BK-BREACH-FILE
           IF WS-BK-FS = "00"
               PERFORM READ-BK-BREACH-RECORD
               PERFORM HASH-BK-BREACH-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE BK-BREACH-FILE
           ELSE
               MOVE 'E' TO WS-EOF-FLAG
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de la copia de BREACH
      *> ============================================================
       READ-BK-BREACH-RECORD.
           READ BK-BREACH-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *> ============================================================
      *> Totalizar el registro leido de la copia de BREACH
      *> ============================================================
       HASH-BK-BREACH-RECORD.
           MOVE BK-BREACH-RECORD TO WS-HASH-BUF
           MOVE LENGTH OF BK-BREACH-RECORD TO WS-HASH-LEN
           PERFORM ADD-RECORD-HASH
           PERFORM READ-BK-BREACH-RECORD.

      *> ============================================================
      *> Recorrer la copia de SVCPARM contando y totalizando
      *> ============================================================
       SCAN-BK-SVCPARM-FILE.
           OPEN INPUT BK-SVCPARM-FILE
           IF WS-BK-FS = "00"
               PERFORM READ-BK-SVCPARM-RECORD
               PERFORM HASH-BK-SVCPARM-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE BK-SVCPARM-FILE
           ELSE
               MOVE 'E' TO WS-EOF-FLAG
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de la copia de SVCPARM
      *> ============================================================
       READ-BK-SVCPARM-RECORD.
           READ BK-SVCPARM-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *> ============================================================
      *> Totalizar el registro leido de la copia de SVCPARM
      *> ============================================================
       HASH-BK-SVCPARM-RECORD.
           MOVE BK-SVCPARM-RECORD TO WS-HASH-BUF
           MOVE LENGTH OF BK-SVCPARM-RECORD TO WS-HASH-LEN
           PERFORM ADD-RECORD-HASH
           PERFORM READ-BK-SVCPARM-RECORD.

      *> ============================================================
      *> Recorrer la copia de FIXCTL contando y totalizando
      *> ============================================================
       SCAN-BK-FIXCTL-FILE.
           OPEN INPUT BK-FIXCTL-FILE
           IF WS-BK-FS = "00"
               PERFORM READ-BK-FIXCTL-RECORD
               PERFORM HASH-BK-FIXCTL-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE BK-FIXCTL-FILE
           ELSE
               MOVE 'E' TO WS-EOF-FLAG
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de la copia de FIXCTL
      *> ============================================================
       READ-BK-FIXCTL-RECORD.
           READ BK-FIXCTL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *> ============================================================
      *> Totalizar el registro leido de la copia de FIXCTL
      *> ============================================================
       HASH-BK-FIXCTL-RECORD.
           MOVE BK-FIXCTL-RECORD TO WS-HASH-BUF
           MOVE LENGTH OF BK-FIXCTL-RECORD TO WS-HASH-LEN
           PERFORM ADD-RECORD-HASH
           PERFORM READ-BK-FIXCTL-RECORD.

      *> ============================================================
      *> Recorrer la copia de PARM contando y totalizando
      *> ============================================================
       SCAN-BK-PARM-FILE.
           OPEN INPUT BK-PARM-FILE
           IF WS-BK-FS = "00"
               PERFORM READ-BK-PARM-RECORD
               PERFORM HASH-BK-PARM-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE BK-PARM-FILE
           ELSE
               MOVE 'E' TO WS-EOF-FLAG
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de la copia de PARM
      *> ============================================================
       READ-BK-PARM-RECORD.
           READ BK-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *> ============================================================
      *> Totalizar el registro leido de la copia de PARM y avanzar
      *> ============================================================
       HASH-BK-PARM-RECORD.
           MOVE BK-PARM-RECORD TO WS-HASH-BUF
           MOVE LENGTH OF BK-PARM-RECORD TO WS-HASH-LEN
           PERFORM ADD-RECORD-HASH
           PERFORM READ-BK-PARM-RECORD.

      *> ============================================================
      *> Preguntar si se restaura el archivo WS-FILE-NO. Solo se
      *> ofrecen los que la generacion tiene copiados: un archivo
      *> que no existia al respaldar no se "restaura" borrando el
      *> vigente.
      *> ============================================================
       SELECT-RESTORE-FILE.
           MOVE 'N' TO WS-RESTORE-SELECTED(WS-FILE-NO)
           MOVE 0 TO WS-NEW-COUNT(WS-FILE-NO)
           MOVE 0 TO WS-REJECT-COUNT(WS-FILE-NO)
           IF BC-STATE(WS-FILE-NO) = 'C'
               DISPLAY "RESTAURAR "
                   FUNCTION TRIM(BC-FILE-ID(WS-FILE-NO))
                   " (S/N): " WITH NO ADVANCING
               MOVE SPACES TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CONFIRM)) = "S"
                   MOVE 'Y' TO WS-RESTORE-SELECTED(WS-FILE-NO)
                   ADD 1 TO WS-SELECTED-COUNT
               END-IF
           END-IF.

      *> ============================================================
      *> Restaurar el archivo WS-FILE-NO si fue elegido: contar lo
      *> que hay hoy (valor anterior de la auditoria), reescribir
      *> el archivo vivo desde la copia y auditar. Un archivo cuya
      *> copia no abrio queda como estaba y no se audita.
      *> ============================================================
       RESTORE-SELECTED-FILE.
           IF WS-RESTORE-SELECTED(WS-FILE-NO) = 'Y'
               MOVE 'N' TO WS-RESTORE-FAILED(WS-FILE-NO)
               MOVE BC-FILE-ID(WS-FILE-NO) TO WS-BK-SUFFIX
               PERFORM BUILD-BACKUP-NAME
               MOVE 'C' TO WS-OLD-STATE(WS-FILE-NO)
               MOVE 0 TO WS-OLD-COUNT(WS-FILE-NO)
               EVALUATE WS-FILE-NO
                   WHEN 1
                       PERFORM COUNT-LIVE-PREV
                       PERFORM RESTORE-PREV-FILE
                   WHEN 2
                       PERFORM COUNT-LIVE-BREACH
                       PERFORM RESTORE-BREACH-FILE
                   WHEN 3
                       PERFORM COUNT-LIVE-SVCPARM
                       PERFORM RESTORE-SVCPARM-FILE
                   WHEN 4
                       PERFORM COUNT-LIVE-FIXCTL
                       PERFORM RESTORE-FIXCTL-FILE
                   WHEN 5
                       PERFORM COUNT-LIVE-PARM
                       PERFORM RESTORE-PARM-FILE
               END-EVALUATE
               IF WS-RESTORE-FAILED(WS-FILE-NO) = 'N'
                   ADD 1 TO WS-RESTORED-COUNT
                   ADD WS-REJECT-COUNT(WS-FILE-NO) TO WS-REJECT-TOTAL
                   PERFORM AUDIT-RESTORED-FILE
               END-IF
           END-IF.

      *> ============================================================
      *> Contar los registros del archivo vivo antes de pisarlo.
      *> Sin archivo queda 'N'; uno que no abre o que se corta a
      *> mitad de la lectura (el caso por el que se restaura)
      *> queda 'E'.
      *> ============================================================
       COUNT-LIVE-PREV.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PREV-FILE
           EVALUATE WS-PREV-FS
               WHEN "35"
                   MOVE 'N' TO WS-OLD-STATE(WS-FILE-NO)
               WHEN "00"
                   PERFORM COUNT-LIVE-PREV-RECORD
                       UNTIL WS-EOF-FLAG = 'Y'
                   CLOSE PREV-FILE
               WHEN OTHER
                   MOVE 'E' TO WS-OLD-STATE(WS-FILE-NO)
           END-EVALUATE.

      *> ============================================================
      *> Contar el siguiente registro de PREV vivo
      *> ============================================================
       COUNT-LIVE-PREV-RECORD.
           READ PREV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-OLD-COUNT(WS-FILE-NO)
           END-READ
           IF WS-PREV-FS NOT = "00" AND WS-PREV-FS NOT = "10"
               MOVE 'E' TO WS-OLD-STATE(WS-FILE-NO)
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

      *> ============================================================
      *> Contar los registros de BREACH vivo antes de pisarlo
      *> ============================================================
       COUNT-LIVE-BREACH.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BREACH-FILE
           EVALUATE WS-BREACH-FS
               WHEN "35"
                   MOVE 'N' TO WS-OLD-STATE(WS-FILE-NO)
               WHEN "00"
                   PERFORM COUNT-LIVE-BREACH-RECORD
                       UNTIL WS-EOF-FLAG = 'Y'
                   CLOSE BREACH-FILE
               WHEN OTHER
                   MOVE 'E' TO WS-OLD-STATE(WS-FILE-NO)
           END-EVALUATE.

      *> ============================================================
      *> Contar el siguiente registro de BREACH vivo
      *> ============================================================
       COUNT-LIVE-BREACH-RECORD.
           READ BREACH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-OLD-COUNT(WS-FILE-NO)
           END-READ
           IF WS-BREACH-FS NOT = "00" AND WS-BREACH-FS NOT = "10"
               MOVE 'E' TO WS-OLD-STATE(WS-FILE-NO)
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

      *> ============================================================
      *> Contar los registros de SVCPARM vivo antes de pisarlo
      *> ============================================================
       COUNT-LIVE-SVCPARM.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SVCPARM-FILE
           EVALUATE WS-SVCPARM-FS
               WHEN "35"
                   MOVE 'N' TO WS-OLD-STATE(WS-FILE-NO)
               WHEN "00"
                   PERFORM COUNT-LIVE-SVCPARM-RECORD
                       UNTIL WS-EOF-FLAG = 'Y'
                   CLOSE SVCPARM-FILE
               WHEN OTHER
                   MOVE 'E' TO WS-OLD-STATE(WS-FILE-NO)
           END-EVALUATE.

      *> ============================================================
      *> Contar el siguiente registro de SVCPARM vivo
      *> ============================================================
       COUNT-LIVE-SVCPARM-RECORD.
           READ SVCPARM-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-OLD-COUNT(WS-FILE-NO)
           END-READ.

      *> ============================================================
      *> Contar los registros de FIXCTL vivo antes de pisarlo
      *> ============================================================
       COUNT-LIVE-FIXCTL.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT FIXCTL-FILE
           EVALUATE WS-FIXCTL-FS
               WHEN "35"
                   MOVE 'N' TO WS-OLD-STATE(WS-FILE-NO)
               WHEN "00"
                   PERFORM COUNT-LIVE-FIXCTL-RECORD
                       UNTIL WS-EOF-FLAG = 'Y'
                   CLOSE FIXCTL-FILE
               WHEN OTHER
                   MOVE 'E' TO WS-OLD-STATE(WS-FILE-NO)
           END-EVALUATE.

      *> ============================================================
      *> Contar el siguiente registro de FIXCTL vivo
      *> ============================================================
       COUNT-LIVE-FIXCTL-RECORD.
           READ FIXCTL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-OLD-COUNT(WS-FILE-NO)
           END-READ.

      *> ============================================================
      *> Contar los registros de PARM vivo antes de pisarlo
      *> ============================================================
       COUNT-LIVE-PARM.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PARM-FILE
           EVALUATE WS-PARM-FS
               WHEN "35"
                   MOVE 'N' TO WS-OLD-STATE(WS-FILE-NO)
               WHEN "00"
                   PERFORM COUNT-LIVE-PARM-RECORD
                       UNTIL WS-EOF-FLAG = 'Y'
                   CLOSE PARM-FILE
               WHEN OTHER
                   MOVE 'E' TO WS-OLD-STATE(WS-FILE-NO)
           END-EVALUATE.

      *> ============================================================
      *> Contar el siguiente registro de PARM vivo
      *> ============================================================
       COUNT-LIVE-PARM-RECORD.
           READ PARM-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-OLD-COUNT(WS-FILE-NO)
           END-READ.

      *> ============================================================
      *> Reescribir el archivo vivo desde la copia. La copia se abre
      *> primero: si no abre, el archivo vivo no se toca y se anota
      *> la falla (ver NOTE-RESTORE-FAILED). OPEN OUTPUT lo recrea
      *> vacio (tambien si estaba danado); los indexados se cargan
      *> por clave y un registro que la clave rechaza se cuenta en
      *> WS-REJECT-COUNT en vez de cortar la restauracion.
      *> ============================================================
       RESTORE-PREV-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BK-PREV-FILE
           IF WS-BK-FS NOT = "00"
               PERFORM NOTE-RESTORE-FAILED
           ELSE
               OPEN OUTPUT PREV-FILE
               PERFORM READ-BK-PREV-RECORD
               PERFORM LOAD-PREV-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE PREV-FILE
               CLOSE BK-PREV-FILE
           END-IF.

      *> ============================================================
      *> Escribir en PREV el registro leido de la copia y avanzar
      *> ============================================================
       LOAD-PREV-RECORD.
           MOVE BK-PREV-RECORD TO PREV-RECORD
           WRITE PREV-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT(WS-FILE-NO)
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-COUNT(WS-FILE-NO)
           END-WRITE
           PERFORM READ-BK-PREV-RECORD.

      *> ============================================================
      *> Reescribir BREACH vivo desde su copia
      *> ============================================================
       RESTORE-BREACH-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BK-BREACH-FILE
           IF WS-BK-FS NOT = "00"
               PERFORM NOTE-RESTORE-FAILED
           ELSE
               OPEN OUTPUT BREACH-FILE
               PERFORM READ-BK-BREACH-RECORD
               PERFORM LOAD-BREACH-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE BREACH-FILE
               CLOSE BK-BREACH-FILE
           END-IF.

      *> ============================================================
      *> Escribir en BREACH el registro leido de la copia y avanzar
      *> ============================================================
       LOAD-BREACH-RECORD.
           MOVE BK-BREACH-RECORD TO BREACH-RECORD
           WRITE BREACH-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT(WS-FILE-NO)
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-COUNT(WS-FILE-NO)
           END-WRITE
           PERFORM READ-BK-BREACH-RECORD.

      *> ============================================================
      *> Reescribir SVCPARM vivo desde su copia
      *> ============================================================
       RESTORE-SVCPARM-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BK-SVCPARM-FILE
           IF WS-BK-FS NOT = "00"
               PERFORM NOTE-RESTORE-FAILED
           ELSE
               OPEN OUTPUT SVCPARM-FILE
               PERFORM READ-BK-SVCPARM-RECORD
               PERFORM LOAD-SVCPARM-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE SVCPARM-FILE
               CLOSE BK-SVCPARM-FILE
           END-IF.

      *> ============================================================
      *> Escribir en SVCPARM el registro leido de la copia
      *> ============================================================
       LOAD-SVCPARM-RECORD.
           MOVE BK-SVCPARM-RECORD TO SVCPARM-RECORD
           WRITE SVCPARM-RECORD
           ADD 1 TO WS-NEW-COUNT(WS-FILE-NO)
           PERFORM READ-BK-SVCPARM-RECORD.

      *> ============================================================
      *> Reescribir FIXCTL vivo desde su copia
      *> ============================================================
       RESTORE-FIXCTL-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BK-FIXCTL-FILE
           IF WS-BK-FS NOT = "00"
               PERFORM NOTE-RESTORE-FAILED
           ELSE
               OPEN OUTPUT FIXCTL-FILE
               PERFORM READ-BK-FIXCTL-RECORD
               PERFORM LOAD-FIXCTL-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE FIXCTL-FILE
               CLOSE BK-FIXCTL-FILE
           END-IF.

      *> ============================================================
      *> Escribir en FIXCTL el registro leido de la copia
      *> ============================================================
       LOAD-FIXCTL-RECORD.
           MOVE BK-FIXCTL-RECORD TO FIXCTL-RECORD
           WRITE FIXCTL-RECORD
           ADD 1 TO WS-NEW-COUNT(WS-FILE-NO)
           PERFORM READ-BK-FIXCTL-RECORD.

      *> ============================================================
      *> Reescribir PARM vivo desde su copia
      *> ============================================================
       RESTORE-PARM-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BK-PARM-FILE
           IF WS-BK-FS NOT = "00"
               PERFORM NOTE-RESTORE-FAILED
           ELSE
               OPEN OUTPUT PARM-FILE
               PERFORM READ-BK-PARM-RECORD
               PERFORM LOAD-PARM-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE PARM-FILE
               CLOSE BK-PARM-FILE
           END-IF.

      *> ============================================================
      *> Escribir en PARM el registro leido de la copia y avanzar
      *> ============================================================
       LOAD-PARM-RECORD.
           MOVE BK-PARM-RECORD TO PARM-RECORD
           WRITE PARM-RECORD
           ADD 1 TO WS-NEW-COUNT(WS-FILE-NO)
           PERFORM READ-BK-PARM-RECORD.

      *> ============================================================
      *> Anotar que la copia del archivo WS-FILE-NO no abrio: el
      *> archivo vivo queda como estaba y la corrida termina en 8
      *> ============================================================
       NOTE-RESTORE-FAILED.
           MOVE 'Y' TO WS-RESTORE-FAILED(WS-FILE-NO)
           ADD 1 TO WS-FAILED-COUNT
           DISPLAY "ERROR:BACKUP_OPEN_FAILED FILE:"
               FUNCTION TRIM(WS-BK-SUFFIX)
               " STATUS:" WS-BK-FS
               " LIVE_FILE_UNCHANGED".

      *> ============================================================
      *> Auditar la restauracion del archivo WS-FILE-NO y mostrarla
      *> ============================================================
       AUDIT-RESTORED-FILE.
           MOVE "RESTORE_STATE" TO WS-CFG-ACTION
           MOVE SPACES TO WS-CFG-TARGET
           STRING "YUZU.METRICS."        DELIMITED BY SIZE
               BC-FILE-ID(WS-FILE-NO)    DELIMITED BY SPACE
               INTO WS-CFG-TARGET
           END-STRING
           EVALUATE WS-OLD-STATE(WS-FILE-NO)
               WHEN 'C'
                   MOVE WS-OLD-COUNT(WS-FILE-NO) TO WS-FMT-COUNT
                   STRING "RECORDS:" FUNCTION TRIM(WS-FMT-COUNT)
                       DELIMITED BY SIZE
                       INTO WS-CFG-OLD
                   END-STRING
               WHEN 'N'
                   MOVE "NO_FILE" TO WS-CFG-OLD
               WHEN OTHER
                   MOVE "UNREADABLE" TO WS-CFG-OLD
           END-EVALUATE
           MOVE WS-NEW-COUNT(WS-FILE-NO) TO WS-FMT-COUNT
           STRING "GEN:" WS-GENERATION
               " RECORDS:" FUNCTION TRIM(WS-FMT-COUNT)
               DELIMITED BY SIZE
               INTO WS-CFG-NEW
           END-STRING
           DISPLAY "FILE:" FUNCTION TRIM(WS-BK-SUFFIX)
               " BEFORE:" FUNCTION TRIM(WS-CFG-OLD)
               " AFTER:" FUNCTION TRIM(WS-CFG-NEW)
           IF WS-REJECT-COUNT(WS-FILE-NO) > 0
               MOVE WS-REJECT-COUNT(WS-FILE-NO) TO WS-FMT-COUNT
               DISPLAY "WARNING:REJECTED FILE:"
                   FUNCTION TRIM(WS-BK-SUFFIX)
                   " RECORDS:" FUNCTION TRIM(WS-FMT-COUNT)
           END-IF
           PERFORM WRITE-CONFIG-AUDIT.

      *> ============================================================
      *> Anexar la accion recien ejecutada a YUZU.METRICS.CFGAUD —
      *> igual que en YUZU-METRICS-OPER. Si el archivo aun no
      *> existe, OPEN EXTEND falla con status 35; se crea vacio y
      *> se reintenta.
      *> ============================================================
       WRITE-CONFIG-AUDIT.
           OPEN EXTEND CFGAUD-FILE
           IF WS-CFGAUD-FS = "35"
               OPEN OUTPUT CFGAUD-FILE
               CLOSE CFGAUD-FILE
               OPEN EXTEND CFGAUD-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO CG-TIMESTAMP
           MOVE WS-OPERATOR   TO CG-OPERATOR
           MOVE WS-CFG-ACTION TO CG-ACTION
           MOVE WS-CFG-TARGET TO CG-TARGET
           MOVE WS-CFG-OLD    TO CG-OLD-VALUE
           MOVE WS-CFG-NEW    TO CG-NEW-VALUE
           WRITE CFGAUD-RECORD

           CLOSE CFGAUD-FILE

           MOVE SPACES TO WS-CFG-ACTION WS-CFG-TARGET
           MOVE SPACES TO WS-CFG-OLD WS-CFG-NEW.

      *> ============================================================
      *> Tomar el candado de corrida. Si una corrida de YUZU-METRICS
      *> lo tiene y su hora es reciente, salir con RETURN-CODE 6
      *> sin restaurar nada; un candado viejo o ilegible se rompe,
      *> como en YUZU-METRICS.
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
