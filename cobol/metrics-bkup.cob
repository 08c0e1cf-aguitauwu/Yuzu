      *> ============================================================
      *> Yuzu — COBOL State File Backup
      *> Compilar: cobc -x -o yuzu-metrics-bkup metrics-bkup.cob
      *> Uso:      ./yuzu-metrics-bkup   (corre nocturno desde cron)
      *> Copia los archivos de estado que YUZU-METRICS no puede
      *> reconstruir desde la historia — YUZU.METRICS.PREV,
      *> YUZU.METRICS.BREACH, YUZU.METRICS.SVCPARM,
      *> YUZU.METRICS.FIXCTL y el registro de YUZU.METRICS.PARM — a
      *> una generacion fechada: YUZU.METRICS.BKUP.<AAAAMMDDHHMMSS>
      *> seguido de .PREV, .BREACH, .SVCPARM, .FIXCTL y .PARM,
      *> copias secuenciales registro por registro, mas
      *> .CTL con la cantidad de registros y el total de control de
      *> cada archivo (ver YUZUBKC). Despues del disco lleno de
      *> julio un archivo indexado danado se rearmaba adivinando;
      *> con esto YUZU-METRICS-RCVR lo vuelve a una generacion
      *> validada.
      *> Toma el candado de corrida YUZU.METRICS.LOCK mientras
      *> copia y retira, para que ninguna corrida de YUZU-METRICS
      *> cambie el estado a mitad del respaldo y la generacion sea
      *> una foto de un solo instante. La generacion se anota en
      *> el catalogo YUZU.METRICS.BKUPCAT y se retiran (se borran
      *> sus archivos) las mas viejas que pasan de
      *> PM-BACKUP-GENERATIONS.
      *> Termina con RETURN-CODE 4 si algun archivo no se pudo leer
      *> (la generacion queda, pero ese archivo no se puede
      *> restaurar desde ella), 6 si el candado estaba tomado.
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-BKUP.
       AUTHOR. YUZU-PROJECT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Los archivos de estado que se respaldan — solo lectura
           SELECT PREV-FILE ASSIGN TO "YUZU.METRICS.PREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PV-KEY
               FILE STATUS IS WS-PREV-FS.

           SELECT BREACH-FILE ASSIGN TO "YUZU.METRICS.BREACH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BREACH-FS.

           SELECT SVCPARM-FILE ASSIGN TO "YUZU.METRICS.SVCPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVCPARM-FS.

           SELECT FIXCTL-FILE ASSIGN TO "YUZU.METRICS.FIXCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIXCTL-FS.

      *> YUZU.METRICS.PARM — se respalda y ademas de aca sale
      *> PM-BACKUP-GENERATIONS
           SELECT PARM-FILE ASSIGN TO "YUZU.METRICS.PARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.

      *> Copias de la generacion — el nombre se arma en tiempo de
      *> ejecucion (YUZU.METRICS.BKUP.<generacion>.<archivo>), de
      *> ahi ASSIGN DYNAMIC igual que el archivo fechado de
      *> YUZU-METRICS-ARCH. Se abren de a una, asi que comparten
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

      *> Generacion en curso y nombres de sus archivos
           01 WS-GENERATION       PIC X(14)   VALUE SPACES.
           01 WS-BK-FILE-NAME     PIC X(64)   VALUE SPACES.
           01 WS-BK-SUFFIX        PIC X(8)    VALUE SPACES.
           01 WS-BACKUP-GENERATIONS PIC 9(4)  VALUE 7.
           01 WS-UNREADABLE-COUNT PIC 9(4)    VALUE 0.

      *> Archivo en curso: su fila en BKCTL-RECORD, cuenta y total
      *> de control
           01 WS-FILE-NO          PIC 9       VALUE 0.
           01 WS-REC-COUNT        PIC 9(9)    VALUE 0.
           01 WS-HASH-TOTAL       PIC 9(18)   VALUE 0.
           01 WS-HASH-BUF         PIC X(128)  VALUE SPACES.
           01 WS-HASH-LEN         PIC 9(4)    VALUE 0.
           01 WS-HASH-POS         PIC 9(4)    VALUE 0.

      *> Catalogo de generaciones cargado, de la mas vieja a la mas
      *> nueva; WS-CAT-KEEP en 'N' marca las que se retiran
           01 WS-CAT-COUNT        PIC 9(4)    VALUE 0.
           01 WS-CAT-LIVE         PIC 9(4)    VALUE 0.
           01 WS-CAT-FOUND        PIC X       VALUE 'N'.
           01 WS-CAT-TABLE.
               05 WS-CAT-ENTRY    OCCURS 101 TIMES
                       INDEXED BY WS-CAT-IDX.
                   10 WS-CAT-GENERATION PIC X(14).
                   10 WS-CAT-KEEP       PIC X.
           01 WS-RETIRED-COUNT    PIC 9(4)    VALUE 0.
           01 WS-DELETE-RC        PIC S9(9)   VALUE 0.
           01 WS-SUFFIX-NO        PIC 9       VALUE 0.

           01 WS-FILE-SUFFIXES.
               05 FILLER          PIC X(8)    VALUE "PREV".
               05 FILLER          PIC X(8)    VALUE "BREACH".
               05 FILLER          PIC X(8)    VALUE "SVCPARM".
               05 FILLER          PIC X(8)    VALUE "FIXCTL".
               05 FILLER          PIC X(8)    VALUE "PARM".
               05 FILLER          PIC X(8)    VALUE "CTL".
           01 WS-FILE-SUFFIX-TABLE REDEFINES WS-FILE-SUFFIXES.
               05 WS-FILE-SUFFIX  PIC X(8)    OCCURS 6 TIMES.

           01 WS-FMT-COUNT        PIC Z(8)9   VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-PARAMETERS
           PERFORM TAKE-RUN-LOCK

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-GENERATION
           MOVE SPACES TO BKCTL-RECORD
           MOVE WS-GENERATION TO BC-GENERATION

      *>    Un .CTL viejo de la misma generacion (dos corridas en el
      *>    mismo segundo) no debe quedar describiendo copias a
      *>    medio reescribir: se vacia antes de copiar
           MOVE "CTL" TO WS-BK-SUFFIX
           PERFORM BUILD-BACKUP-NAME
           OPEN OUTPUT BKCTL-FILE
           CLOSE BKCTL-FILE

           PERFORM BACKUP-PREV-FILE
           PERFORM BACKUP-BREACH-FILE
           PERFORM BACKUP-SVCPARM-FILE
           PERFORM BACKUP-FIXCTL-FILE
           PERFORM BACKUP-PARM-FILE

           MOVE "CTL" TO WS-BK-SUFFIX
           PERFORM BUILD-BACKUP-NAME
           OPEN OUTPUT BKCTL-FILE
           WRITE BKCTL-RECORD
           CLOSE BKCTL-FILE

      *>    El catalogo se actualiza con el candado todavia tomado:
      *>    YUZU-METRICS-RCVR restaura con el candado, y una
      *>    generacion no puede retirarse a mitad de su restauracion
           PERFORM UPDATE-CATALOG
           PERFORM RELEASE-RUN-LOCK

           DISPLAY "GENERATION:" WS-GENERATION
           PERFORM PRINT-FILE-LINE
               VARYING WS-FILE-NO FROM 1 BY 1
               UNTIL WS-FILE-NO > 5
           DISPLAY "GENERATIONS_KEPT:" WS-CAT-LIVE
           DISPLAY "GENERATIONS_RETIRED:" WS-RETIRED-COUNT
           IF WS-UNREADABLE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> ============================================================
      *> Leer PM-BACKUP-GENERATIONS desde YUZU.METRICS.PARM. Sin
      *> archivo, o con un registro de antes de que existiera el
      *> campo, quedan las 7 generaciones por defecto.
      *> ============================================================
       READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FS NOT = "35"
               READ PARM-FILE
                   NOT AT END
                       IF PM-BACKUP-GENERATIONS IS NUMERIC
                               AND PM-BACKUP-GENERATIONS > 0
                           MOVE PM-BACKUP-GENERATIONS
                               TO WS-BACKUP-GENERATIONS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-BACKUP-GENERATIONS > 100
               MOVE 100 TO WS-BACKUP-GENERATIONS
           END-IF.

      *> ============================================================
      *> Armar en WS-BK-FILE-NAME el nombre del archivo WS-BK-SUFFIX
      *> de la generacion en curso
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
      *> Arrancar la fila WS-FILE-NO del registro de control
      *> ============================================================
       START-CONTROL-ENTRY.
           MOVE WS-BK-SUFFIX TO BC-FILE-ID(WS-FILE-NO)
           MOVE 'C' TO BC-STATE(WS-FILE-NO)
           MOVE 0 TO WS-REC-COUNT
           MOVE 0 TO WS-HASH-TOTAL
           MOVE 'N' TO WS-EOF-FLAG.

      *> ============================================================
      *> Cerrar la fila WS-FILE-NO del registro de control
      *> ============================================================
       FINISH-CONTROL-ENTRY.
           MOVE WS-REC-COUNT TO BC-COUNT(WS-FILE-NO)
           MOVE WS-HASH-TOTAL TO BC-HASH(WS-FILE-NO)
           IF BC-STATE(WS-FILE-NO) = 'E'
               ADD 1 TO WS-UNREADABLE-COUNT
           END-IF.

      *> ============================================================
      *> Sumar al total de control el registro en WS-HASH-BUF (de
      *> WS-HASH-LEN bytes): cada byte por su posicion, asi que un
      *> byte cambiado o dos campos cruzados tambien cambian el
      *> total
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
      *> YUZU.METRICS.PREV — recorrido en orden de clave. Sin
      *> archivo la fila queda 'N'; un OPEN que falla por otra cosa
      *> (archivo danado) o una lectura que se corta queda 'E'.
      *> ============================================================
       BACKUP-PREV-FILE.
           MOVE 1 TO WS-FILE-NO
           MOVE "PREV" TO WS-BK-SUFFIX
           PERFORM START-CONTROL-ENTRY
           OPEN INPUT PREV-FILE
           EVALUATE WS-PREV-FS
               WHEN "35"
                   MOVE 'N' TO BC-STATE(WS-FILE-NO)
               WHEN "00"
                   PERFORM BUILD-BACKUP-NAME
                   OPEN OUTPUT BK-PREV-FILE
                   PERFORM READ-PREV-RECORD
                   PERFORM COPY-PREV-RECORD UNTIL WS-EOF-FLAG = 'Y'
                   CLOSE BK-PREV-FILE
                   CLOSE PREV-FILE
               WHEN OTHER
                   MOVE 'E' TO BC-STATE(WS-FILE-NO)
                   DISPLAY "WARNING:UNREADABLE FILE:PREV STATUS:"
                       WS-PREV-FS
           END-EVALUATE
           PERFORM FINISH-CONTROL-ENTRY.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.PREV
      *> ============================================================
       READ-PREV-RECORD.
           READ PREV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           IF WS-PREV-FS NOT = "00" AND WS-PREV-FS NOT = "10"
               MOVE 'E' TO BC-STATE(WS-FILE-NO)
               MOVE 'Y' TO WS-EOF-FLAG
               DISPLAY "WARNING:UNREADABLE FILE:PREV STATUS:"
                   WS-PREV-FS
           END-IF.

      *> ============================================================
      *> Copiar el registro leido de PREV, totalizarlo y avanzar
      *> ============================================================
       COPY-PREV-RECORD.
           MOVE PREV-RECORD TO BK-PREV-RECORD
           WRITE BK-PREV-RECORD
           MOVE BK-PREV-RECORD TO WS-HASH-BUF
           MOVE LENGTH OF BK-PREV-RECORD TO WS-HASH-LEN
           PERFORM ADD-RECORD-HASH
           PERFORM READ-PREV-RECORD.

      *> ============================================================
      *> YUZU.METRICS.BREACH — igual que PREV
      *> ============================================================
       BACKUP-BREACH-FILE.
           MOVE 2 TO WS-FILE-NO
           MOVE "BREACH" TO WS-BK-SUFFIX
           PERFORM START-CONTROL-ENTRY
           OPEN INPUT BREACH-FILE
           EVALUATE WS-BREACH-FS
               WHEN "35"
                   MOVE 'N' TO BC-STATE(WS-FILE-NO)
               WHEN "00"
                   PERFORM BUILD-BACKUP-NAME
                   OPEN OUTPUT BK-BREACH-FILE
                   PERFORM READ-BREACH-RECORD
                   PERFORM COPY-BREACH-RECORD UNTIL WS-EOF-FLAG = 'Y'
                   CLOSE BK-BREACH-FILE
                   CLOSE BREACH-FILE
               WHEN OTHER
                   MOVE 'E' TO BC-STATE(WS-FILE-NO)
                   DISPLAY "WARNING:UNREADABLE FILE:BREACH STATUS:"
                       WS-BREACH-FS
           END-EVALUATE
           PERFORM FINISH-CONTROL-ENTRY.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.BREACH
      *> ============================================================
       READ-BREACH-RECORD.
           READ BREACH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           IF WS-BREACH-FS NOT = "00" AND WS-BREACH-FS NOT = "10"
               MOVE 'E' TO BC-STATE(WS-FILE-NO)
               MOVE 'Y' TO WS-EOF-FLAG
               DISPLAY "WARNING:UNREADABLE FILE:BREACH STATUS:"
                   WS-BREACH-FS
           END-IF.

      *> ============================================================
      *> Copiar el registro leido de BREACH, totalizarlo y avanzar
      *> ============================================================
       COPY-BREACH-RECORD.
           MOVE BREACH-RECORD TO BK-BREACH-RECORD
           WRITE BK-BREACH-RECORD
           MOVE BK-BREACH-RECORD TO WS-HASH-BUF
           MOVE LENGTH OF BK-BREACH-RECORD TO WS-HASH-LEN
           PERFORM ADD-RECORD-HASH
           PERFORM READ-BREACH-RECORD.

      *> ============================================================
      *> YUZU.METRICS.SVCPARM — secuencial, en el orden del archivo
      *> (el orden importa: la primera fila de un servicio manda)
      *> ============================================================
       BACKUP-SVCPARM-FILE.
           MOVE 3 TO WS-FILE-NO
           MOVE "SVCPARM" TO WS-BK-SUFFIX
           PERFORM START-CONTROL-ENTRY
           OPEN INPUT SVCPARM-FILE
           EVALUATE WS-SVCPARM-FS
               WHEN "35"
                   MOVE 'N' TO BC-STATE(WS-FILE-NO)
               WHEN "00"
                   PERFORM BUILD-BACKUP-NAME
                   OPEN OUTPUT BK-SVCPARM-FILE
                   PERFORM READ-SVCPARM-RECORD
                   PERFORM COPY-SVCPARM-RECORD UNTIL WS-EOF-FLAG = 'Y'
                   CLOSE BK-SVCPARM-FILE
                   CLOSE SVCPARM-FILE
               WHEN OTHER
                   MOVE 'E' TO BC-STATE(WS-FILE-NO)
                   DISPLAY "WARNING:UNREADABLE FILE:SVCPARM STATUS:"
                       WS-SVCPARM-FS
           END-EVALUATE
           PERFORM FINISH-CONTROL-ENTRY.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.SVCPARM
      *> ============================================================
       READ-SVCPARM-RECORD.
           READ SVCPARM-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *> ============================================================
      *> Copiar el registro leido de SVCPARM, totalizarlo y avanzar
      *> ============================================================
       COPY-SVCPARM-RECORD.
           MOVE SVCPARM-RECORD TO BK-SVCPARM-RECORD
           WRITE BK-SVCPARM-RECORD
           MOVE BK-SVCPARM-RECORD TO WS-HASH-BUF
           MOVE LENGTH OF BK-SVCPARM-RECORD TO WS-HASH-LEN
           PERFORM ADD-RECORD-HASH
           PERFORM READ-SVCPARM-RECORD.

      *> ============================================================
      *> YUZU.METRICS.FIXCTL — un solo registro
      *> ============================================================
       BACKUP-FIXCTL-FILE.
           MOVE 4 TO WS-FILE-NO
           MOVE "FIXCTL" TO WS-BK-SUFFIX
           PERFORM START-CONTROL-ENTRY
           OPEN INPUT FIXCTL-FILE
           EVALUATE WS-FIXCTL-FS
               WHEN "35"
                   MOVE 'N' TO BC-STATE(WS-FILE-NO)
               WHEN "00"
                   PERFORM BUILD-BACKUP-NAME
                   OPEN OUTPUT BK-FIXCTL-FILE
                   PERFORM READ-FIXCTL-RECORD
                   PERFORM COPY-FIXCTL-RECORD UNTIL WS-EOF-FLAG = 'Y'
                   CLOSE BK-FIXCTL-FILE
                   CLOSE FIXCTL-FILE
               WHEN OTHER
                   MOVE 'E' TO BC-STATE(WS-FILE-NO)
                   DISPLAY "WARNING:UNREADABLE FILE:FIXCTL STATUS:"
                       WS-FIXCTL-FS
           END-EVALUATE
           PERFORM FINISH-CONTROL-ENTRY.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.FIXCTL
      *> ============================================================
       READ-FIXCTL-RECORD.
           READ FIXCTL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *> ============================================================
      *> Copiar el registro leido de FIXCTL, totalizarlo y avanzar
      *> ============================================================
       COPY-FIXCTL-RECORD.
           MOVE FIXCTL-RECORD TO BK-FIXCTL-RECORD
           WRITE BK-FIXCTL-RECORD
           MOVE BK-FIXCTL-RECORD TO WS-HASH-BUF
           MOVE LENGTH OF BK-FIXCTL-RECORD TO WS-HASH-LEN
           PERFORM ADD-RECORD-HASH
           PERFORM READ-FIXCTL-RECORD.

      *> ============================================================
      *> YUZU.METRICS.PARM — un solo registro
      *> ============================================================
       BACKUP-PARM-FILE.
           MOVE 5 TO WS-FILE-NO
           MOVE "PARM" TO WS-BK-SUFFIX
           PERFORM START-CONTROL-ENTRY
           OPEN INPUT PARM-FILE
           EVALUATE WS-PARM-FS
               WHEN "35"
                   MOVE 'N' TO BC-STATE(WS-FILE-NO)
               WHEN "00"
                   PERFORM BUILD-BACKUP-NAME
                   OPEN OUTPUT BK-PARM-FILE
                   PERFORM READ-PARM-RECORD
                   PERFORM COPY-PARM-RECORD UNTIL WS-EOF-FLAG = 'Y'
                   CLOSE BK-PARM-FILE
                   CLOSE PARM-FILE
               WHEN OTHER
                   MOVE 'E' TO BC-STATE(WS-FILE-NO)
                   DISPLAY "WARNING:UNREADABLE FILE:PARM STATUS:"
                       WS-PARM-FS
           END-EVALUATE
           PERFORM FINISH-CONTROL-ENTRY.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.PARM
      *> ============================================================
       READ-PARM-RECORD.
           READ PARM-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *> ============================================================
      *> Copiar el registro leido de PARM, totalizarlo y avanzar
      *> ============================================================
       COPY-PARM-RECORD.
           MOVE PARM-RECORD TO BK-PARM-RECORD
           WRITE BK-PARM-RECORD
           MOVE BK-PARM-RECORD TO WS-HASH-BUF
           MOVE LENGTH OF BK-PARM-RECORD TO WS-HASH-LEN
           PERFORM ADD-RECORD-HASH
           PERFORM READ-PARM-RECORD.

      *> ============================================================
      *> Imprimir la fila WS-FILE-NO del registro de control
      *> ============================================================
       PRINT-FILE-LINE.
           MOVE BC-COUNT(WS-FILE-NO) TO WS-FMT-COUNT
           EVALUATE BC-STATE(WS-FILE-NO)
               WHEN 'C'
                   DISPLAY "FILE:" FUNCTION TRIM(BC-FILE-ID(WS-FILE-NO))
                       " RECORDS:" FUNCTION TRIM(WS-FMT-COUNT)
                       " HASH:" BC-HASH(WS-FILE-NO)
                       " STATE:COPIED"
               WHEN 'N'
                   DISPLAY "FILE:" FUNCTION TRIM(BC-FILE-ID(WS-FILE-NO))
                       " STATE:NO_FILE"
               WHEN OTHER
                   DISPLAY "FILE:" FUNCTION TRIM(BC-FILE-ID(WS-FILE-NO))
                       " RECORDS:" FUNCTION TRIM(WS-FMT-COUNT)
                       " STATE:UNREADABLE"
           END-EVALUATE.

      *> ============================================================
      *> Anotar la generacion nueva en YUZU.METRICS.BKUPCAT y
      *> retirar las mas viejas que pasan de WS-BACKUP-GENERATIONS:
      *> se borran sus archivos y se sacan del catalogo, que se
      *> reescribe completo
      *> ============================================================
       UPDATE-CATALOG.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BKCAT-FILE
           IF WS-BKCAT-FS NOT = "35"
               PERFORM READ-CATALOG-RECORD
               PERFORM LOAD-CATALOG-RECORD UNTIL WS-EOF-FLAG = 'Y'
               CLOSE BKCAT-FILE
           END-IF

           MOVE 'N' TO WS-CAT-FOUND
           PERFORM MATCH-CATALOG-ENTRY
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
                  OR WS-CAT-FOUND = 'Y'
           IF WS-CAT-FOUND = 'N'
               ADD 1 TO WS-CAT-COUNT
               SET WS-CAT-IDX TO WS-CAT-COUNT
               MOVE WS-GENERATION TO WS-CAT-GENERATION(WS-CAT-IDX)
               MOVE 'Y' TO WS-CAT-KEEP(WS-CAT-IDX)
           END-IF

           MOVE WS-CAT-COUNT TO WS-CAT-LIVE
           PERFORM RETIRE-GENERATION
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
                  OR WS-CAT-LIVE <= WS-BACKUP-GENERATIONS

           OPEN OUTPUT BKCAT-FILE
           PERFORM WRITE-CATALOG-ROW
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
           CLOSE BKCAT-FILE.

      *> ============================================================
      *> Leer la siguiente fila de YUZU.METRICS.BKUPCAT
      *> ============================================================
       READ-CATALOG-RECORD.
           READ BKCAT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *> Un catalogo con mas de 100 filas (el tope de generaciones)
      *> solo puede venir de un corte bajado a mano: las filas que
      *> no entran ya estaban de mas y se descartan
      *> ============================================================
      *> Copiar la generacion leida a WS-CAT-TABLE y avanzar
      *> ============================================================
       LOAD-CATALOG-RECORD.
           IF WS-CAT-COUNT < 100 AND BG-GENERATION NOT = SPACES
               ADD 1 TO WS-CAT-COUNT
               SET WS-CAT-IDX TO WS-CAT-COUNT
               MOVE BG-GENERATION TO WS-CAT-GENERATION(WS-CAT-IDX)
               MOVE 'Y' TO WS-CAT-KEEP(WS-CAT-IDX)
           END-IF
           PERFORM READ-CATALOG-RECORD.

      *> ============================================================
      *> Comparar la fila WS-CAT-IDX contra WS-GENERATION
      *> ============================================================
       MATCH-CATALOG-ENTRY.
           IF WS-CAT-GENERATION(WS-CAT-IDX) = WS-GENERATION
               MOVE 'Y' TO WS-CAT-FOUND
           END-IF.

      *> ============================================================
      *> Retirar la generacion WS-CAT-IDX (la mas vieja que queda):
      *> borrar sus seis archivos. Un archivo que ya no estaba (el
      *> respaldo no tenia ese archivo de estado) no es un error.
      *> ============================================================
       RETIRE-GENERATION.
           MOVE 'N' TO WS-CAT-KEEP(WS-CAT-IDX)
           SUBTRACT 1 FROM WS-CAT-LIVE
           ADD 1 TO WS-RETIRED-COUNT
           PERFORM DELETE-GENERATION-FILE
               VARYING WS-SUFFIX-NO FROM 1 BY 1
               UNTIL WS-SUFFIX-NO > 6
           DISPLAY "RETIRED:" WS-CAT-GENERATION(WS-CAT-IDX).

      *> ============================================================
      *> Borrar el archivo WS-SUFFIX-NO de la generacion WS-CAT-IDX
      *> ============================================================
       DELETE-GENERATION-FILE.
           MOVE SPACES TO WS-BK-FILE-NAME
           STRING "YUZU.METRICS.BKUP."       DELIMITED BY SIZE
               WS-CAT-GENERATION(WS-CAT-IDX) DELIMITED BY SIZE
               "."                           DELIMITED BY SIZE
               WS-FILE-SUFFIX(WS-SUFFIX-NO)  DELIMITED BY SPACE
               INTO WS-BK-FILE-NAME
           END-STRING
           CALL "CBL_DELETE_FILE" USING WS-BK-FILE-NAME
           MOVE RETURN-CODE TO WS-DELETE-RC
           MOVE 0 TO RETURN-CODE.

      *> ============================================================
      *> Escribir la fila WS-CAT-IDX si la generacion se conserva
      *> ============================================================
       WRITE-CATALOG-ROW.
           IF WS-CAT-KEEP(WS-CAT-IDX) = 'Y'
               MOVE WS-CAT-GENERATION(WS-CAT-IDX) TO BG-GENERATION
               WRITE BKCAT-RECORD
           END-IF.

      *> ============================================================
      *> Tomar el candado de corrida. Si una corrida de YUZU-METRICS
      *> lo tiene y su hora es reciente, salir con RETURN-CODE 6
      *> sin respaldar nada; un candado viejo o ilegible se rompe,
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
