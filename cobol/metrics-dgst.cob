      *> ============================================================
      *> Yuzu — COBOL Morning Operations Digest
      *> Compilar: cobc -x -o yuzu-metrics-dgst metrics-dgst.cob
      *> Uso:      ./yuzu-metrics-dgst DESDE [ENTORNO]
      *>           (DESDE = AAAAMMDDHHMMSS o AAAAMMDD)
      *> El relevo de turno venia siendo cinco programas y quince
      *> minutos antes del cafe; esto imprime el parte completo de
      *>   1. estado actual de la flota (ultima corrida por
      *>      servicio, replicas enrolladas y servicios silenciosos
      *>      marcados MISSING contra PM-STALE-SECONDS, como en
      *>      YUZU-METRICS-FLEET, peor estado al pie; con el espejo
      *>      indexado YUZU.METRICS.HISTIX cada instancia se lee
      *>      solo desde DESDE, y entera solo si calla desde antes);
      *>   2. incidentes desde DESDE: abiertos, recuperados y los
      *>      que siguen abiertos ahora mismo, cada causa raiz con
      *>      sus SYMPTOM dependientes debajo (YUZU.METRICS.DEPS),
      *>      con el numero de ticket de cada uno segun
      *>      YUZU.METRICS.TKTXREF (ver YUZU-METRICS-TKT);
      *>   3. excepciones de calidad de datos nuevas con su razon;
      *>   4. deploys del periodo;
      *>   5. huecos de auditoria (inicios de corrida a mas de 600
      *>      segundos del anterior, como en YUZU-METRICS-AUDR).
      *> Flota, incidentes y deploys son los de un entorno
      *> (production si no se pasa; un registro sin entorno es de
      *> production); excepciones y auditoria no llevan entorno.
      *> Una pagina, un comando, cada maniana.
      *> ============================================================
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.

      *> YUZU.METRICS.HISTIX — espejo indexado de HIST por servicio
      *> + instancia + hora; solo lectura, por rango de clave
           SELECT HISTIX-FILE ASSIGN TO "YUZU.METRICS.HISTIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HISTIX-FS.

      *> YUZU.METRICS.PARM — de aca sale PM-STALE-SECONDS, igual
      *> que en YUZU-METRICS-FLEET; si no existe se usa el valor
      *> por defecto de WORKING-STORAGE.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FS.

      *> YUZU.METRICS.TKTXREF — referencia cruzada incidente ->
      *> ticket; solo lectura, por rango de clave del servicio
           SELECT TKTX-FILE ASSIGN TO "YUZU.METRICS.TKTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-TKTX-FS.

           SELECT EXCP-FILE ASSIGN TO "YUZU.METRICS.EXCPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-FS.
       FD  HIST-FILE.
           COPY "yuzuhist.cpy".

       FD  HISTIX-FILE.
           COPY "yuzuhix.cpy".

       FD  PARM-FILE.
           COPY "yuzuparm.cpy".

       FD  ALERT-FILE.
           COPY "yuzualrt.cpy".

       FD  TKTX-FILE.
           COPY "yuzutkx.cpy".

       FD  EXCP-FILE.
           COPY "yuzuexc.cpy".

           01 WS-AUDIT-FS         PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.

      *> Lectura del espejo indexado: WS-HISTIX-OPEN = 'Y' cuando
      *> se lee HISTIX en vez de HIST. WS-HX-CUR-* es la instancia
      *> en lectura; WS-HX-PROBING = 'Y' mientras se prueba si
      *> tiene corridas desde DESDE.
           01 WS-HISTIX-FS        PIC XX      VALUE SPACES.
           01 WS-HISTIX-OPEN      PIC X       VALUE 'N'.
           01 WS-HX-DONE          PIC X       VALUE 'N'.
           01 WS-HX-AT-END        PIC X       VALUE 'N'.
           01 WS-HX-PROBING       PIC X       VALUE 'N'.
           01 WS-HX-CUR-NAME      PIC X(32)   VALUE SPACES.
           01 WS-HX-CUR-INST      PIC X(16)   VALUE SPACES.

      *> Desde cuando abarca el parte — primer argumento — y de
      *> que entorno — segundo
           01 WS-ARG-RAW          PIC X(64)   VALUE SPACES.
           01 WS-SINCE-TS         PIC X(14)   VALUE SPACES.
           01 WS-ENV-FILTER       PIC X(12)   VALUE "production".

      *> Ultima corrida por instancia, como en YUZU-METRICS-FLEET
           01 WS-FLEET-COUNT      PIC 9(4)    VALUE 0.
           01 WS-STATUS-NAME      PIC X(8)    VALUE SPACES.

      *> Incidentes: estado abierto por servicio y contadores del
      *> periodo. WS-OPN-ROOT es la causa raiz de un incidente
      *> abierto como SYMPTOM (en blanco si es propio).
           01 WS-OPN-COUNT        PIC 9(4)    VALUE 0.
           01 WS-OPN-FOUND        PIC X       VALUE 'N'.
           01 WS-OPN-MATCH-IDX    PIC 9(4)    VALUE 0.
           01 WS-OPN-TABLE.
               05 WS-OPN-ENTRY    OCCURS 200 TIMES
                       INDEXED BY WS-OPN-IDX WS-OPN-DEP-IDX.
                   10 WS-OPN-NAME    PIC X(32).
                   10 WS-OPN-OPEN    PIC X.
                   10 WS-OPN-TS      PIC X(14).
                   10 WS-OPN-ROOT    PIC X(32).
           01 WS-ROOT-LISTED      PIC X       VALUE 'N'.
           01 WS-OPENED-COUNT     PIC 9(6)    VALUE 0.
           01 WS-RECOVERED-COUNT  PIC 9(6)    VALUE 0.
           01 WS-ESCALATED-COUNT  PIC 9(6)    VALUE 0.
           01 WS-STILL-OPEN       PIC 9(6)    VALUE 0.

      *> Ticket del incidente a imprimir — servicio y hora de
      *> apertura a buscar, y el numero encontrado (o PENDING)
           01 WS-TKTX-FS          PIC XX      VALUE SPACES.
           01 WS-TKTX-OPEN        PIC X       VALUE 'N'.
           01 WS-TKT-EOF          PIC X       VALUE 'N'.
           01 WS-TKT-NAME         PIC X(32)   VALUE SPACES.
           01 WS-TKT-AT           PIC X(14)   VALUE SPACES.
           01 WS-TKT-NUMBER       PIC X(20)   VALUE SPACES.
           01 WS-TKT-NOTE         PIC X(30)   VALUE SPACES.

      *> Excepciones y deploys del periodo
           01 WS-EXCP-COUNT       PIC 9(6)    VALUE 0.
           01 WS-DEP-COUNT        PIC 9(6)    VALUE 0.
               WHEN OTHER
                   DISPLAY "ERROR:BAD_SINCE_TIMESTAMP"
                   DISPLAY "USAGE:yuzu-metrics-dgst AAAAMMDD[HHMMSS]"
                       " [ENTORNO]"
                   STOP RUN
           END-EVALUATE

           DISPLAY 2 UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-ARG-RAW
           ACCEPT WS-ARG-RAW FROM ARGUMENT-VALUE
           IF WS-ARG-RAW NOT = SPACES
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ARG-RAW))
                   TO WS-ENV-FILTER
           END-IF

           DISPLAY "== YUZU MORNING DIGEST SINCE " WS-SINCE-TS " =="
           DISPLAY "ENVIRONMENT:" FUNCTION TRIM(WS-ENV-FILTER)

           PERFORM DIGEST-FLEET-SECTION
           PERFORM DIGEST-INCIDENT-SECTION
               DISPLAY "NO_HISTORY_FILE"
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT HISTIX-FILE
               IF WS-HISTIX-FS = "00"
                   MOVE 'Y' TO WS-HISTIX-OPEN
                   MOVE LOW-VALUES TO HX-KEY
                   MOVE WS-ENV-FILTER TO HX-ENV
                   START HISTIX-FILE KEY IS NOT LESS THAN HX-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-START
               END-IF
               PERFORM READ-HIST-RECORD
               PERFORM LOAD-LATEST-INSTANCE UNTIL WS-EOF-FLAG = 'Y'
               IF WS-HISTIX-OPEN = 'Y'
                   CLOSE HISTIX-FILE
                   MOVE 'N' TO WS-HISTIX-OPEN
               END-IF
               CLOSE HIST-FILE

               PERFORM READ-PARAMETERS
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de historia — de HIST, o el
      *> siguiente que interese del espejo indexado
      *> ============================================================
       READ-HIST-RECORD.
           IF WS-HISTIX-OPEN = 'Y'
               MOVE 'N' TO WS-HX-DONE
               PERFORM READ-NEXT-HISTIX UNTIL WS-HX-DONE = 'Y'
           ELSE
               READ HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HR-ENV = SPACES
                           MOVE "production" TO HR-ENV
                       END-IF
               END-READ
           END-IF.

      *> ============================================================
      *> Leer la siguiente clave del espejo. Otro entorno es el fin
      *> del espejo para este parte. Las claves de una
      *> instancia estan contiguas y en orden de hora, asi que para
      *> la ultima corrida de cada una alcanza con sus corridas
      *> desde DESDE: al entrar a una instancia nueva cuya primera
      *> clave es anterior a DESDE se salta con START a
      *> instancia + DESDE. Si ahi ya no hay nada de esa instancia
      *> (calla desde antes de DESDE y puede quedar MISSING), se la
      *> vuelve a leer entera desde su primera clave.
      *> ============================================================
       READ-NEXT-HISTIX.
           IF WS-EOF-FLAG = 'Y'
               MOVE 'Y' TO WS-HX-DONE
           ELSE
               MOVE 'N' TO WS-HX-AT-END
               READ HISTIX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HX-AT-END
               END-READ
               IF WS-HX-PROBING = 'Y'
                   MOVE 'N' TO WS-HX-PROBING
                   IF WS-HX-AT-END = 'N'
                           AND HX-ENV = WS-ENV-FILTER
                           AND HX-NAME = WS-HX-CUR-NAME
                           AND HX-INSTANCE = WS-HX-CUR-INST
                       PERFORM LOAD-HIST-FROM-HISTIX
                       MOVE 'Y' TO WS-HX-DONE
                   ELSE
                       PERFORM RESTART-HISTIX-INSTANCE
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN WS-HX-AT-END = 'Y'
                           MOVE 'Y' TO WS-EOF-FLAG
                       WHEN HX-ENV NOT = WS-ENV-FILTER
                           MOVE 'Y' TO WS-EOF-FLAG
                       WHEN HX-NAME = WS-HX-CUR-NAME
                               AND HX-INSTANCE = WS-HX-CUR-INST
                           PERFORM LOAD-HIST-FROM-HISTIX
                           MOVE 'Y' TO WS-HX-DONE
                       WHEN OTHER
                           PERFORM ENTER-HISTIX-INSTANCE
                   END-EVALUATE
               END-IF
           END-IF.

      *> ============================================================
      *> Primera clave leida de una instancia nueva: si ya es de
      *> DESDE en adelante se usa tal cual; si no, se prueba saltar
      *> a instancia + DESDE
      *> ============================================================
       ENTER-HISTIX-INSTANCE.
           MOVE HX-NAME     TO WS-HX-CUR-NAME
           MOVE HX-INSTANCE TO WS-HX-CUR-INST
           IF HX-TIMESTAMP >= WS-SINCE-TS
               PERFORM LOAD-HIST-FROM-HISTIX
               MOVE 'Y' TO WS-HX-DONE
           ELSE
               MOVE WS-SINCE-TS TO HX-TIMESTAMP
               START HISTIX-FILE KEY IS NOT LESS THAN HX-KEY
                   INVALID KEY
                       PERFORM RESTART-HISTIX-INSTANCE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-HX-PROBING
               END-START
           END-IF.

      *> ============================================================
      *> Volver a la primera clave de la instancia en lectura para
      *> leerla entera
      *> ============================================================
       RESTART-HISTIX-INSTANCE.
           MOVE WS-ENV-FILTER  TO HX-ENV
           MOVE WS-HX-CUR-NAME TO HX-NAME
           MOVE WS-HX-CUR-INST TO HX-INSTANCE
           MOVE LOW-VALUES TO HX-TIMESTAMP
           START HISTIX-FILE KEY IS NOT LESS THAN HX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.

      *> ============================================================
      *> Pasar el registro del espejo indexado a HIST-RECORD
      *> ============================================================
       LOAD-HIST-FROM-HISTIX.
           MOVE HX-TIMESTAMP   TO HR-TIMESTAMP
           MOVE HX-NAME        TO HR-NAME
           MOVE HX-TOTAL-REQ   TO HR-TOTAL-REQ
           MOVE HX-OK-REQ      TO HR-OK-REQ
           MOVE HX-ERR-REQ     TO HR-ERR-REQ
           MOVE HX-AVG-LAT     TO HR-AVG-LAT
           MOVE HX-STATUS-CODE TO HR-STATUS-CODE
           MOVE HX-P95-LAT     TO HR-P95-LAT
           MOVE HX-P99-LAT     TO HR-P99-LAT
           MOVE HX-ERR-RATE    TO HR-ERR-RATE
           MOVE HX-INSTANCE    TO HR-INSTANCE
           MOVE HX-ENV         TO HR-ENV.

      *> ============================================================
      *> Ubicar (o crear) la fila de la instancia del registro
      *> actual y sobreescribirla si el registro no es mas viejo
      *> que el ya guardado — al llegar a EOF cada fila tiene la
      *> corrida mas reciente de esa instancia. Las corridas de
      *> otro entorno se pasan de largo.
      *> ============================================================
       LOAD-LATEST-INSTANCE.
           IF HR-ENV = WS-ENV-FILTER
               PERFORM NOTE-LATEST-INSTANCE
           END-IF
           PERFORM READ-HIST-RECORD.

      *> ============================================================
      *> Guardar el registro actual en la fila de su instancia
      *> ============================================================
       NOTE-LATEST-INSTANCE.
           MOVE 'N' TO WS-FLEET-FOUND
           MOVE 0 TO WS-FLEET-MATCH-IDX
           PERFORM MATCH-FLEET-ENTRY
           END-IF
           IF WS-FLEET-MATCH-IDX > 0
               SET WS-FLEET-IDX TO WS-FLEET-MATCH-IDX
      *>        Un tick atrasado anexado despues en modo BACKFILL no
      *>        pisa una corrida mas nueva de la misma instancia
               IF WS-FLEET-FOUND = 'N'
                       OR HR-TIMESTAMP >= WS-FLT-TIMESTAMP(WS-FLEET-IDX)
                   MOVE HR-NAME      TO WS-FLT-NAME(WS-FLEET-IDX)
                   MOVE HR-INSTANCE  TO WS-FLT-INSTANCE(WS-FLEET-IDX)
                   MOVE HR-TIMESTAMP TO WS-FLT-TIMESTAMP(WS-FLEET-IDX)
                   MOVE HR-TOTAL-REQ TO WS-FLT-TOTAL-REQ(WS-FLEET-IDX)
                   MOVE HR-ERR-REQ   TO WS-FLT-ERR-REQ(WS-FLEET-IDX)
                   MOVE HR-STATUS-CODE
                       TO WS-FLT-STATUS-CODE(WS-FLEET-IDX)
                   MOVE 'N'          TO WS-FLT-STALE(WS-FLEET-IDX)
               END-IF
           END-IF.

      *> ============================================================
      *> Leer el umbral de silencio desde YUZU.METRICS.PARM. Si el
           IF WS-ALERT-FS = "35"
               DISPLAY "NO_ALERT_QUEUE"
           ELSE
               OPEN INPUT TKTX-FILE
               IF WS-TKTX-FS = "00"
                   MOVE 'Y' TO WS-TKTX-OPEN
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-ALERT-RECORD
               PERFORM TALLY-INCIDENT-EVENT UNTIL WS-EOF-FLAG = 'Y'
               PERFORM PRINT-STILL-OPEN
                   VARYING WS-OPN-IDX FROM 1 BY 1
                   UNTIL WS-OPN-IDX > WS-OPN-COUNT
               PERFORM PRINT-ORPHAN-SYMPTOM
                   VARYING WS-OPN-IDX FROM 1 BY 1
                   UNTIL WS-OPN-IDX > WS-OPN-COUNT
               IF WS-STILL-OPEN = 0
                   DISPLAY "NO_OPEN_INCIDENTS"
               END-IF
               IF WS-TKTX-OPEN = 'Y'
                   CLOSE TKTX-FILE
               END-IF
           END-IF.

      *> ============================================================
           READ ALERT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF AQ-ENV = SPACES
                       MOVE "production" TO AQ-ENV
                   END-IF
           END-READ.

      *> ============================================================
      *> Actualizar el estado de incidentes con el evento leido
      *> (apertura ALERT/MISSING/SYMPTOM/blanco, cierre RECOVERED)
      *> y contar lo ocurrido desde DESDE; avanzar al siguiente.
      *> Los eventos de otro entorno se pasan de largo.
      *> ============================================================
       TALLY-INCIDENT-EVENT.
           IF AQ-NAME NOT = SPACES AND AQ-ENV = WS-ENV-FILTER
               EVALUATE TRUE
                   WHEN AQ-EVENT = "ALERT" OR AQ-EVENT = "MISSING"
                           OR AQ-EVENT = "SYMPTOM" OR AQ-EVENT = SPACES
                       PERFORM NOTE-DIGEST-OPEN
                   WHEN AQ-EVENT = "RECOVERED"
                       PERFORM NOTE-DIGEST-CLOSE

      *> ============================================================
      *> Registrar la apertura del servicio del evento leido y
      *> contarla si cae en el periodo. Un ALERT sobre un SYMPTOM
      *> ya abierto es la raiz que se recupero antes que el
      *> dependiente: el incidente pasa a ser propio.
      *> ============================================================
       NOTE-DIGEST-OPEN.
           PERFORM FIND-OPN-ROW
               SET WS-OPN-IDX TO WS-OPN-COUNT
               MOVE AQ-NAME TO WS-OPN-NAME(WS-OPN-IDX)
               MOVE 'N' TO WS-OPN-OPEN(WS-OPN-IDX)
               MOVE SPACES TO WS-OPN-ROOT(WS-OPN-IDX)
           END-IF
           IF WS-OPN-MATCH-IDX > 0
               SET WS-OPN-IDX TO WS-OPN-MATCH-IDX
               IF WS-OPN-OPEN(WS-OPN-IDX) = 'N'
                   MOVE 'Y' TO WS-OPN-OPEN(WS-OPN-IDX)
                   MOVE AQ-TIMESTAMP TO WS-OPN-TS(WS-OPN-IDX)
                   MOVE SPACES TO WS-OPN-ROOT(WS-OPN-IDX)
                   IF AQ-EVENT = "SYMPTOM"
                       MOVE AQ-ROOT-NAME TO WS-OPN-ROOT(WS-OPN-IDX)
                   END-IF
                   IF AQ-TIMESTAMP >= WS-SINCE-TS
                       ADD 1 TO WS-OPENED-COUNT
                       IF AQ-EVENT = "SYMPTOM"
                           DISPLAY "OPENED " AQ-TIMESTAMP " "
                               FUNCTION TRIM(AQ-NAME) " "
                               FUNCTION TRIM(AQ-EVENT)
                               " ROOT:" FUNCTION TRIM(AQ-ROOT-NAME)
                       ELSE
                           MOVE AQ-NAME      TO WS-TKT-NAME
                           MOVE AQ-TIMESTAMP TO WS-TKT-AT
                           PERFORM LOOKUP-TICKET
                           DISPLAY "OPENED " AQ-TIMESTAMP " "
                               FUNCTION TRIM(AQ-NAME) " "
                               FUNCTION TRIM(AQ-EVENT)
                               FUNCTION TRIM(WS-TKT-NOTE TRAILING)
                       END-IF
                   END-IF
               ELSE
                   IF AQ-EVENT = "ALERT"
                       MOVE SPACES TO WS-OPN-ROOT(WS-OPN-IDX)
                   END-IF
               END-IF
           END-IF.
                   MOVE 'N' TO WS-OPN-OPEN(WS-OPN-IDX)
                   IF AQ-TIMESTAMP >= WS-SINCE-TS
                       ADD 1 TO WS-RECOVERED-COUNT
                       MOVE AQ-NAME               TO WS-TKT-NAME
                       MOVE WS-OPN-TS(WS-OPN-IDX) TO WS-TKT-AT
                       PERFORM LOOKUP-TICKET
                       DISPLAY "RECOVERED " AQ-TIMESTAMP " "
                           FUNCTION TRIM(AQ-NAME)
                           FUNCTION TRIM(WS-TKT-NOTE TRAILING)
                   END-IF
               END-IF
           END-IF.
           END-IF.

      *> ============================================================
      *> Imprimir la fila WS-OPN-IDX si su incidente propio sigue
      *> abierto, con los SYMPTOM que la tienen por raiz debajo
      *> ============================================================
       PRINT-STILL-OPEN.
           IF WS-OPN-OPEN(WS-OPN-IDX) = 'Y'
                   AND WS-OPN-ROOT(WS-OPN-IDX) = SPACES
               ADD 1 TO WS-STILL-OPEN
               MOVE WS-OPN-NAME(WS-OPN-IDX) TO WS-TKT-NAME
               MOVE WS-OPN-TS(WS-OPN-IDX)   TO WS-TKT-AT
               PERFORM LOOKUP-TICKET
               DISPLAY "STILL_OPEN "
                   FUNCTION TRIM(WS-OPN-NAME(WS-OPN-IDX))
                   " SINCE:" WS-OPN-TS(WS-OPN-IDX)
                   FUNCTION TRIM(WS-TKT-NOTE TRAILING)
               PERFORM PRINT-AFFECTED-SERVICE
                   VARYING WS-OPN-DEP-IDX FROM 1 BY 1
                   UNTIL WS-OPN-DEP-IDX > WS-OPN-COUNT
           END-IF.

      *> ============================================================
      *> Imprimir la fila WS-OPN-DEP-IDX si es un SYMPTOM abierto de
      *> la raiz WS-OPN-IDX
      *> ============================================================
       PRINT-AFFECTED-SERVICE.
           IF WS-OPN-OPEN(WS-OPN-DEP-IDX) = 'Y'
                   AND WS-OPN-ROOT(WS-OPN-DEP-IDX) =
                       WS-OPN-NAME(WS-OPN-IDX)
               ADD 1 TO WS-STILL-OPEN
               DISPLAY "    AFFECTED "
                   FUNCTION TRIM(WS-OPN-NAME(WS-OPN-DEP-IDX))
                   " SINCE:" WS-OPN-TS(WS-OPN-DEP-IDX)
           END-IF.

      *> ============================================================
      *> Imprimir la fila WS-OPN-IDX si es un SYMPTOM abierto cuya
      *> raiz no sigue abierta en la cola (abierta antes de que la
      *> cola se archivara, o ya cerrada sin que el dependiente se
      *> haya vuelto a evaluar)
      *> ============================================================
       PRINT-ORPHAN-SYMPTOM.
           IF WS-OPN-OPEN(WS-OPN-IDX) = 'Y'
                   AND WS-OPN-ROOT(WS-OPN-IDX) NOT = SPACES
               MOVE 'N' TO WS-ROOT-LISTED
               PERFORM MATCH-LISTED-ROOT
                   VARYING WS-OPN-DEP-IDX FROM 1 BY 1
                   UNTIL WS-OPN-DEP-IDX > WS-OPN-COUNT
                      OR WS-ROOT-LISTED = 'Y'
               IF WS-ROOT-LISTED = 'N'
                   ADD 1 TO WS-STILL-OPEN
                   DISPLAY "STILL_OPEN "
                       FUNCTION TRIM(WS-OPN-NAME(WS-OPN-IDX))
                       " SINCE:" WS-OPN-TS(WS-OPN-IDX)
                       " ROOT:" FUNCTION TRIM(WS-OPN-ROOT(WS-OPN-IDX))
               END-IF
           END-IF.

      *> ============================================================
      *> Comparar la fila WS-OPN-DEP-IDX contra la raiz del SYMPTOM
      *> WS-OPN-IDX: calza si es esa raiz y sigue abierta como
      *> incidente propio
      *> ============================================================
       MATCH-LISTED-ROOT.
           IF WS-OPN-NAME(WS-OPN-DEP-IDX) = WS-OPN-ROOT(WS-OPN-IDX)
                   AND WS-OPN-OPEN(WS-OPN-DEP-IDX) = 'Y'
                   AND WS-OPN-ROOT(WS-OPN-DEP-IDX) = SPACES
               MOVE 'Y' TO WS-ROOT-LISTED
           END-IF.

      *> ============================================================
      *> Dejar en WS-TKT-NOTE el ticket de WS-TKT-NAME vigente a la
      *> hora WS-TKT-AT (" TICKET:numero", PENDING si el acuse no
      *> volvio, en blanco si no tiene): el abierto mas reciente a
      *> esa hora o antes y no cerrado antes de ella, igual que en
      *> YUZU-METRICS-MTTR. Las filas del servicio estan contiguas
      *> y en orden de apertura, asi que se recorren por START/READ
      *> NEXT.
      *> ============================================================
       LOOKUP-TICKET.
           MOVE SPACES TO WS-TKT-NUMBER
           MOVE SPACES TO WS-TKT-NOTE
           IF WS-TKTX-OPEN = 'Y'
               MOVE WS-TKT-NAME TO TX-NAME
               MOVE LOW-VALUES TO TX-OPEN-TS
               MOVE 'N' TO WS-TKT-EOF
               START TKTX-FILE KEY IS NOT LESS THAN TX-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-TKT-EOF
               END-START
               PERFORM READ-NEXT-TICKET UNTIL WS-TKT-EOF = 'Y'
           END-IF
           IF WS-TKT-NUMBER NOT = SPACES
               STRING " TICKET:" DELIMITED BY SIZE
                   WS-TKT-NUMBER DELIMITED BY SPACE
                   INTO WS-TKT-NOTE
               END-STRING
           END-IF.

      *> ============================================================
      *> Leer la siguiente fila del servicio y quedarse con ella si
      *> cubre la hora buscada
      *> ============================================================
       READ-NEXT-TICKET.
           READ TKTX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TKT-EOF
           END-READ
           IF WS-TKT-EOF = 'N'
               IF TX-NAME NOT = WS-TKT-NAME
                       OR TX-OPEN-TS > WS-TKT-AT
                   MOVE 'Y' TO WS-TKT-EOF
               ELSE
                   IF TX-CLOSE-TS = SPACES
                           OR TX-CLOSE-TS >= WS-TKT-AT
                       MOVE TX-TICKET TO WS-TKT-NUMBER
                       IF TX-TICKET = SPACES
                           MOVE "PENDING" TO WS-TKT-NUMBER
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> ============================================================
           READ DEPLOY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF DP-ENV = SPACES
                       MOVE "production" TO DP-ENV
                   END-IF
           END-READ.

       PRINT-DEPLOY-RECORD.
           IF DP-TIMESTAMP >= WS-SINCE-TS
                   AND DP-ENV = WS-ENV-FILTER
               ADD 1 TO WS-DEP-COUNT
               DISPLAY DP-TIMESTAMP " "
                   FUNCTION TRIM(DP-NAME) " "
