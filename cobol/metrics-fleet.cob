      *> ============================================================
      *> Yuzu — COBOL Metrics Fleet Summary
      *> Compilar: cobc -x -o yuzu-metrics-fleet metrics-fleet.cob
      *> Uso:      ./yuzu-metrics-fleet [ENTORNO]
      *> Lee YUZU.METRICS.HIST (escrito por YUZU-METRICS) de punta a
      *> punta y se queda con el ultimo registro visto de cada
      *> instancia distinta (HR-NAME + HR-INSTANCE); las instancias
      *> MISSING, cuenta como CRITICAL en FLEET_STATUS/RETURN-CODE y
      *> se anexa a YUZU.ALERTS.QUEUE para que el poller la pagine
      *> como cualquier otro CRITICAL (ver CHECK-STALE-SERVICES).
      *>
      *> Con el mapa de dependencias (YUZU.METRICS.DEPS) un CRITICAL
      *> de un dependiente queda abierto como SYMPTOM de su causa
      *> raiz; la seccion de incidentes lista cada incidente raiz
      *> abierto con sus servicios afectados debajo, para que el de
      *> guardia vea una caida y no una pared de rojos.
      *>
      *> Solo se resume la historia de ENTORNO (HR-ENV; production
      *> si no viene): staging y prueba de carga reportan los mismos
      *> servicios y no deben mezclarse con la flota de produccion.
      *> El MISSING de un entorno que no pagina (YUZU.METRICS.ENV)
      *> abre su incidente en YUZU.METRICS.BREACH pero no se anexa a
      *> la cola.
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-FLEET.
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BREACH-FS.

      *> YUZU.METRICS.ENV — si el entorno resumido pagina (ver
      *> RESOLVE-ENV-PAGEABLE)
           SELECT ENV-FILE ASSIGN TO "YUZU.METRICS.ENV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENV-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       FD  BREACH-FILE.
           COPY "yuzubrch.cpy".

       FD  ENV-FILE.
           COPY "yuzuenv.cpy".

       WORKING-STORAGE SECTION.
           01 WS-HIST-FS          PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.
           01 WS-ANY-RECORDS      PIC X       VALUE 'N'.

      *> Entorno resumido — argumento opcional — y si pagina
           01 WS-ARG-RAW          PIC X(64)   VALUE SPACES.
           01 WS-ENV-FILTER       PIC X(12)   VALUE "production".
           01 WS-ENV-FS           PIC XX      VALUE SPACES.
           01 WS-ENV-EOF          PIC X       VALUE 'N'.
           01 WS-ENV-PAGEABLE     PIC X       VALUE 'N'.
           01 WS-REC-TAKEN        PIC X       VALUE 'N'.

      *> Ultimo registro visto por instancia — una fila por
      *> HR-NAME + HR-INSTANCE distintos; se sobreescribe cada vez
      *> que se vuelve a ver la misma instancia, asi que al llegar
                   10 WS-FLT-AVG-LAT     PIC 9(8)V99.
                   10 WS-FLT-STATUS-CODE PIC 9.
                   10 WS-FLT-STALE       PIC X.
                   10 WS-FLT-OPEN        PIC X.
                   10 WS-FLT-ROOT        PIC X(32).

      *> Resumen enrollado por servicio — una fila por HR-NAME
      *> distinto: volumen sumado entre instancias, ultima hora
      *> vista mas reciente, peor estado (una instancia MISSING
      *> pesa CRITICAL) y cantidad de instancias. WS-SUM-OWN-OPEN
      *> marca un incidente propio abierto en alguna instancia;
      *> WS-SUM-ROOT la causa raiz de un incidente abierto como
      *> SYMPTOM (ver YUZU.METRICS.DEPS).
           01 WS-SUM-COUNT        PIC 9(4)    VALUE 0.
           01 WS-SUM-FOUND        PIC X       VALUE 'N'.
           01 WS-SUM-MATCH-IDX    PIC 9(4)    VALUE 0.
           01 WS-SUM-AVG-LAT      PIC 9(8)V99 VALUE 0.
           01 WS-SUM-TABLE.
               05 WS-SUM-ENTRY    OCCURS 200 TIMES
                       INDEXED BY WS-SUM-IDX WS-SUM-DEP-IDX.
                   10 WS-SUM-NAME        PIC X(32).
                   10 WS-SUM-TIMESTAMP   PIC X(14).
                   10 WS-SUM-TOTAL-REQ   PIC 9(12).
                   10 WS-SUM-INSTANCES   PIC 9(4).
                   10 WS-SUM-WORST       PIC 9.
                   10 WS-SUM-ANY-STALE   PIC X.
                   10 WS-SUM-OWN-OPEN    PIC X.
                   10 WS-SUM-ROOT        PIC X(32).

      *> Seccion de incidentes raiz — si hubo alguno abierto y si el
      *> SYMPTOM en curso tiene su raiz entre las filas de la flota
           01 WS-ANY-INCIDENT     PIC X       VALUE 'N'.
           01 WS-ROOT-LISTED      PIC X       VALUE 'N'.

           01 WS-FLEET-WORST-CODE PIC 9       VALUE 0.
           01 WS-FLEET-STATUS-NAME PIC X(8)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-RAW FROM ARGUMENT-VALUE
           IF WS-ARG-RAW NOT = SPACES
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ARG-RAW))
                   TO WS-ENV-FILTER
           END-IF

           OPEN INPUT HIST-FILE
           IF WS-HIST-FS = "35"
               DISPLAY "ERROR:NO_HISTORY_FILE"
           END-IF

           PERFORM READ-PARAMETERS
           PERFORM RESOLVE-ENV-PAGEABLE
           PERFORM CHECK-STALE-SERVICES

           PERFORM ROLL-UP-SERVICE
               VARYING WS-FLEET-IDX FROM 1 BY 1
               UNTIL WS-FLEET-IDX > WS-FLEET-COUNT

           DISPLAY "ENVIRONMENT:" FUNCTION TRIM(WS-ENV-FILTER)
           DISPLAY "NAME      LAST_SEEN       TOTAL_REQ   ERR_REQ"
               "     AVG_LAT  STATUS  INSTANCES"
           PERFORM PRINT-FLEET-ROW
               VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-COUNT

           PERFORM PRINT-ROOT-INCIDENTS

           MOVE 0 TO WS-FLEET-WORST-CODE
           PERFORM FIND-WORST-STATUS
               VARYING WS-FLEET-IDX FROM 1 BY 1
           STOP RUN.

      *> ============================================================
      *> Leer el siguiente registro de historia del entorno
      *> resumido, salteando los de otros entornos; un registro sin
      *> entorno es de production
      *> ============================================================
       READ-HIST-RECORD.
           MOVE 'N' TO WS-REC-TAKEN
           PERFORM READ-ENV-HIST-RECORD UNTIL WS-REC-TAKEN = 'Y'.

      *> ============================================================
      *> Leer un registro de historia y tomarlo si es del entorno
      *> ============================================================
       READ-ENV-HIST-RECORD.
           READ HIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'Y' TO WS-REC-TAKEN
               NOT AT END
                   IF HR-ENV = SPACES
                       MOVE "production" TO HR-ENV
                   END-IF
                   IF HR-ENV = WS-ENV-FILTER
                       MOVE 'Y' TO WS-ANY-RECORDS
                       MOVE 'Y' TO WS-REC-TAKEN
                   END-IF
           END-READ.

      *> ============================================================

           IF WS-FLEET-FOUND = 'Y'
               SET WS-FLEET-IDX TO WS-FLEET-MATCH-IDX
      *>        Un tick atrasado anexado despues en modo BACKFILL no
      *>        pisa una corrida mas nueva de la misma instancia
               IF HR-TIMESTAMP >= WS-FLT-TIMESTAMP(WS-FLEET-IDX)
                   PERFORM STORE-FLEET-ROW
               END-IF
           ELSE
               IF WS-FLEET-COUNT < 200
                   ADD 1 TO WS-FLEET-COUNT
           MOVE HR-ERR-REQ     TO WS-FLT-ERR-REQ(WS-FLEET-IDX)
           MOVE HR-AVG-LAT     TO WS-FLT-AVG-LAT(WS-FLEET-IDX)
           MOVE HR-STATUS-CODE TO WS-FLT-STATUS-CODE(WS-FLEET-IDX)
           MOVE 'N'            TO WS-FLT-STALE(WS-FLEET-IDX)
           MOVE 'N'            TO WS-FLT-OPEN(WS-FLEET-IDX)
           MOVE SPACES         TO WS-FLT-ROOT(WS-FLEET-IDX).

      *> ============================================================
      *> Comparar la fila WS-FLEET-IDX contra HR-NAME +
               MOVE 0 TO WS-SUM-INSTANCES(WS-SUM-IDX)
               MOVE 0 TO WS-SUM-WORST(WS-SUM-IDX)
               MOVE 'N' TO WS-SUM-ANY-STALE(WS-SUM-IDX)
               MOVE 'N' TO WS-SUM-OWN-OPEN(WS-SUM-IDX)
               MOVE SPACES TO WS-SUM-ROOT(WS-SUM-IDX)
           END-IF
           IF WS-SUM-MATCH-IDX > 0
               SET WS-SUM-IDX TO WS-SUM-MATCH-IDX
                           TO WS-SUM-WORST(WS-SUM-IDX)
                   END-IF
               END-IF
               IF WS-FLT-OPEN(WS-FLEET-IDX) = 'Y'
                   IF WS-FLT-ROOT(WS-FLEET-IDX) = SPACES
                       MOVE 'Y' TO WS-SUM-OWN-OPEN(WS-SUM-IDX)
                   ELSE
                       MOVE WS-FLT-ROOT(WS-FLEET-IDX)
                           TO WS-SUM-ROOT(WS-SUM-IDX)
                   END-IF
               END-IF
           END-IF.

      *> ============================================================
               FUNCTION TRIM(WS-ROW-STATUS-NAME)
               " INSTANCES:" WS-SUM-INSTANCES(WS-SUM-IDX).

      *> ============================================================
      *> Listar los incidentes abiertos agrupados por causa raiz:
      *> cada servicio con incidente propio sale como ROOT con sus
      *> dependientes abiertos como SYMPTOM debajo; un SYMPTOM cuya
      *> raiz no tiene fila en este resumen (archivada o sin
      *> historia) sale suelto con su raiz al lado
      *> ============================================================
       PRINT-ROOT-INCIDENTS.
           DISPLAY "ROOT INCIDENTS"
           MOVE 'N' TO WS-ANY-INCIDENT
           PERFORM PRINT-ONE-ROOT
               VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-COUNT
           PERFORM PRINT-ORPHAN-SYMPTOM
               VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-COUNT
           IF WS-ANY-INCIDENT = 'N'
               DISPLAY "NO_OPEN_INCIDENTS"
           END-IF.

      *> ============================================================
      *> Imprimir el servicio WS-SUM-IDX si tiene incidente propio
      *> abierto, seguido de los servicios que lo tienen por raiz
      *> ============================================================
       PRINT-ONE-ROOT.
           IF WS-SUM-OWN-OPEN(WS-SUM-IDX) = 'Y'
               MOVE 'Y' TO WS-ANY-INCIDENT
               DISPLAY "ROOT " FUNCTION TRIM(WS-SUM-NAME(WS-SUM-IDX))
               PERFORM PRINT-AFFECTED-SERVICE
                   VARYING WS-SUM-DEP-IDX FROM 1 BY 1
                   UNTIL WS-SUM-DEP-IDX > WS-SUM-COUNT
           END-IF.

      *> ============================================================
      *> Imprimir la fila WS-SUM-DEP-IDX si es un SYMPTOM de la raiz
      *> WS-SUM-IDX
      *> ============================================================
       PRINT-AFFECTED-SERVICE.
           IF WS-SUM-ROOT(WS-SUM-DEP-IDX) = WS-SUM-NAME(WS-SUM-IDX)
                   AND WS-SUM-DEP-IDX NOT = WS-SUM-IDX
               DISPLAY "    AFFECTED "
                   FUNCTION TRIM(WS-SUM-NAME(WS-SUM-DEP-IDX))
           END-IF.

      *> ============================================================
      *> Imprimir la fila WS-SUM-IDX si es un SYMPTOM sin incidente
      *> propio cuya raiz no salio como ROOT en este resumen
      *> ============================================================
       PRINT-ORPHAN-SYMPTOM.
           IF WS-SUM-ROOT(WS-SUM-IDX) NOT = SPACES
                   AND WS-SUM-OWN-OPEN(WS-SUM-IDX) = 'N'
               MOVE 'N' TO WS-ROOT-LISTED
               PERFORM MATCH-LISTED-ROOT
                   VARYING WS-SUM-DEP-IDX FROM 1 BY 1
                   UNTIL WS-SUM-DEP-IDX > WS-SUM-COUNT
                      OR WS-ROOT-LISTED = 'Y'
               IF WS-ROOT-LISTED = 'N'
                   MOVE 'Y' TO WS-ANY-INCIDENT
                   DISPLAY "SYMPTOM "
                       FUNCTION TRIM(WS-SUM-NAME(WS-SUM-IDX))
                       " ROOT:" FUNCTION TRIM(WS-SUM-ROOT(WS-SUM-IDX))
               END-IF
           END-IF.

      *> ============================================================
      *> Comparar la fila WS-SUM-DEP-IDX contra la raiz del SYMPTOM
      *> WS-SUM-IDX
      *> ============================================================
       MATCH-LISTED-ROOT.
           IF WS-SUM-NAME(WS-SUM-DEP-IDX) = WS-SUM-ROOT(WS-SUM-IDX)
                   AND WS-SUM-OWN-OPEN(WS-SUM-DEP-IDX) = 'Y'
               MOVE 'Y' TO WS-ROOT-LISTED
           END-IF.

      *> ============================================================
      *> Quedarse con el peor STATUS_CODE visto entre todas las
      *> filas de WS-FLEET-TABLE; una fila MISSING pesa como
               CLOSE PARM-FILE
           END-IF.

      *> ============================================================
      *> Dejar en WS-ENV-PAGEABLE si el entorno resumido pagina: su
      *> fila de YUZU.METRICS.ENV manda; sin fila (o sin archivo)
      *> solo production pagina, igual que en YUZU-METRICS
      *> ============================================================
       RESOLVE-ENV-PAGEABLE.
           IF WS-ENV-FILTER = "production"
               MOVE 'Y' TO WS-ENV-PAGEABLE
           END-IF
           MOVE 'N' TO WS-ENV-EOF
           OPEN INPUT ENV-FILE
           IF WS-ENV-FS NOT = "35"
               PERFORM READ-ENV-RECORD
               PERFORM MATCH-ENV-RECORD UNTIL WS-ENV-EOF = 'Y'
               CLOSE ENV-FILE
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.ENV
      *> ============================================================
       READ-ENV-RECORD.
           READ ENV-FILE
               AT END
                   MOVE 'Y' TO WS-ENV-EOF
           END-READ.

      *> ============================================================
      *> Tomar la marca de paginado si el registro es del entorno
      *> ============================================================
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
      *> Comparar la ultima hora reportada de cada fila contra la
      *> hora actual y marcar MISSING las que llevan mas de
               VARYING WS-FLEET-IDX FROM 1 BY 1
               UNTIL WS-FLEET-IDX > WS-FLEET-COUNT

           PERFORM NOTE-INCIDENT-STATE
               VARYING WS-FLEET-IDX FROM 1 BY 1
               UNTIL WS-FLEET-IDX > WS-FLEET-COUNT

           CLOSE BREACH-FILE.

      *> ============================================================
      *> Copiar a la fila WS-FLEET-IDX si la instancia tiene un
      *> incidente abierto en YUZU.METRICS.BREACH y, si se abrio
      *> como SYMPTOM, su causa raiz (despues de CHECK-STALE-ROW,
      *> asi los MISSING recien abiertos ya cuentan)
      *> ============================================================
       NOTE-INCIDENT-STATE.
           IF WS-FLT-NAME(WS-FLEET-IDX) NOT = SPACES
               MOVE WS-ENV-FILTER                 TO BR-ENV
               MOVE WS-FLT-NAME(WS-FLEET-IDX)     TO BR-NAME
               MOVE WS-FLT-INSTANCE(WS-FLEET-IDX) TO BR-INSTANCE
               READ BREACH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BR-ALERT-OPEN = 'Y'
                           MOVE 'Y' TO WS-FLT-OPEN(WS-FLEET-IDX)
                           MOVE BR-ROOT-NAME
                               TO WS-FLT-ROOT(WS-FLEET-IDX)
                       END-IF
               END-READ
           END-IF.

      *> ============================================================
      *> Marcar la fila WS-FLEET-IDX como MISSING si su ultimo
      *> HR-TIMESTAMP quedo mas atras que el umbral de silencio. Un
      *> ============================================================
       QUEUE-MISSING-ALERT.
           MOVE 'N' TO WS-BREACH-FOUND
           MOVE WS-ENV-FILTER                 TO BR-ENV
           MOVE WS-FLT-NAME(WS-FLEET-IDX)     TO BR-NAME
           MOVE WS-FLT-INSTANCE(WS-FLEET-IDX) TO BR-INSTANCE
           READ BREACH-FILE
               PERFORM WRITE-MISSING-RECORD
               IF WS-BREACH-FOUND = 'Y'
                   MOVE 'Y' TO BR-ALERT-OPEN
                   MOVE SPACES TO BR-ROOT-NAME
                   MOVE 0 TO BR-OK-STREAK
                   REWRITE BREACH-RECORD
               ELSE
                   MOVE WS-ENV-FILTER                 TO BR-ENV
                   MOVE WS-FLT-NAME(WS-FLEET-IDX)     TO BR-NAME
                   MOVE WS-FLT-INSTANCE(WS-FLEET-IDX) TO BR-INSTANCE
                   MOVE 0 TO BR-HIGHLAT-STREAK
                   MOVE 0 TO BR-HIGHERR-STREAK
                   MOVE 0 TO BR-LOWREQ-STREAK
                   MOVE 'Y' TO BR-ALERT-OPEN
                   MOVE SPACES TO BR-ROOT-NAME
                   MOVE 0 TO BR-OK-STREAK
                   WRITE BREACH-RECORD
               END-IF
           END-IF.
      *> ============================================================
      *> Escribir el registro MISSING de la fila WS-FLEET-IDX en la
      *> cola de alertas. Si el archivo aun no existe, OPEN EXTEND
      *> falla con status 35; se crea vacio y se reintenta. Un
      *> entorno que no pagina no anexa nada.
      *> ============================================================
       WRITE-MISSING-RECORD.
           IF WS-ENV-PAGEABLE = 'Y'
               PERFORM APPEND-MISSING-RECORD
           END-IF.

      *> ============================================================
      *> Anexar el MISSING ya decidido a YUZU.ALERTS.QUEUE
      *> ============================================================
       APPEND-MISSING-RECORD.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-FS = "35"
               OPEN OUTPUT ALERT-FILE
           MOVE SPACES                         TO AQ-TEAM
           MOVE SPACES                         TO AQ-PATH
           MOVE SPACES                         TO AQ-METHOD
           MOVE SPACES                         TO AQ-ROOT-NAME
           MOVE WS-FLT-INSTANCE(WS-FLEET-IDX)  TO AQ-INSTANCE
           MOVE WS-ENV-FILTER                  TO AQ-ENV
           WRITE ALERT-RECORD

           CLOSE ALERT-FILE.
