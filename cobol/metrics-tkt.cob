      *> ============================================================
      *> Yuzu — COBOL Incident Ticket Interface
      *> Compilar: cobc -x -o yuzu-metrics-tkt metrics-tkt.cob
      *> Uso:      ./yuzu-metrics-tkt   (corre periodico desde cron)
      *> Cada ALERT, MISSING y BURN_FAST de YUZU.ALERTS.QUEUE se
      *> venia copiando a mano al sistema de tickets, y el numero
      *> de ticket nunca volvia a Yuzu. Esto es la interfaz:
      *>   1. lee el acuse YUZU.TICKETS.ACK (servicio, hora de
      *>      apertura, numero asignado) y lo vuelca en la
      *>      referencia cruzada YUZU.METRICS.TKTXREF;
      *>   2. recorre la cola completa emparejando incidentes por
      *>      servicio, igual que YUZU-METRICS-MTTR (la apertura es
      *>      el primer ALERT, MISSING, BURN_FAST o evento en blanco
      *>      sin incidente abierto; el RECOVERED lo cierra), y por
      *>      cada evento nuevo — despues de la posicion guardada
      *>      en YUZU.METRICS.TKTCTL — escribe:
      *>        - la apertura: un alta en YUZU.TICKETS.CREATE y su
      *>          fila en la referencia cruzada;
      *>        - un ESCALATED del incidente: una novedad en
      *>          YUZU.TICKETS.UPDATE;
      *>        - el RECOVERED: una novedad en YUZU.TICKETS.UPDATE
      *>          y el cierre en YUZU.TICKETS.CLOSE;
      *>   3. guarda la nueva posicion.
      *> Un alta cuya fila ya existe en la referencia cruzada (una
      *> corrida anterior que murio antes de guardar la posicion)
      *> no se repite. Los SYMPTOM no se paginan y no abren ticket;
      *> si la raiz se recupera antes y el dependiente pasa a ALERT,
      *> ese ALERT abre el suyo. Un BURN_FAST no tiene evento de
      *> cierre propio: su ticket cierra con el siguiente RECOVERED
      *> del servicio.
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-TKT.
       AUTHOR. YUZU-PROJECT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "YUZU.ALERTS.QUEUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FS.

      *> YUZU.METRICS.TKTCTL — cuantos registros de la cola ya se
      *> procesaron
           SELECT TKTCTL-FILE ASSIGN TO "YUZU.METRICS.TKTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TKTCTL-FS.

      *> YUZU.METRICS.TKTXREF — referencia cruzada incidente ->
      *> ticket, por servicio + hora de apertura
           SELECT TKTX-FILE ASSIGN TO "YUZU.METRICS.TKTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-TKTX-FS.

      *> YUZU.TICKETS.ACK — acuse del lado de tickets con el numero
      *> asignado a cada alta
           SELECT TKTACK-FILE ASSIGN TO "YUZU.TICKETS.ACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TKTACK-FS.

      *> Salidas hacia el sistema de tickets — altas, novedades y
      *> cierres, todas con el layout de YUZUTKT
           SELECT CREATE-FILE ASSIGN TO "YUZU.TICKETS.CREATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CREATE-FS.

           SELECT UPDATE-FILE ASSIGN TO "YUZU.TICKETS.UPDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UPDATE-FS.

           SELECT CLOSE-FILE ASSIGN TO "YUZU.TICKETS.CLOSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
           COPY "yuzualrt.cpy".

       FD  TKTCTL-FILE.
           COPY "yuzutkc.cpy".

       FD  TKTX-FILE.
           COPY "yuzutkx.cpy".

       FD  TKTACK-FILE.
           COPY "yuzutka.cpy".

       FD  CREATE-FILE.
       01  CREATE-RECORD          PIC X(162).

       FD  UPDATE-FILE.
       01  UPDATE-RECORD          PIC X(162).

       FD  CLOSE-FILE.
       01  CLOSE-RECORD           PIC X(162).

       WORKING-STORAGE SECTION.
           01 WS-ALERT-FS         PIC XX      VALUE SPACES.
           01 WS-TKTCTL-FS        PIC XX      VALUE SPACES.
           01 WS-TKTX-FS          PIC XX      VALUE SPACES.
           01 WS-TKTACK-FS        PIC XX      VALUE SPACES.
           01 WS-CREATE-FS        PIC XX      VALUE SPACES.
           01 WS-UPDATE-FS        PIC XX      VALUE SPACES.
           01 WS-CLOSE-FS         PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.
           01 WS-ACK-EOF          PIC X       VALUE 'N'.
           01 WS-TKTX-FOUND       PIC X       VALUE 'N'.

      *> Registro de salida en armado — se escribe a cualquiera de
      *> los tres archivos con WRITE ... FROM
           COPY "yuzutkt.cpy".

      *> Posicion en la cola: la guardada de la corrida anterior y
      *> el numero de registro que se esta leyendo
           01 WS-CURSOR           PIC 9(9)    VALUE 0.
           01 WS-QUEUE-RECNO      PIC 9(9)    VALUE 0.

           01 WS-CURRENT-DATE     PIC X(21)   VALUE SPACES.
           01 WS-NOW-TIMESTAMP    PIC X(14)   VALUE SPACES.

      *> Incidente con ticket por servicio — apertura vigente y el
      *> evento que lo abrio
           01 WS-OPN-COUNT        PIC 9(4)    VALUE 0.
           01 WS-OPN-FOUND        PIC X       VALUE 'N'.
           01 WS-OPN-MATCH-IDX    PIC 9(4)    VALUE 0.
           01 WS-OPN-TABLE.
               05 WS-OPN-ENTRY    OCCURS 200 TIMES
                       INDEXED BY WS-OPN-IDX.
                   10 WS-OPN-NAME    PIC X(32).
                   10 WS-OPN-OPEN    PIC X.
                   10 WS-OPN-TS      PIC X(14).

      *> Contadores para el resumen final
           01 WS-ACKS-READ        PIC 9(6)    VALUE 0.
           01 WS-ACKS-APPLIED     PIC 9(6)    VALUE 0.
           01 WS-ACKS-UNMATCHED   PIC 9(6)    VALUE 0.
           01 WS-NEW-EVENTS       PIC 9(9)    VALUE 0.
           01 WS-CREATED-COUNT    PIC 9(6)    VALUE 0.
           01 WS-UPDATED-COUNT    PIC 9(6)    VALUE 0.
           01 WS-CLOSED-COUNT     PIC 9(6)    VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-NOW-TIMESTAMP

           PERFORM READ-TICKET-CONTROL

           OPEN I-O TKTX-FILE
           IF WS-TKTX-FS = "35"
               OPEN OUTPUT TKTX-FILE
               CLOSE TKTX-FILE
               OPEN I-O TKTX-FILE
           END-IF

           PERFORM APPLY-TICKET-ACKS

           OPEN INPUT ALERT-FILE
           IF WS-ALERT-FS = "35"
               CLOSE TKTX-FILE
               DISPLAY "ACKS_READ:" WS-ACKS-READ
                   " APPLIED:" WS-ACKS-APPLIED
                   " UNMATCHED:" WS-ACKS-UNMATCHED
               DISPLAY "ERROR:NO_ALERT_QUEUE"
               STOP RUN
           END-IF

           PERFORM OPEN-TICKET-OUTPUTS

           PERFORM READ-ALERT-RECORD
           PERFORM PAIR-ALERT-RECORD UNTIL WS-EOF-FLAG = 'Y'
           CLOSE ALERT-FILE

           CLOSE CREATE-FILE
           CLOSE UPDATE-FILE
           CLOSE CLOSE-FILE
           CLOSE TKTX-FILE

      *>   Una cola mas corta que la posicion guardada fue
      *>   reemplazada o restaurada: se recorrio entera y las altas
      *>   ya entregadas las frena la referencia cruzada
           IF WS-QUEUE-RECNO < WS-CURSOR
               DISPLAY "WARNING:QUEUE_SHORTER_THAN_CURSOR CURSOR:"
                   WS-CURSOR " RECORDS:" WS-QUEUE-RECNO
           END-IF
           MOVE WS-QUEUE-RECNO TO WS-CURSOR
           PERFORM WRITE-TICKET-CONTROL

           DISPLAY "ACKS_READ:" WS-ACKS-READ
               " APPLIED:" WS-ACKS-APPLIED
               " UNMATCHED:" WS-ACKS-UNMATCHED
           DISPLAY "QUEUE_RECORDS:" WS-QUEUE-RECNO
               " NEW_EVENTS:" WS-NEW-EVENTS
           DISPLAY "TICKETS_CREATED:" WS-CREATED-COUNT
               " UPDATED:" WS-UPDATED-COUNT
               " CLOSED:" WS-CLOSED-COUNT
           STOP RUN.

      *> ============================================================
      *> Leer la posicion guardada desde YUZU.METRICS.TKTCTL; sin
      *> archivo (primera corrida) se arranca del principio de la
      *> cola
      *> ============================================================
       READ-TICKET-CONTROL.
           OPEN INPUT TKTCTL-FILE
           IF WS-TKTCTL-FS NOT = "35"
               READ TKTCTL-FILE
                   NOT AT END
                       IF TC-LAST-RECNO IS NUMERIC
                           MOVE TC-LAST-RECNO TO WS-CURSOR
                       END-IF
               END-READ
               CLOSE TKTCTL-FILE
           END-IF.

      *> ============================================================
      *> Reescribir YUZU.METRICS.TKTCTL con la nueva posicion
      *> ============================================================
       WRITE-TICKET-CONTROL.
           OPEN OUTPUT TKTCTL-FILE
           MOVE WS-CURSOR        TO TC-LAST-RECNO
           MOVE WS-NOW-TIMESTAMP TO TC-LAST-RUN
           WRITE TKTCTL-RECORD
           CLOSE TKTCTL-FILE.

      *> ============================================================
      *> Volcar cada acuse de YUZU.TICKETS.ACK en la fila de su
      *> incidente en la referencia cruzada. Un acuse sin fila (un
      *> alta que no salio de aca, o una clave mal devuelta) se
      *> informa y se descarta.
      *> ============================================================
       APPLY-TICKET-ACKS.
           OPEN INPUT TKTACK-FILE
           IF WS-TKTACK-FS NOT = "35"
               PERFORM READ-ACK-RECORD
               PERFORM APPLY-ACK-RECORD UNTIL WS-ACK-EOF = 'Y'
               CLOSE TKTACK-FILE
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.TICKETS.ACK
      *> ============================================================
       READ-ACK-RECORD.
           READ TKTACK-FILE
               AT END
                   MOVE 'Y' TO WS-ACK-EOF
           END-READ.

      *> ============================================================
      *> Anotar el ticket del ack leido en su referencia cruzada
      *> ============================================================
       APPLY-ACK-RECORD.
           IF TA-NAME NOT = SPACES AND TA-TICKET NOT = SPACES
               ADD 1 TO WS-ACKS-READ
               MOVE TA-NAME    TO TX-NAME
               MOVE TA-OPEN-TS TO TX-OPEN-TS
               READ TKTX-FILE
                   INVALID KEY
                       ADD 1 TO WS-ACKS-UNMATCHED
                       DISPLAY "ACK_UNMATCHED "
                           FUNCTION TRIM(TA-NAME)
                           " OPEN:" TA-OPEN-TS
                           " TICKET:" FUNCTION TRIM(TA-TICKET)
                   NOT INVALID KEY
                       IF TX-TICKET NOT = TA-TICKET
                           MOVE TA-TICKET        TO TX-TICKET
                           MOVE WS-NOW-TIMESTAMP TO TX-ACK-TS
                           REWRITE TKTXREF-RECORD
                           ADD 1 TO WS-ACKS-APPLIED
                       END-IF
               END-READ
           END-IF
           PERFORM READ-ACK-RECORD.

      *> ============================================================
      *> Abrir los tres archivos de salida para anexar; si alguno
      *> aun no existe, OPEN EXTEND falla con status 35, se crea
      *> vacio y se reintenta
      *> ============================================================
       OPEN-TICKET-OUTPUTS.
           OPEN EXTEND CREATE-FILE
           IF WS-CREATE-FS = "35"
               OPEN OUTPUT CREATE-FILE
               CLOSE CREATE-FILE
               OPEN EXTEND CREATE-FILE
           END-IF
           OPEN EXTEND UPDATE-FILE
           IF WS-UPDATE-FS = "35"
               OPEN OUTPUT UPDATE-FILE
               CLOSE UPDATE-FILE
               OPEN EXTEND UPDATE-FILE
           END-IF
           OPEN EXTEND CLOSE-FILE
           IF WS-CLOSE-FS = "35"
               OPEN OUTPUT CLOSE-FILE
               CLOSE CLOSE-FILE
               OPEN EXTEND CLOSE-FILE
           END-IF.

      *> ============================================================
      *> Leer el siguiente registro de la cola de alertas, llevando
      *> la cuenta de su posicion
      *> ============================================================
       READ-ALERT-RECORD.
           READ ALERT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-QUEUE-RECNO
           END-READ.

      *> ============================================================
      *> Emparejar el evento leido con el incidente de su servicio;
      *> solo los eventos despues de la posicion guardada generan
      *> salida hacia tickets. Avanzar al siguiente registro.
      *> ============================================================
       PAIR-ALERT-RECORD.
           IF WS-QUEUE-RECNO > WS-CURSOR
               ADD 1 TO WS-NEW-EVENTS
           END-IF
           IF AQ-NAME NOT = SPACES
               EVALUATE TRUE
                   WHEN AQ-EVENT = "ALERT" OR AQ-EVENT = "MISSING"
                           OR AQ-EVENT = "BURN_FAST"
                           OR AQ-EVENT = SPACES
                       PERFORM NOTE-TICKET-OPEN
                   WHEN AQ-EVENT = "ESCALATED"
                       PERFORM NOTE-TICKET-ESCALATED
                   WHEN AQ-EVENT = "RECOVERED"
                       PERFORM NOTE-TICKET-CLOSE
               END-EVALUATE
           END-IF
           PERFORM READ-ALERT-RECORD.

      *> ============================================================
      *> Abrir el incidente del servicio del evento leido si no
      *> tenia uno; si el evento es nuevo, dar de alta el ticket
      *> ============================================================
       NOTE-TICKET-OPEN.
           PERFORM FIND-OPEN-ROW
           IF WS-OPN-FOUND = 'N' AND WS-OPN-COUNT < 200
               ADD 1 TO WS-OPN-COUNT
               MOVE WS-OPN-COUNT TO WS-OPN-MATCH-IDX
               SET WS-OPN-IDX TO WS-OPN-COUNT
               MOVE AQ-NAME TO WS-OPN-NAME(WS-OPN-IDX)
               MOVE 'N' TO WS-OPN-OPEN(WS-OPN-IDX)
           END-IF
      *>    Mas de 200 servicios distintos en la cola no estan
      *>    cubiertos por esta interfaz, igual que en
      *>    YUZU-METRICS-MTTR
           IF WS-OPN-MATCH-IDX > 0
               SET WS-OPN-IDX TO WS-OPN-MATCH-IDX
               IF WS-OPN-OPEN(WS-OPN-IDX) = 'N'
                   MOVE 'Y' TO WS-OPN-OPEN(WS-OPN-IDX)
                   MOVE AQ-TIMESTAMP TO WS-OPN-TS(WS-OPN-IDX)
                   IF WS-QUEUE-RECNO > WS-CURSOR
                       PERFORM CREATE-TICKET
                   END-IF
               END-IF
           END-IF.

      *> ============================================================
      *> Alta del ticket del incidente WS-OPN-IDX: primero la fila
      *> de la referencia cruzada (si ya existe, el alta ya salio en
      *> una corrida anterior y no se repite), despues el registro
      *> en YUZU.TICKETS.CREATE
      *> ============================================================
       CREATE-TICKET.
           MOVE AQ-NAME                TO TX-NAME
           MOVE WS-OPN-TS(WS-OPN-IDX)  TO TX-OPEN-TS
           MOVE AQ-EVENT               TO TX-OPEN-EVENT
           IF AQ-EVENT = SPACES
               MOVE "ALERT" TO TX-OPEN-EVENT
           END-IF
           MOVE SPACES                 TO TX-TICKET
           MOVE SPACES                 TO TX-ACK-TS
           MOVE SPACES                 TO TX-CLOSE-TS
           WRITE TKTXREF-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "CREATE" TO TK-ACTION
                   PERFORM BUILD-TICKET-RECORD
                   WRITE CREATE-RECORD FROM TICKET-RECORD
                   ADD 1 TO WS-CREATED-COUNT
                   DISPLAY "CREATE " FUNCTION TRIM(AQ-NAME)
                       " OPEN:" TK-OPEN-TS
                       " EVENT:" FUNCTION TRIM(TK-EVENT)
           END-WRITE.

      *> ============================================================
      *> Un ESCALATED nuevo de un incidente con ticket: novedad en
      *> YUZU.TICKETS.UPDATE
      *> ============================================================
       NOTE-TICKET-ESCALATED.
           PERFORM FIND-OPEN-ROW
           IF WS-OPN-FOUND = 'Y'
               SET WS-OPN-IDX TO WS-OPN-MATCH-IDX
               IF WS-OPN-OPEN(WS-OPN-IDX) = 'Y'
                       AND WS-QUEUE-RECNO > WS-CURSOR
                   PERFORM READ-TICKET-XREF
                   PERFORM WRITE-TICKET-UPDATE
               END-IF
           END-IF.

      *> ============================================================
      *> Un RECOVERED cierra el incidente del servicio; si es nuevo,
      *> novedad en YUZU.TICKETS.UPDATE, cierre en
      *> YUZU.TICKETS.CLOSE y hora de cierre en la referencia
      *> cruzada
      *> ============================================================
       NOTE-TICKET-CLOSE.
           PERFORM FIND-OPEN-ROW
           IF WS-OPN-FOUND = 'Y'
               SET WS-OPN-IDX TO WS-OPN-MATCH-IDX
               IF WS-OPN-OPEN(WS-OPN-IDX) = 'Y'
                   MOVE 'N' TO WS-OPN-OPEN(WS-OPN-IDX)
                   IF WS-QUEUE-RECNO > WS-CURSOR
                       PERFORM READ-TICKET-XREF
                       PERFORM WRITE-TICKET-UPDATE
                       MOVE "CLOSE" TO TK-ACTION
                       WRITE CLOSE-RECORD FROM TICKET-RECORD
                       ADD 1 TO WS-CLOSED-COUNT
                       IF WS-TKTX-FOUND = 'Y'
                           MOVE AQ-TIMESTAMP TO TX-CLOSE-TS
                           REWRITE TKTXREF-RECORD
                       END-IF
                       DISPLAY "CLOSE " FUNCTION TRIM(AQ-NAME)
                           " OPEN:" TK-OPEN-TS
                           " TICKET:" FUNCTION TRIM(TK-TICKET)
                   END-IF
               END-IF
           END-IF.

      *> ============================================================
      *> Leer la fila de la referencia cruzada del incidente
      *> WS-OPN-IDX; deja WS-TKTX-FOUND. Un incidente abierto antes
      *> de que existiera esta interfaz no tiene fila y sus
      *> novedades salen sin numero de ticket.
      *> ============================================================
       READ-TICKET-XREF.
           MOVE 'N' TO WS-TKTX-FOUND
           MOVE WS-OPN-NAME(WS-OPN-IDX) TO TX-NAME
           MOVE WS-OPN-TS(WS-OPN-IDX)   TO TX-OPEN-TS
           READ TKTX-FILE
               INVALID KEY
                   MOVE SPACES TO TX-TICKET
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TKTX-FOUND
           END-READ.

      *> ============================================================
      *> Novedad del evento leido en YUZU.TICKETS.UPDATE, con el
      *> numero de ticket si el acuse ya volvio
      *> ============================================================
       WRITE-TICKET-UPDATE.
           MOVE "UPDATE" TO TK-ACTION
           PERFORM BUILD-TICKET-RECORD
           WRITE UPDATE-RECORD FROM TICKET-RECORD
           ADD 1 TO WS-UPDATED-COUNT.

      *> ============================================================
      *> Armar TICKET-RECORD (salvo TK-ACTION) con el evento leido y
      *> el incidente WS-OPN-IDX
      *> ============================================================
       BUILD-TICKET-RECORD.
           MOVE AQ-TIMESTAMP          TO TK-TIMESTAMP
           MOVE AQ-NAME               TO TK-NAME
           MOVE WS-OPN-TS(WS-OPN-IDX) TO TK-OPEN-TS
           MOVE TX-TICKET             TO TK-TICKET
           MOVE AQ-EVENT              TO TK-EVENT
           IF AQ-EVENT = SPACES
               MOVE "ALERT" TO TK-EVENT
           END-IF
           MOVE AQ-STATUS             TO TK-STATUS
           MOVE AQ-STATUS-CODE        TO TK-STATUS-CODE
           MOVE AQ-TEAM               TO TK-TEAM
           MOVE AQ-ERROR-RATE         TO TK-ERROR-RATE
           MOVE AQ-AVG-LAT            TO TK-AVG-LAT.

      *> ============================================================
      *> Ubicar la fila de incidente del servicio del evento leido;
      *> deja WS-OPN-FOUND y WS-OPN-MATCH-IDX
      *> ============================================================
       FIND-OPEN-ROW.
           MOVE 'N' TO WS-OPN-FOUND
           MOVE 0 TO WS-OPN-MATCH-IDX
           PERFORM MATCH-OPEN-ROW
               VARYING WS-OPN-IDX FROM 1 BY 1
               UNTIL WS-OPN-IDX > WS-OPN-COUNT
                  OR WS-OPN-FOUND = 'Y'.

      *> ============================================================
      *> Comparar la fila WS-OPN-IDX contra AQ-NAME
      *> ============================================================
       MATCH-OPEN-ROW.
           IF WS-OPN-NAME(WS-OPN-IDX) = AQ-NAME
               MOVE 'Y' TO WS-OPN-FOUND
               SET WS-OPN-MATCH-IDX TO WS-OPN-IDX
           END-IF.
