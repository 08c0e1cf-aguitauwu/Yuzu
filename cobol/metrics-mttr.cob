      *> revision mensual de operaciones venia sacando de contar
      *> scrollback a mano. Un ALERT sin RECOVERED al final del
      *> archivo es un incidente abierto ahora mismo y sale como
      *> OPEN_INCIDENT. Cada incidente sale con su numero de ticket
      *> segun YUZU.METRICS.TKTXREF (ver YUZU-METRICS-TKT): PENDING
      *> si el alta salio pero el acuse no volvio todavia, nada si
      *> el incidente no tiene ticket.
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-MTTR.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FS.

      *> YUZU.METRICS.TKTXREF — referencia cruzada incidente ->
      *> ticket; solo lectura, por rango de clave del servicio
           SELECT TKTX-FILE ASSIGN TO "YUZU.METRICS.TKTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-TKTX-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
           COPY "yuzualrt.cpy".

       FD  TKTX-FILE.
           COPY "yuzutkx.cpy".

       WORKING-STORAGE SECTION.
           01 WS-ALERT-FS         PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.
           01 WS-DURATION         PIC S9(12)  VALUE 0.
           01 WS-MTTR             PIC 9(10)   VALUE 0.

      *> Ticket del incidente en curso — servicio y hora de
      *> apertura a buscar, y el numero encontrado (o PENDING)
           01 WS-TKTX-FS          PIC XX      VALUE SPACES.
           01 WS-TKTX-OPEN        PIC X       VALUE 'N'.
           01 WS-TKT-EOF          PIC X       VALUE 'N'.
           01 WS-TKT-NAME         PIC X(32)   VALUE SPACES.
           01 WS-TKT-AT           PIC X(14)   VALUE SPACES.
           01 WS-TKT-NUMBER       PIC X(20)   VALUE SPACES.
           01 WS-TKT-NOTE         PIC X(30)   VALUE SPACES.

      *> Campos editados para el reporte
           01 WS-FMT-DURATION     PIC Z(9)9   VALUE 0.
           01 WS-FMT-MTTR         PIC Z(9)9   VALUE 0.

           DISPLAY "MTTR_PERIOD:" WS-FROM-DATE "-" WS-TO-DATE

           OPEN INPUT TKTX-FILE
           IF WS-TKTX-FS = "00"
               MOVE 'Y' TO WS-TKTX-OPEN
           END-IF

           PERFORM READ-ALERT-RECORD
           PERFORM PAIR-ALERT-RECORD UNTIL WS-EOF-FLAG = 'Y'
           CLOSE ALERT-FILE
           PERFORM PRINT-OPEN-ROW
               VARYING WS-OPN-IDX FROM 1 BY 1
               UNTIL WS-OPN-IDX > WS-OPN-COUNT

           IF WS-TKTX-OPEN = 'Y'
               CLOSE TKTX-FILE
           END-IF
           STOP RUN.

      *> ============================================================
           END-IF

           MOVE WS-DURATION TO WS-FMT-DURATION
           PERFORM LOOKUP-INCIDENT-TICKET
           DISPLAY FUNCTION TRIM(WS-OPN-NAME(WS-OPN-IDX))
               " OPEN:" WS-OPN-TS(WS-OPN-IDX)
               " RECOVERED:" AQ-TIMESTAMP
               " DURATION_SEC:" FUNCTION TRIM(WS-FMT-DURATION)
               FUNCTION TRIM(WS-TKT-NOTE TRAILING)

           PERFORM FIND-SVC-ROW
           IF WS-SVC-MATCH-IDX > 0
      *> ============================================================
       PRINT-OPEN-ROW.
           IF WS-OPN-OPEN(WS-OPN-IDX) = 'Y'
               PERFORM LOOKUP-INCIDENT-TICKET
               DISPLAY FUNCTION TRIM(WS-OPN-NAME(WS-OPN-IDX))
                   " OPEN_INCIDENT SINCE:" WS-OPN-TS(WS-OPN-IDX)
                   FUNCTION TRIM(WS-TKT-NOTE TRAILING)
           END-IF.

      *> ============================================================
      *> Dejar en WS-TKT-NOTE el ticket del incidente WS-OPN-IDX
      *> (" TICKET:numero", o en blanco si no tiene)
      *> ============================================================
       LOOKUP-INCIDENT-TICKET.
           MOVE WS-OPN-NAME(WS-OPN-IDX) TO WS-TKT-NAME
           MOVE WS-OPN-TS(WS-OPN-IDX)   TO WS-TKT-AT
           PERFORM LOOKUP-TICKET
           MOVE SPACES TO WS-TKT-NOTE
           IF WS-TKT-NUMBER NOT = SPACES
               STRING " TICKET:" DELIMITED BY SIZE
                   WS-TKT-NUMBER DELIMITED BY SPACE
                   INTO WS-TKT-NOTE
               END-STRING
           END-IF.

      *> ============================================================
      *> Buscar en YUZU.METRICS.TKTXREF el ticket de WS-TKT-NAME
      *> vigente a la hora WS-TKT-AT: el abierto mas reciente a esa
      *> hora o antes y no cerrado antes de ella (un BURN_FAST puede
      *> haber abierto el ticket antes que el ALERT que abre el
      *> incidente aca). Las filas del servicio estan contiguas y en
      *> orden de apertura, asi que se recorren por START/READ NEXT.
      *> ============================================================
       LOOKUP-TICKET.
           MOVE SPACES TO WS-TKT-NUMBER
           IF WS-TKTX-OPEN = 'Y'
               MOVE WS-TKT-NAME TO TX-NAME
               MOVE LOW-VALUES TO TX-OPEN-TS
               MOVE 'N' TO WS-TKT-EOF
               START TKTX-FILE KEY IS NOT LESS THAN TX-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-TKT-EOF
               END-START
               PERFORM READ-NEXT-TICKET UNTIL WS-TKT-EOF = 'Y'
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
