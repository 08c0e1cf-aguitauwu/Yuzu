      *> en que el nivel cruza el limite de capacidad del servicio
      *> en YUZU.METRICS.CAPS. Imprime volumen actual, crecimiento
      *> semanal y fecha proyectada de cruce por servicio.
      *> Historia y consolidacion diaria se leen solo de production
      *> (un registro sin entorno es de production).
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-FCST.
           COPY "yuzucap.cpy".

       FD  ARCH-FILE.
       01  ARCH-RECORD            PIC X(140).

       WORKING-STORAGE SECTION.
           01 WS-HIST-FS          PIC XX      VALUE SPACES.
           01 WS-DAILY-FS         PIC XX      VALUE SPACES.
           01 WS-CAPS-FS          PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.
      *> 'Y' cuando la lectura dejo un registro de production (o
      *> sin entorno, que es lo mismo) o llego al final
           01 WS-REC-TAKEN        PIC X       VALUE 'N'.
           01 WS-ANY-RECORDS      PIC X       VALUE 'N'.

      *> Servicio y nivel del registro en acumulacion — comunes a
      *> Leer el siguiente registro de historia
      *> ============================================================
       READ-HIST-RECORD.
           MOVE 'N' TO WS-REC-TAKEN
           PERFORM READ-ENV-HIST-RECORD UNTIL WS-REC-TAKEN = 'Y'.

       READ-ENV-HIST-RECORD.
           READ HIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'Y' TO WS-REC-TAKEN
               NOT AT END
                   IF HR-ENV = SPACES OR HR-ENV = "production"
                       MOVE 'Y' TO WS-REC-TAKEN
                   END-IF
           END-READ.

      *> ============================================================
      *> Leer el siguiente registro de la consolidacion diaria
      *> ============================================================
       READ-DAILY-RECORD.
           MOVE 'N' TO WS-REC-TAKEN
           PERFORM READ-ENV-DAILY-RECORD UNTIL WS-REC-TAKEN = 'Y'.

       READ-ENV-DAILY-RECORD.
           READ DAILY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'Y' TO WS-REC-TAKEN
               NOT AT END
                   IF DY-ENV = SPACES OR DY-ENV = "production"
                       MOVE 'Y' TO WS-REC-TAKEN
                   END-IF
           END-READ.

      *> ============================================================
      *> ventana y antes del dato vivo mas viejo — los dias ya
      *> cubiertos por la fuente viva no se pisan — y avanzar al
      *> siguiente. El archivo fechado comparte el layout de
      *> yuzuhist.cpy; solo cuentan los registros de production.
      *> ============================================================
       ACCUM-ARCH-RECORD.
           MOVE ARCH-RECORD TO HIST-RECORD
           IF HR-TIMESTAMP(1:8) IS NUMERIC
                   AND (HR-ENV = SPACES OR HR-ENV = "production")
               COMPUTE WS-REC-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                       HR-TIMESTAMP(1:8)))
