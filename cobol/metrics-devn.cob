      *> para la vista intradiaria de siempre — se lee
      *> YUZU.METRICS.HIST con las cubetas horarias
      *> (HR-TIMESTAMP(1:10)).
      *> Historia y consolidacion diaria se leen solo de production
      *> (un registro sin entorno es de production).
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-DEVN.
           01 WS-HIST-FS          PIC XX      VALUE SPACES.
           01 WS-DAILY-FS         PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.
      *> 'Y' cuando la lectura dejo un registro de production (o
      *> sin entorno, que es lo mismo) o llego al final
           01 WS-REC-TAKEN        PIC X       VALUE 'N'.
           01 WS-ANY-RECORDS      PIC X       VALUE 'N'.

      *> Tolerancia de desviacion en porcentaje — primer argumento
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
                       MOVE 'Y' TO WS-ANY-RECORDS
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
                       MOVE 'Y' TO WS-ANY-RECORDS
                   END-IF
           END-READ.

      *> ============================================================
