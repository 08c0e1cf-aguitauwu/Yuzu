      *> YUZU.METRICS.DEPLOY registra un cambio de version salen
      *> marcadas DEPLOY, para correlacionar una regresion de
      *> latencia con el release de un vistazo.
      *> Historia y deploys se leen solo de production (un registro
      *> sin entorno es de production).
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-RPT.
       WORKING-STORAGE SECTION.
           01 WS-HIST-FS          PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.
      *> 'Y' cuando la lectura dejo un registro de production (o
      *> sin entorno, que es lo mismo) o llego al final
           01 WS-REC-TAKEN        PIC X       VALUE 'N'.
           01 WS-ANY-RECORDS      PIC X       VALUE 'N'.

      *> Control-break por hora (primeros 10 caracteres de
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
      *> Leer el siguiente registro de YUZU.METRICS.DEPLOY
      *> ============================================================
       READ-DEPLOY-RECORD.
           MOVE 'N' TO WS-REC-TAKEN
           PERFORM READ-ENV-DEPLOY-RECORD UNTIL WS-REC-TAKEN = 'Y'.

       READ-ENV-DEPLOY-RECORD.
           READ DEPLOY-FILE
               AT END
                   MOVE 'Y' TO WS-DEP-EOF
                   MOVE 'Y' TO WS-REC-TAKEN
               NOT AT END
                   IF DP-ENV = SPACES OR DP-ENV = "production"
                       MOVE 'Y' TO WS-REC-TAKEN
                   END-IF
           END-READ.

      *> ============================================================
