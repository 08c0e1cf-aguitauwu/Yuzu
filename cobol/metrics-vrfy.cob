
      *> ============================================================
      *> Recorrer la cola de alertas y marcar que servicios tienen
      *> algun evento de apertura (ALERT/MISSING/SUPPRESSED/SYMPTOM,
      *> o blanco de antes de que existiera AQ-EVENT)
      *> ============================================================
       SCAN-ALERT-QUEUE.
           OPEN INPUT ALERT-FILE
      *> ============================================================
       TALLY-ALERT-RECORD.
           IF AQ-EVENT = "ALERT" OR AQ-EVENT = "MISSING"
                   OR AQ-EVENT = "SUPPRESSED" OR AQ-EVENT = "SYMPTOM"
                   OR AQ-EVENT = SPACES
               MOVE AQ-NAME TO WS-CUR-NAME
               MOVE 'N' TO WS-SVC-FOUND
               PERFORM MATCH-SVC-ENTRY
               DISPLAY "ORPHAN_PREV SERVICE:"
                   FUNCTION TRIM(PV-NAME)
                   " INSTANCE:" FUNCTION TRIM(PV-INSTANCE)
                   " ENVIRONMENT:" FUNCTION TRIM(PV-ENV)
           END-IF
           PERFORM READ-PREV-RECORD.

               DISPLAY "ORPHAN_BREACH SERVICE:"
                   FUNCTION TRIM(BR-NAME)
                   " INSTANCE:" FUNCTION TRIM(BR-INSTANCE)
                   " ENVIRONMENT:" FUNCTION TRIM(BR-ENV)
           END-IF
           PERFORM READ-BREACH-RECORD.
