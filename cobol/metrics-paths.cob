      *> ============================================================
      *> Yuzu — COBOL Hot-Path Report
      *> Compilar: cobc -x -o yuzu-metrics-paths metrics-paths.cob
      *> Uso:      ./yuzu-metrics-paths [ENTORNO]
      *> Lee YUZU.METRICS.PATHS (escrito por YUZU-METRICS) de punta
      *> a punta, agrega por servicio + path + metodo, y lista los
      *> endpoints mas calientes de cada servicio dos veces: por
      *> lineas por servicio en cada ranking), para que el triage de
      *> un pico de errores arranque en la URL que esta quemando y
      *> no en el ultimo request que paso por ahi.
      *> Solo se agregan los registros de ENTORNO (PT-ENV; production
      *> si no viene, y un registro sin entorno es de production):
      *> la prueba de carga pega a los mismos paths y taparia el
      *> trafico real.
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUZU-METRICS-PATHS.
           01 WS-PATHS-FS         PIC XX      VALUE SPACES.
           01 WS-EOF-FLAG         PIC X       VALUE 'N'.
           01 WS-ANY-RECORDS      PIC X       VALUE 'N'.
      *> 'Y' cuando la lectura dejo un registro del entorno pedido o
      *> llego al final
           01 WS-REC-TAKEN        PIC X       VALUE 'N'.

      *> Entorno reportado — argumento opcional
           01 WS-ARG-RAW          PIC X(64)   VALUE SPACES.
           01 WS-ENV-FILTER       PIC X(12)   VALUE "production".

      *> Agregado por servicio + path + metodo — la latencia se
      *> promedia ponderada por volumen (suma de count*avg sobre

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-RAW FROM ARGUMENT-VALUE
           IF WS-ARG-RAW NOT = SPACES
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ARG-RAW))
                   TO WS-ENV-FILTER
           END-IF

           OPEN INPUT PATHS-FILE
           IF WS-PATHS-FS = "35"
               DISPLAY "ERROR:NO_PATHS_FILE"
               STOP RUN
           END-IF

           DISPLAY "ENVIRONMENT:" FUNCTION TRIM(WS-ENV-FILTER)
           MOVE 'V' TO WS-SORT-MODE
           PERFORM SORT-AGG-TABLE
           DISPLAY "== TOP ENDPOINTS BY VOLUME =="
           STOP RUN.

      *> ============================================================
      *> Leer el siguiente registro de YUZU.METRICS.PATHS del
      *> entorno pedido, salteando los de otros entornos
      *> ============================================================
       READ-PATHS-RECORD.
           MOVE 'N' TO WS-REC-TAKEN
           PERFORM READ-ENV-PATHS-RECORD UNTIL WS-REC-TAKEN = 'Y'.

       READ-ENV-PATHS-RECORD.
           READ PATHS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'Y' TO WS-REC-TAKEN
               NOT AT END
                   IF PT-ENV = SPACES
                       MOVE "production" TO PT-ENV
                   END-IF
                   IF PT-ENV = WS-ENV-FILTER
                       MOVE 'Y' TO WS-ANY-RECORDS
                       MOVE 'Y' TO WS-REC-TAKEN
                   END-IF
           END-READ.

      *> ============================================================
