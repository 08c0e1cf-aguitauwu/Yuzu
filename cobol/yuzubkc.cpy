      *> ============================================================
      *> YUZUBKC — layout del registro de control de un respaldo
      *> Un solo registro en YUZU.METRICS.BKUP.<generacion>.CTL,
      *> escrito por YUZU-METRICS-BKUP despues de copiar los
      *> archivos de estado de la generacion. Una fila por archivo,
      *> siempre en el mismo orden (PREV, BREACH, SVCPARM, FIXCTL,
      *> PARM): BC-STATE 'C' copiado, 'N' el archivo no existia al
      *> respaldar, 'E' no se pudo leer (se respaldo lo que se
      *> pudo y la generacion no sirve para ese archivo).
      *> BC-COUNT es la cantidad de registros copiados y BC-HASH el
      *> total de control: la suma, sobre cada registro, del valor
      *> de cada byte por su posicion en el registro. Un respaldo a
      *> medio escribir o tocado a mano no cuadra contra este
      *> registro y YUZU-METRICS-RCVR se niega a restaurarlo.
      *> ============================================================
       01  BKCTL-RECORD.
           05 BC-GENERATION       PIC X(14).
           05 BC-FILE-ENTRY       OCCURS 5 TIMES.
               10 BC-FILE-ID      PIC X(8).
               10 BC-STATE        PIC X.
               10 BC-COUNT        PIC 9(9).
               10 BC-HASH         PIC 9(18).
