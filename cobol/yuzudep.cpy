           05 DP-NAME             PIC X(32).
           05 DP-OLD-VERSION      PIC X(16).
           05 DP-NEW-VERSION      PIC X(16).
      *> Entorno del snapshot que trajo la version nueva (ver HR-ENV
      *> en YUZUHIST); en blanco en los registros de antes de que
      *> existiera, que es production
           05 DP-ENV              PIC X(12).
