      *> ============================================================
      *> YUZUOUTL — layout del registro de replicas fuera de rango
      *> Un registro por replica marcada OUTLIER en
      *> YUZU.METRICS.OUTLIER, reescrito completo por
      *> YUZU-METRICS-OUTL en cada corrida. Recuerda que replicas ya
      *> se anexaron a la cola para no re-anexar el OUTLIER en cada
      *> corrida mientras la replica siga mal; cuando vuelve a la
      *> par de sus hermanas su registro desaparece y un nuevo
      *> desvio vuelve a avisar. OL-SINCE es la hora de la corrida
      *> que la marco por primera vez.
      *> ============================================================
       01  OUTLIER-RECORD.
           05 OL-ENV              PIC X(12).
           05 OL-NAME             PIC X(32).
           05 OL-INSTANCE         PIC X(16).
           05 OL-SINCE            PIC X(14).
