      *> ============================================================
      *> YUZUBKG — layout del registro del catalogo de respaldos
      *> Un registro por generacion viva en YUZU.METRICS.BKUPCAT, de
      *> la mas vieja a la mas nueva. BG-GENERATION es la hora del
      *> respaldo (AAAAMMDDHHMMSS) y arma el nombre de sus archivos
      *> (YUZU.METRICS.BKUP.<generacion>.PREV, ...). Lo reescribe
      *> YUZU-METRICS-BKUP al agregar una generacion y retirar las
      *> que pasan de PM-BACKUP-GENERATIONS; YUZU-METRICS-RCVR lo
      *> lee para listar las generaciones disponibles.
      *> ============================================================
       01  BKCAT-RECORD.
           05 BG-GENERATION       PIC X(14).
