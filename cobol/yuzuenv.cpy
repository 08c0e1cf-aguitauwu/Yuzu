      *> ============================================================
      *> YUZUENV — layout del registro de entornos
      *> Un registro por entorno en YUZU.METRICS.ENV, mantenido a
      *> mano por el equipo de operaciones. EV-NAME es el valor de
      *> "environment" en el snapshot (production, staging,
      *> loadtest...) y EV-PAGEABLE dice si sus eventos van a
      *> YUZU.ALERTS.QUEUE ('Y') o solo quedan en la historia y en
      *> el estado de su entorno ('N'). Sin archivo, o con un
      *> entorno que no figura en el, solo production pagina.
      *> ============================================================
       01  ENV-RECORD.
           05 EV-NAME             PIC X(12).
           05 EV-PAGEABLE         PIC X.
