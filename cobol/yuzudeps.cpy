      *> ============================================================
      *> YUZUDEPS — layout del registro del mapa de dependencias
      *> Un registro por arista servicio -> servicio del que depende
      *> en YUZU.METRICS.DEPS, mantenido a mano por el equipo de
      *> operaciones (un servicio con tres dependencias lleva tres
      *> filas). Cuando un servicio entra en CRITICAL mientras uno de
      *> sus DE-UPSTREAM tiene un incidente abierto en
      *> YUZU.METRICS.BREACH, YUZU-METRICS no lo pagina aparte: anexa
      *> un evento SYMPTOM que apunta a la causa raiz (ver
      *> RESOLVE-ROOT-CAUSE en metrics.cob), asi el de guardia recibe
      *> un solo page por caida y no uno por cada dependiente.
      *> ============================================================
       01  DEPS-RECORD.
           05 DE-NAME             PIC X(32).
           05 DE-UPSTREAM         PIC X(32).
