      *> instancia) — YUZU-METRICS-FLEET agrupa por instancia y
      *> enrolla las replicas en una fila por servicio
           05 HR-INSTANCE         PIC X(16).
      *> Entorno que reporto la corrida ("environment" en el
      *> snapshot JSON: production, staging, loadtest...). Los
      *> colectores de staging y de prueba de carga postean al mismo
      *> YUZU-METRICS; los reportes filtran por este campo. Un
      *> registro de antes de que existiera lo trae en blanco, que
      *> se lee como production.
           05 HR-ENV              PIC X(12).
