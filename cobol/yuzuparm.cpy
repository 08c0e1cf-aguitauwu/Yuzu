      *> sensibilidad de EVALUATE-ALERTS, el horizonte de retencion
      *> de YUZU-METRICS-ARCH y el umbral de silencio de
      *> YUZU-METRICS-FLEET sin recompilar.
      *> PM-RECOVERY-TICKS es cuantas corridas seguidas en OK
      *> necesita un incidente abierto para cerrarse con RECOVERED
      *> (hold-down contra servicios que rebotan en el umbral);
      *> PM-FLAP-CYCLES / PM-FLAP-HOURS son el corte del reporte de
      *> servicios inestables YUZU-METRICS-FLAP: mas de
      *> PM-FLAP-CYCLES ciclos abrir/cerrar en las ultimas
      *> PM-FLAP-HOURS horas. PM-CRASH-RESTARTS / PM-CRASH-MINUTES
      *> son el corte del CRASHLOOP de metrics.cob: una instancia
      *> con mas de PM-CRASH-RESTARTS reinicios detectados en los
      *> ultimos PM-CRASH-MINUTES minutos pagina.
      *> PM-OUTLIER-MULTIPLE / PM-OUTLIER-RUNS son el corte de
      *> YUZU-METRICS-OUTL: una replica cuya tasa de error o p95 de
      *> sus ultimas PM-OUTLIER-RUNS corridas supera
      *> PM-OUTLIER-MULTIPLE veces la mediana de sus hermanas sale
      *> como OUTLIER. PM-BACKUP-GENERATIONS es cuantas generaciones
      *> de respaldo de los archivos de estado conserva
      *> YUZU-METRICS-BKUP. Un registro de antes de que existieran los
      *> trae en cero o en blanco y cada programa usa su valor por
      *> defecto.
      *> ============================================================
       01  PARM-RECORD.
           05 PM-LAT-THRESHOLD    PIC 9(8)V99.
           05 PM-BREACH-THRESHOLD PIC 9(4).
           05 PM-RETENTION-DAYS   PIC 9(4).
           05 PM-STALE-SECONDS    PIC 9(6).
           05 PM-RECOVERY-TICKS   PIC 9(4).
           05 PM-FLAP-CYCLES      PIC 9(4).
           05 PM-FLAP-HOURS       PIC 9(4).
           05 PM-CRASH-RESTARTS   PIC 9(4).
           05 PM-CRASH-MINUTES    PIC 9(4).
           05 PM-OUTLIER-MULTIPLE PIC 9(3)V99.
           05 PM-OUTLIER-RUNS     PIC 9(4).
           05 PM-BACKUP-GENERATIONS PIC 9(4).
