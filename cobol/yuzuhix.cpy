      *> ============================================================
      *> YUZUHIX — layout del espejo indexado de la historia
      *> Un registro por HIST-RECORD en YUZU.METRICS.HISTIX, indexado
      *> por entorno + servicio + instancia + hora. YUZU.METRICS.HIST
      *> sigue siendo el archivo de registro (todos sus lectores lo leen
      *> de punta a punta); este espejo es para los programas que
      *> piden un servicio en un rango de fechas y pueden arrancar
      *> con START en la clave y cortar al salir del rango, en vez
      *> de pasar por todo el mes. Lo construye una sola vez
      *> YUZU-METRICS-HIDX desde la historia secuencial; despues
      *> APPEND-HISTORY (metrics.cob) escribe cada corrida en los
      *> dos y YUZU-METRICS-ARCH borra del espejo lo que archiva.
      *> Dos corridas de la misma instancia en el mismo segundo
      *> comparten clave: queda la ultima escrita. La clave arranca
      *> por el entorno (HR-ENV, production si viene en blanco) para
      *> que un rango de produccion no recorra las corridas de
      *> staging; HX-ENV va siempre cargado.
      *> Los campos de datos son los de YUZUHIST con el mismo
      *> nombre y formato, para que los lectores los pasen a
      *> HIST-RECORD campo a campo.
      *> ============================================================
       01  HISTIX-RECORD.
           05 HX-KEY.
               10 HX-ENV          PIC X(12).
               10 HX-NAME         PIC X(32).
               10 HX-INSTANCE     PIC X(16).
               10 HX-TIMESTAMP    PIC X(14).
           05 HX-TOTAL-REQ        PIC 9(10).
           05 HX-OK-REQ           PIC 9(10).
           05 HX-ERR-REQ          PIC 9(10).
           05 HX-AVG-LAT          PIC 9(8)V99.
           05 HX-STATUS-CODE      PIC 9.
           05 HX-P95-LAT          PIC 9(8)V99.
           05 HX-P99-LAT          PIC 9(8)V99.
           05 HX-ERR-RATE         PIC 9(3)V99.
