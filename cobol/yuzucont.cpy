      *> ============================================================
      *> YUZUCONT — layout del registro de contrato de cliente
      *> Un registro por contrato en YUZU.METRICS.CONTRACT, mantenido
      *> por el area comercial: servicio cubierto, numero de
      *> contrato, cliente, abono mensual y hasta cuatro escalones
      *> de credito — un mes cuya tasa de exito (suma de ok sobre
      *> suma de total en YUZU.METRICS.DAILY) queda por debajo de
      *> CT-TIER-BELOW devuelve CT-TIER-CREDIT por ciento del abono
      *> (ej. 099.900 / 010.00 y 099.000 / 025.00). Si el mes cae
      *> por debajo de varios escalones rige el de mayor credito;
      *> un escalon en cero no se usa. Un mismo servicio puede
      *> tener varios contratos (uno por cliente). Lo lee
      *> YUZU-METRICS-CRED al cierre de mes.
      *> ============================================================
       01  CONTRACT-RECORD.
           05 CT-NAME             PIC X(32).
           05 CT-CONTRACT         PIC X(16).
           05 CT-CUSTOMER         PIC X(32).
           05 CT-MONTHLY-FEE      PIC 9(9)V99.
           05 CT-TIER             OCCURS 4 TIMES.
               10 CT-TIER-BELOW   PIC 9(3)V999.
               10 CT-TIER-CREDIT  PIC 9(3)V99.
