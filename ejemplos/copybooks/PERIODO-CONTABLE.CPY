      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-PERIODOS
      * (periodos_contables.txt), el estado de cierre de cada periodo
      * contable. PER-PERIODO es AAAAMM para el cierre de mes y AAAA00
      * para el cierre de ano. Un periodo sin fila esta abierto. Con
      * el mes (o su ano) cerrado, AJUSTE-VALOR-FECHA no acepta una
      * fecha valor dentro de el y ACTUALIZAR-MAYOR no postea un
      * asiento de esa fecha, hasta que un supervisor lo reabra en
      * CIERRE-CONTABLE. Quien cerro y quien reabrio quedan en el
      * registro y en la bitacora administrativa.
      * Estados: CER=cerrado, ABI=reabierto.
      ******************************************************************
       01 PERIODO-CONTABLE.
          05 PER-PERIODO PIC 9(6).
          05 PER-ESTADO PIC X(3).
              88 PER-ESTA-CERRADO VALUE "CER".
              88 PER-ESTA-ABIERTO VALUE "ABI".
          05 PER-FECHA-CIERRE PIC 9(8).
          05 PER-RUT-CIERRE PIC X(10).
          05 PER-FECHA-REAPERTURA PIC 9(8).
          05 PER-RUT-REAPERTURA PIC X(10).
