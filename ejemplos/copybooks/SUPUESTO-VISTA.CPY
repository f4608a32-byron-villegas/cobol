      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-SUPUESTOS-VISTA
      * (supuestos_vista.txt), la tabla de supuestos de
      * comportamiento de los saldos a la vista que mantiene
      * tesoreria para el informe de brechas de reprecio
      * (REPORTE-BRECHAS-TASA). Un saldo vista no tiene vencimiento
      * contractual: cada linea reparte el saldo positivo de un
      * producto de cuenta (CTE, VIS, AHO, MEN) en los siete tramos
      * de reprecio del informe, en porcentajes enteros que deben
      * sumar 100 (hasta 1 mes, 1-3 meses, 3-6 meses, 6-12 meses,
      * 1-3 anios, 3-5 anios, mas de 5 anios). Un producto sin
      * linea usa el supuesto de partida del informe.
      ******************************************************************
       01 REGISTRO-SUPUESTO-VISTA.
          05 SUP-PRODUCTO PIC X(3).
          05 SUP-TRAMO OCCURS 7 TIMES.
             10 FILLER PIC X.
             10 SUP-PORCENTAJE PIC 9(3).
