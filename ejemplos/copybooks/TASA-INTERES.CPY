      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-TASAS-INTERES
      * (tasas_interes.txt), la tabla de tasas de interes de captacion
      * con fecha de vigencia que mantiene tesoreria con
      * MANTENCION-TASAS (control dual). Una fila fija la tasa anual
      * de un producto (CTE/VIS/AHO/MEN de productos.txt, o DPF para
      * los depositos a plazo) en una moneda (CLP/USD, o UF para un
      * deposito reajustable) desde un tramo de saldo y una banda de
      * plazo en dias, a contar de TAS-FECHA-VIGENCIA. El tramo de
      * saldo va en la unidad del producto: pesos o dolares para una
      * cuenta, la unidad de DPF-CAPITAL para un deposito (centesimos
      * de UF en un deposito UF); la banda de plazo es cero para las
      * cuentas. La tasa que rige un dia es la de la fila con el
      * mayor tramo y la mayor banda que no superen el saldo y el
      * plazo, con la fecha de vigencia mas reciente que no sea
      * posterior a ese dia; sin fila aplicable cada programa usa su
      * tasa de siempre. Las filas no se borran: una tasa que ya
      * entro en vigencia no se modifica, se define otra con una
      * fecha posterior, y asi el historial queda para los
      * recalculos con fecha valor.
      ******************************************************************
       01 TASA-INTERES.
          05 TAS-CLAVE.
             10 TAS-PRODUCTO PIC X(3).
             10 TAS-MONEDA PIC X(3).
             10 TAS-TRAMO-SALDO PIC 9(10).
             10 TAS-BANDA-PLAZO PIC 9(4).
             10 TAS-FECHA-VIGENCIA PIC 9(8).
          05 TAS-TASA-ANUAL PIC 9V9(4).
          05 TAS-FECHA-REGISTRO PIC 9(8).
          05 TAS-EJECUTIVO-RUT PIC X(10).
          05 TAS-SEGUNDO-RUT PIC X(10).
