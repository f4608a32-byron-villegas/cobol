      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-ANTICIPOS
      * (anticipos_nomina.txt), el libro de anticipos de
      * remuneraciones. El cliente que recibe su sueldo por nomina
      * (abonos NOM seguidos del mismo empleador) pide en el cajero
      * (operacion ANT) hasta un porcentaje de su sueldo promedio;
      * el anticipo se abona a la cuenta y queda aqui vigente con la
      * comision fija del tarifario (codigo ANP). El siguiente NOM
      * que IMPORTAR-NOMINA acredita a esa cuenta lo descuenta antes
      * de que el sueldo quede disponible (movimiento ANR por el
      * capital y COM por la comision); si el sueldo no alcanza queda
      * vigente por el saldo. Estados: VIG=vigente, PAG=pagado.
      ******************************************************************
       01 ANTICIPO-NOMINA.
          05 ANT-CLAVE.
             10 ANT-RUT PIC X(10).
             10 ANT-NUM-CUENTA PIC 9(3).
             10 ANT-NUM-SECUENCIA PIC 9(10).
          05 ANT-RUT-EMPLEADOR PIC X(10).
          05 ANT-FECHA-OTORGAMIENTO PIC 9(8).
          05 ANT-SUELDO-PROMEDIO PIC 9(8).
          05 ANT-MONTO PIC 9(8).
          05 ANT-COMISION PIC 9(8).
          05 ANT-MONTO-PAGADO PIC 9(8).
          05 ANT-ESTADO PIC X(3).
              88 ANT-ESTA-VIGENTE VALUE "VIG".
              88 ANT-FUE-PAGADO VALUE "PAG".
          05 ANT-FECHA-PAGO PIC 9(8).
