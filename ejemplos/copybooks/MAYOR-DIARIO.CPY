      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-MAYOR-DIARIO
      * (mayor_diario.txt), la historia del libro mayor: una fila por
      * cuenta contable y fecha de asiento con lo movido ese dia al
      * debe y al haber y los acumulados de la cuenta al cierre de ese
      * dia. BALANCE-COMPROBACION toma, para la fecha pedida, la
      * ultima fila de cada cuenta que no la supere. Que ya exista
      * una fila para la fecha del asiento es lo que impide que
      * ACTUALIZAR-MAYOR sume dos veces el mismo dia.
      ******************************************************************
       01 MAYOR-DIARIO.
          05 MYD-CLAVE.
             10 MYD-CUENTA-GL PIC X(8).
             10 MYD-FECHA PIC 9(8).
          05 MYD-DEBE-DIA PIC 9(14).
          05 MYD-HABER-DIA PIC 9(14).
          05 MYD-ACUMULADO-DEBE PIC 9(15).
          05 MYD-ACUMULADO-HABER PIC 9(15).
