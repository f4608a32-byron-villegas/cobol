      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-TASAS-REFERENCIA
      * (tasas_referencia.txt), las tasas de referencia diarias sobre
      * las que se fijan los prestamos de tasa variable. Tesoreria
      * publica con MANTENCION-TASAS (control dual) una fila por
      * codigo de referencia (por ejemplo TAB , TPM ) y fecha; la tasa
      * que rige un dia es la de la fila con la fecha mas reciente que
      * no sea posterior a ese dia. Igual que las tasas de captacion,
      * una fila que ya entro en vigencia no se modifica.
      ******************************************************************
       01 TASA-REFERENCIA.
          05 REF-CLAVE.
             10 REF-CODIGO PIC X(4).
             10 REF-FECHA PIC 9(8).
          05 REF-TASA-ANUAL PIC 9V9(4).
          05 REF-FECHA-REGISTRO PIC 9(8).
          05 REF-EJECUTIVO-RUT PIC X(10).
          05 REF-SEGUNDO-RUT PIC X(10).
