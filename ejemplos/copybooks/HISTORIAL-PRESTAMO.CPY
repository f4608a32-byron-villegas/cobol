      ******************************************************************
      * Copybook: layout de ARCHIVO-HISTORIAL-PRESTAMOS
      * (historial_prestamos.txt), una linea por cada cambio de tasa
      * de un prestamo: fecha en que rige, RUT y numero del prestamo,
      * evento (REP = reprecio de tasa variable por
      * REPRECIO-PRESTAMOS), tasa anterior y nueva, y la tasa de
      * referencia y el spread que la componen, mas la primera cuota
      * recalculada. Solo se agrega al final; ESTADO-PRESTAMO lo
      * muestra como historia de tasas del prestamo.
      ******************************************************************
       01 REGISTRO-HISTORIAL-PRESTAMO.
          05 HPR-FECHA PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 HPR-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 HPR-NUM-PRESTAMO PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 HPR-EVENTO PIC X(3).
              88 HPR-ES-REPRECIO VALUE "REP".
          05 FILLER PIC X VALUE SPACE.
          05 HPR-TASA-ANTERIOR PIC 9V9(4).
          05 FILLER PIC X VALUE SPACE.
          05 HPR-TASA-NUEVA PIC 9V9(4).
          05 FILLER PIC X VALUE SPACE.
          05 HPR-CODIGO-REFERENCIA PIC X(4).
          05 FILLER PIC X VALUE SPACE.
          05 HPR-TASA-REFERENCIA PIC 9V9(4).
          05 FILLER PIC X VALUE SPACE.
          05 HPR-SPREAD PIC 9V9(4).
          05 FILLER PIC X VALUE SPACE.
          05 HPR-CUOTA-DESDE PIC 9(3).
