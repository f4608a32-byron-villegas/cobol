      * mayor a menor que CASSETTE.CPY). CUADRE-DIARIO suma las
      * cargas del dia en su ecuacion de efectivo para que un dia de
      * recarga cuadre limpio en vez de verse como un dispensado
      * negativo. Una carga de un terminal bicomoneda lleva USD en
      * CARGA-MONEDA y sus cantidades siguen el orden de la tabla de
      * dolares de CASSETTE.CPY; en blanco es una carga en pesos.
      ******************************************************************
       01 REGISTRO-CARGA-CASSETTE.
          05 CARGA-FECHA PIC 9(8).
              88 CARGA-ES-RECARGA VALUE "   " "CAR".
              88 CARGA-ES-TRASLADO-ENTRADA VALUE "TRE".
              88 CARGA-ES-TRASLADO-SALIDA VALUE "TRS".
          05 FILLER PIC X VALUE SPACE.
          05 CARGA-MONEDA PIC X(3).
              88 CARGA-EN-DOLARES VALUE "USD".
