      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-HISTORIAL-SEGMENTOS
      * (segmentos_historial.txt), una linea por cada cambio de
      * segmento que deja SEGMENTAR-CLIENTES: mes del calculo, RUT,
      * segmento anterior (en blanco si es la primera vez) y nuevo.
      * Solo se agrega al final; de aqui sale la migracion entre
      * segmentos mes a mes.
      ******************************************************************
       01 REGISTRO-HISTORIAL-SEGMENTO.
          05 HSE-PERIODO PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 HSE-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 HSE-SEGMENTO-ANTERIOR PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 HSE-SEGMENTO-NUEVO PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 HSE-FECHA-CALCULO PIC 9(8).
