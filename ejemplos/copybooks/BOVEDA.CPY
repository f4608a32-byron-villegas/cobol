      * reporte de boveda suma el libro para producir la posicion de
      * efectivo de la sucursal, un nivel por encima del cuadre por
      * terminal, y contra eso se concilia la factura del transporte
      * de valores. Los dolares de las sucursales con terminales
      * bicomoneda se llevan como una posicion aparte: BOV-MONEDA en
      * USD; en blanco es pesos, como todas las lineas antiguas.
      * BOV-SUCURSAL identifica la boveda (codigo de SUCURSAL.CPY)
      * para consolidar la posicion por sucursal; las lineas antiguas
      * lo traen en blanco y se informan como sin sucursal.
      ******************************************************************
       01 REGISTRO-BOVEDA.
          05 BOV-FECHA PIC 9(8).
          05 BOV-OPERADOR PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 BOV-DETALLE PIC X(30).
          05 FILLER PIC X VALUE SPACE.
          05 BOV-MONEDA PIC X(3).
              88 BOV-EN-DOLARES VALUE "USD".
          05 FILLER PIC X VALUE SPACE.
          05 BOV-SUCURSAL PIC X(4).
