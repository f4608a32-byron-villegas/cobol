      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-PUNTOS (puntos.txt),
      * el saldo del programa de puntos de cada RUT. PTS-SALDO son
      * los puntos vigentes canjeables; los acumulados, canjeados y
      * vencidos son historicos. El detalle de cada movimiento, y
      * los lotes con su vencimiento, vive en puntos_movimientos.txt
      * (MOVIMIENTO-PUNTOS.CPY). ACUMULAR-PUNTOS abona y vence, el
      * cajero canjea (operacion PTS).
      ******************************************************************
       01 PUNTOS.
          05 PTS-RUT PIC X(10).
          05 PTS-SALDO PIC 9(9).
          05 PTS-ACUMULADOS PIC 9(9).
          05 PTS-CANJEADOS PIC 9(9).
          05 PTS-VENCIDOS PIC 9(9).
          05 PTS-FECHA-ULTIMO-MOVIMIENTO PIC 9(8).
