      ******************************************************************
      * Copybook: layout de una linea de ARCHIVO-ESTADO-BCENTRAL
      * (estado_bcentral.txt), la cartola que el banco central
      * entrega de nuestra cuenta de liquidacion: una linea por
      * liquidacion de ciclo de camara, con la fecha, el ciclo, el
      * sentido (A = abono a nuestra cuenta, C = cargo) y el monto
      * liquidado, mas la referencia del banco central.
      ******************************************************************
       01 REGISTRO-ESTADO-BCENTRAL.
          05 BCE-FECHA PIC 9(8).
          05 FILLER PIC X.
          05 BCE-CICLO PIC 9(1).
          05 FILLER PIC X.
          05 BCE-SENTIDO PIC X(1).
              88 BCE-ES-ABONO VALUE 'A'.
              88 BCE-ES-CARGO VALUE 'C'.
          05 FILLER PIC X.
          05 BCE-MONTO PIC 9(12).
          05 FILLER PIC X.
          05 BCE-REFERENCIA PIC X(20).
