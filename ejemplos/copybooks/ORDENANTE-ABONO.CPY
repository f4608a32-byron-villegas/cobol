      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-ORDENANTES
      * (ordenantes_abono.txt). La bitacora y movimientos.txt guardan
      * solo la cuenta que recibe un abono TRB de camara; IMPORTAR-
      * CAMARA deja aqui, por el BIT-NUM-SECUENCIA del abono, quien lo
      * ordeno y desde que banco, para que la deteccion de cuentas
      * puente pueda contar remitentes distintos.
      ******************************************************************
       01 ORDENANTE-ABONO.
          05 ORD-NUM-SECUENCIA PIC 9(10).
          05 ORD-RUT-ORDENANTE PIC X(10).
          05 ORD-BANCO PIC X(3).
          05 ORD-FECHA PIC 9(8).
