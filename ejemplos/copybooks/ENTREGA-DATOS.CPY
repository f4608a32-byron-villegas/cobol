      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-ENTREGAS-DATOS
      * (entregas_datos.txt), la bitacora de accesos de finanzas
      * abiertas: una linea por cada cuenta consentida incluida en
      * un extracto (EDT-TIPO CTA, con lo que se entrego de ella) y
      * una linea de total por cada archivo entregado a un proveedor
      * (EDT-TIPO ARC, con el nombre del archivo). Solo se agrega al
      * final; es la evidencia ante el cliente y el regulador de que
      * datos salieron, a quien y cuando.
      ******************************************************************
       01 REGISTRO-ENTREGA-DATOS.
          05 EDT-FECHAYHORA PIC X(19).
          05 FILLER PIC X VALUE SPACE.
          05 EDT-TIPO PIC X(3).
              88 EDT-ES-CUENTA VALUE "CTA".
              88 EDT-ES-ARCHIVO VALUE "ARC".
          05 FILLER PIC X VALUE SPACE.
          05 EDT-PROVEEDOR PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 EDT-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 EDT-NUM-CUENTA PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 EDT-SALDOS PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 EDT-MOVIMIENTOS PIC 9(7).
          05 FILLER PIC X VALUE SPACE.
          05 EDT-PRESTAMOS PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 EDT-ARCHIVO PIC X(40).
