      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-TERMINOS
      * (terminos.txt), el registro de versiones de los terminos y
      * condiciones del contrato y del tarifario por producto (CTE,
      * VIS, AHO). Cada cambio de contrato o de tarifa se publica
      * como una version nueva, correlativa por producto, con su
      * fecha de vigencia, la fecha de gracia hasta la que el
      * cliente puede seguir operando sin aceptarla y el texto breve
      * que ve en el cajero. Las versiones publicadas no se
      * modifican: lo aceptado por cada RUT queda en
      * aceptaciones_terminos.txt contra la version exacta.
      ******************************************************************
       01 TERMINO.
          05 TRM-CLAVE.
             10 TRM-PRODUCTO PIC X(3).
             10 TRM-VERSION PIC 9(3).
          05 TRM-FECHA-VIGENCIA PIC 9(8).
          05 TRM-FECHA-GRACIA PIC 9(8).
          05 TRM-TEXTO PIC X(60).
          05 TRM-PUBLICADO-POR PIC X(10).
          05 TRM-FECHA-PUBLICACION PIC 9(8).
