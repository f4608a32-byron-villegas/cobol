      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-ACCESOS
      * (accesos_cajas.txt), el libro de accesos a las cajas de
      * seguridad. MANTENCION-CAJAS-SEGURIDAD deja una linea por cada
      * apertura con la fecha y hora, quien entro y en que calidad
      * (TIT=titular, COT=cotitular, HER=heredero) y el operador que
      * lo acompano; la perforacion (PER) deja ademas el inventario
      * del contenido en ACS-DETALLE, una linea por cada parte.
      ******************************************************************
       01 ACCESO-CAJA.
          05 ACS-FECHAYHORA PIC X(19).
          05 FILLER PIC X VALUE SPACE.
          05 ACS-SUCURSAL PIC X(4).
          05 FILLER PIC X VALUE SPACE.
          05 ACS-NUMERO PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 ACS-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 ACS-CALIDAD PIC X(3).
              88 ACS-ES-TITULAR VALUE "TIT".
              88 ACS-ES-COTITULAR VALUE "COT".
              88 ACS-ES-HEREDERO VALUE "HER".
              88 ACS-ES-PERFORACION VALUE "PER".
          05 FILLER PIC X VALUE SPACE.
          05 ACS-OPERADOR PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 ACS-DETALLE PIC X(60).
