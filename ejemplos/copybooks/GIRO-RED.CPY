      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-GIROS-RED
      * (giros_red.txt), los giros que cruzan la red de cajeros con
      * otros bancos y que se liquidan entre bancos. Dos sentidos:
      * ADQ = una tarjeta de otro banco giro en un cajero nuestro
      * (CAJERO-AUTOMATICO lo anota al entregar el efectivo; el
      * emisor nos debe el monto mas el intercambio), EMI = un cliente
      * nuestro giro en un cajero de otra red (IMPORTAR-GIROS-RED lo
      * carga a su cuenta desde el archivo de la red; le debemos al
      * adquirente el monto mas el intercambio). GRD-REFERENCIA es el
      * terminal y la secuencia de bitacora en los ADQ, y la traza de
      * la red en los EMI. LIQUIDAR-RED-CAJEROS calcula el intercambio
      * de cada giro pendiente y lo deja LIQ.
      * Estados: PEN=pendiente de liquidar, LIQ=liquidado.
      ******************************************************************
       01 GIRO-RED.
          05 GRD-CLAVE.
             10 GRD-SENTIDO PIC X(3).
                 88 GRD-ES-ADQUIRENTE VALUE "ADQ".
                 88 GRD-ES-EMISOR VALUE "EMI".
             10 GRD-REFERENCIA PIC X(18).
          05 GRD-NUM-TARJETA PIC 9(16).
          05 GRD-RUT PIC X(10).
          05 GRD-NUM-CUENTA PIC 9(3).
          05 GRD-ID-CAJERO PIC X(8).
          05 GRD-MONTO PIC 9(8).
          05 GRD-FECHA PIC 9(8).
          05 GRD-INTERCAMBIO PIC 9(6).
          05 GRD-FECHA-LIQUIDACION PIC 9(8).
          05 GRD-ESTADO PIC X(3).
              88 GRD-ESTA-PENDIENTE VALUE "PEN".
              88 GRD-FUE-LIQUIDADO VALUE "LIQ".
