      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-POSICIONES
      * (posicion_liquidacion.txt), la posicion neta de liquidacion
      * interbancaria por fecha y ciclo de camara. POSICION-
      * LIQUIDACION la calcula netando lo que los otros bancos nos
      * pagan (transferencias recibidas, cheques depositados que
      * cobramos, transferencias nuestras que el banco destino
      * devolvio) contra lo que les pagamos (transferencias
      * enviadas, cheques propios presentados y pagados, abonos
      * recibidos que rechazamos, cheques depositados que el banco
      * girado devolvio); POS-NETO positivo es lo que el banco
      * central debe abonar en nuestra cuenta de liquidacion y
      * negativo lo que debe cargar. IMPORTAR-ESTADO-BCENTRAL
      * concilia cada linea de la cartola del banco central contra
      * esta cifra. Estados: PEN=sin conciliar, CON=conciliada,
      * DIF=con diferencia (enviada al libro de suspenso).
      ******************************************************************
       01 POSICION-LIQUIDACION.
          05 POS-CLAVE.
             10 POS-FECHA PIC 9(8).
             10 POS-CICLO PIC 9(1).
          05 POS-TRB-RECIBIDAS PIC 9(12).
          05 POS-CHEQUES-DEPOSITADOS PIC 9(12).
          05 POS-TRB-DEVUELTAS PIC 9(12).
          05 POS-TRB-ENVIADAS PIC 9(12).
          05 POS-CHEQUES-PAGADOS PIC 9(12).
          05 POS-ABONOS-RECHAZADOS PIC 9(12).
          05 POS-CHEQUES-DEVUELTOS PIC 9(12).
          05 POS-NETO PIC S9(12).
          05 POS-ESTADO PIC X(3).
              88 POS-ESTA-PENDIENTE VALUE "PEN".
              88 POS-ESTA-CONCILIADA VALUE "CON".
              88 POS-CON-DIFERENCIA VALUE "DIF".
          05 POS-MONTO-BCENTRAL PIC S9(12).
          05 POS-FECHA-CONCILIACION PIC 9(8).
