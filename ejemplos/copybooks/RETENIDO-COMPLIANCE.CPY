      * tamizado deja aqui el item congelado con su contexto
      * (origen TRB=salida a camara ya debitada al cliente,
      * CAM=abono de camara sin acreditar, NOM=item de nomina
      * rechazado al empleador, WEB=solicitud de apertura web
      * rechazada al proveedor, con su referencia en
      * RTC-CUENTA-EXTERNA, PPV=pago a proveedor rechazado a la
      * empresa ordenante, POR=solicitud de portabilidad entrante
      * rechazada, con su numero en RTC-CUENTA-EXTERNA, TIS=
      * transferencia internacional de salida ya debitada al
      * ordenante y TIE=transferencia internacional de entrada sin
      * acreditar, ambas con su folio en RTC-CUENTA-EXTERNA y el
      * BIC coincidente en RTC-RUT-COINCIDENTE, DIG=transferencia de
      * la banca digital rechazada al cliente, con el identificador
      * de la solicitud en RTC-CUENTA-EXTERNA) y el oficial
      * de cumplimiento lo libera o lo rechaza desde
      * GESTION-RETENIDOS, con cada decision en bitacora_admin.txt.
      * Estados: PEN=esperando decision, LIB=liberado, REJ=rechazado.
      ******************************************************************
       01 RETENIDO-COMPLIANCE.
          05 RTC-NUMERO PIC 9(8).
              88 RTC-ES-CAMARA-SALIDA VALUE "TRB".
              88 RTC-ES-CAMARA-ENTRADA VALUE "CAM".
              88 RTC-ES-NOMINA VALUE "NOM".
              88 RTC-ES-SOLICITUD-WEB VALUE "WEB".
              88 RTC-ES-PAGO-PROVEEDOR VALUE "PPV".
              88 RTC-ES-PORTABILIDAD VALUE "POR".
              88 RTC-ES-INTERNACIONAL-SALIDA VALUE "TIS".
              88 RTC-ES-INTERNACIONAL-ENTRADA VALUE "TIE".
              88 RTC-ES-CANAL-DIGITAL VALUE "DIG".
          05 RTC-RUT-COINCIDENTE PIC X(10).
          05 RTC-RUT-CONTRAPARTE PIC X(10).
          05 RTC-NUM-CUENTA PIC 9(3).
