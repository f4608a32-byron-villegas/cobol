      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-PORTABILIDADES
      * (portabilidades.txt), el registro de solicitudes de
      * portabilidad financiera, una por numero de solicitud del
      * sistema de portabilidad. PTB-SENTIDO ENT es un cliente que
      * llega desde otro banco (se le pre-abre la cuenta y se le
      * recrean sus ordenes y mandatos, que quedan pendientes hasta
      * que active la cuenta en sucursal); SAL es un cliente que se
      * va (se entrega el listado de sus productos, se traspasa el
      * saldo por camara al banco nuevo y se cierran sus cuentas).
      * Estados ENT: APE=cuenta pre-abierta esperando activacion,
      * TER=activada y pagos recreados en vigencia, CAD=la
      * preapertura expiro sin activar. Estados SAL: REC=recibida,
      * LIS=listado de productos entregado, TRF=saldo traspasado
      * por camara, CER=cuentas cerradas. Cada etapa tiene su fecha
      * limite legal en dias habiles (PTB-FECHA-LIMITE) y
      * PTB-MOTIVO dice por que una solicitud no avanza.
      ******************************************************************
       01 PORTABILIDAD.
          05 PTB-NUMERO PIC X(12).
          05 PTB-SENTIDO PIC X(3).
              88 PTB-ES-ENTRANTE VALUE "ENT".
              88 PTB-ES-SALIENTE VALUE "SAL".
          05 PTB-RUT PIC X(10).
      *       ENT: cuenta pre-abierta; SAL: cero (se van todas las
      *       cuentas del RUT).
          05 PTB-NUM-CUENTA PIC 9(3).
      *       Banco de la contraparte (codigo SBIF) y cuenta del
      *       cliente en ese banco: de donde viene en ENT, a donde se
      *       traspasa el saldo en SAL.
          05 PTB-BANCO PIC X(3).
          05 PTB-CUENTA-EXTERNA PIC X(14).
          05 PTB-FECHA-SOLICITUD PIC 9(8).
          05 PTB-ESTADO PIC X(3).
              88 PTB-ESTA-PREABIERTA VALUE "APE".
              88 PTB-ESTA-TERMINADA VALUE "TER".
              88 PTB-ESTA-CADUCADA VALUE "CAD".
              88 PTB-ESTA-RECIBIDA VALUE "REC".
              88 PTB-ESTA-LISTADA VALUE "LIS".
              88 PTB-ESTA-TRASPASADA VALUE "TRF".
              88 PTB-ESTA-CERRADA VALUE "CER".
              88 PTB-ESTA-EN-CURSO VALUE "APE" "REC" "LIS" "TRF".
          05 PTB-FECHA-ETAPA PIC 9(8).
          05 PTB-FECHA-LIMITE PIC 9(8).
      *       ENT: ordenes y mandatos recreados desde el listado del
      *       banco anterior.
          05 PTB-ORDENES-RECREADAS PIC 9(3).
          05 PTB-MANDATOS-RECREADOS PIC 9(3).
      *       SAL: total traspasado, cantidad de cargos POR enviados
      *       a la camara y secuencia del primero, para esperar el
      *       acuse de todos antes de cerrar las cuentas.
          05 PTB-MONTO-TRASPASADO PIC 9(10).
          05 PTB-CANTIDAD-TRASPASOS PIC 9(2).
          05 PTB-SECUENCIA-TRASPASO PIC 9(10).
          05 PTB-MOTIVO PIC X(30).
