      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-TRANSFERENCIAS
      * (transferencias_internacionales.txt), el libro de
      * transferencias internacionales (SWIFT), una por folio del
      * contador "X" de secuencia.txt. Las de salida las captura el
      * ejecutivo en TRANSFERENCIA-INTERNACIONAL (cargo TIS ya hecho
      * a la cuenta del ordenante) y EXPORTAR-SWIFT las despacha
      * como MT103; las de entrada las deja IMPORTAR-SWIFT-ENTRANTE
      * al acreditar (abono TIE) o al derivar a suspenso SWI. Las
      * transferencias se cursan en dolares enteros: TIN-MONTO-DIVISA
      * es el monto del mensaje y TIN-MONTO-CUENTA lo cargado o
      * abonado en la moneda de la cuenta del cliente, a
      * TIN-TASA-CAMBIO (venta en la salida, compra en la entrada,
      * registrada aunque la cuenta sea en dolares para el reporte
      * mensual en pesos). TIN-BIC es el banco de la contraparte
      * (beneficiario en la salida, ordenante en la entrada); su
      * pais son las posiciones 5 y 6. Propositos: FAM=remesa
      * familiar, SER=servicios, BIE=importacion de bienes, INV=
      * inversion, EDU=educacion, SUE=remuneraciones, OTR=otro.
      * Estados: PEN=salida por despachar, RET=retenida por
      * cumplimiento, ENV=salida despachada, ACR=entrada acreditada,
      * SUS=entrada en suspenso, REJ=rechazada por cumplimiento.
      ******************************************************************
       01 TRANSFERENCIA-INTERNACIONAL.
          05 TIN-NUMERO PIC 9(8).
          05 TIN-SENTIDO PIC X(3).
              88 TIN-ES-SALIDA VALUE "SAL".
              88 TIN-ES-ENTRADA VALUE "ENT".
          05 TIN-RUT PIC X(10).
          05 TIN-NUM-CUENTA PIC 9(3).
          05 TIN-CONTRAPARTE-NOMBRE PIC X(35).
          05 TIN-CONTRAPARTE-DIRECCION PIC X(35).
          05 TIN-CONTRAPARTE-PAIS PIC X(2).
          05 TIN-CONTRAPARTE-CUENTA PIC X(34).
          05 TIN-BIC PIC X(11).
          05 TIN-PROPOSITO PIC X(3).
              88 TIN-PROPOSITO-VALIDO VALUE "FAM" "SER" "BIE" "INV"
                                            "EDU" "SUE" "OTR".
          05 TIN-DETALLE-PROPOSITO PIC X(35).
          05 TIN-MONEDA PIC X(3).
          05 TIN-MONTO-DIVISA PIC 9(8).
      *       Centavos del mensaje entrante; una entrada con centavos
      *       no se acredita, queda en suspenso para cuadrarla a mano.
          05 TIN-CENTAVOS PIC 9(2).
          05 TIN-MONEDA-CUENTA PIC X(3).
          05 TIN-MONTO-CUENTA PIC 9(8).
          05 TIN-TASA-CAMBIO PIC 9(4)V9(4).
          05 TIN-COMISION PIC 9(8).
      *       Referencia :20: del mensaje (la nuestra en la salida, la
      *       del banco ordenante en la entrada).
          05 TIN-REFERENCIA PIC X(16).
          05 TIN-NUM-SECUENCIA PIC 9(10).
          05 TIN-FECHA-ORDEN PIC 9(8).
          05 TIN-FECHA-ENVIO PIC 9(8).
          05 TIN-ESTADO PIC X(3).
              88 TIN-ESTA-PENDIENTE VALUE "PEN".
              88 TIN-ESTA-RETENIDA VALUE "RET".
              88 TIN-FUE-ENVIADA VALUE "ENV".
              88 TIN-FUE-ACREDITADA VALUE "ACR".
              88 TIN-ESTA-EN-SUSPENSO VALUE "SUS".
              88 TIN-FUE-RECHAZADA VALUE "REJ".
          05 TIN-EJECUTIVO PIC X(10).
