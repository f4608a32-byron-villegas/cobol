      *          anotado en cheques_pagados.txt contra segundas
      *          presentaciones, y la respuesta a la camara sale en
      *          cheques_respuesta.txt con su codigo de devolucion.
      *          Si una cuenta corriente tiene una cuenta de ahorro
      *          vinculada como proteccion de sobregiro, el faltante
      *          sobre el saldo libre se traspasa desde el ahorro
      *          (TPC/TPA, con la comision PSO del tarifario) antes
      *          de ocupar la linea o devolver por falta de fondos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS RGI-NUMERO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RESERVAS.
           SELECT ARCHIVO-RETENCIONES-POS
               ASSIGN TO "retenciones_pos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPO-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RETENCIONES-POS.
           SELECT ARCHIVO-TARIFAS ASSIGN TO "tarifas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARIFAS.
           SELECT ARCHIVO-PRODUCTOS ASSIGN TO "productos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PRODUCTOS.
           SELECT ARCHIVO-BITACORA ASSIGN TO "bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-SECUENCIA ASSIGN TO "secuencia.txt"
           COPY "BOLSILLO.CPY".
       FD ARCHIVO-RESERVAS.
           COPY "RESERVA-GIRO.CPY".
       FD ARCHIVO-RETENCIONES-POS.
           COPY "RETENCION-POS.CPY".
       FD ARCHIVO-TARIFAS.
           COPY "TARIFA.CPY".
       FD ARCHIVO-PRODUCTOS.
           COPY "PRODUCTO.CPY".
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-SECUENCIA.
       77 WS-TOTAL-RESERVADO PIC 9(9) VALUE 0.
       77 WS-RESERVAS-EOF PIC X VALUE 'N'.
           88 WS-RESERVAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-STATUS-RETENCIONES-POS PIC X(2) VALUE "00".
       77 WS-RETENCIONES-POS-EOF PIC X VALUE 'N'.
           88 WS-RETENCIONES-POS-FIN-ARCHIVO VALUE 'S'.
       77 WS-DISPONIBLE PIC S9(9) VALUE 0.
       77 WS-TIENE-NO-PAGO PIC X VALUE 'N'.
           88 CHEQUE-TIENE-NO-PAGO VALUE 'S'.
       77 WS-TOTAL-DEVUELTOS PIC 9(6) COMP VALUE 0.
       77 WS-MONTO-PAGADO PIC 9(10) VALUE 0.
       77 WS-FORMATO-MONEDA PIC -(9)9.
       77 WS-STATUS-TARIFAS PIC X(2) VALUE "00".
       77 WS-STATUS-PRODUCTOS PIC X(2) VALUE "00".
       77 WS-TASA-IVA-PB PIC 9(5) VALUE 1900.
       77 WS-IVA-BRUTO PIC 9(8).
      *    Proteccion de sobregiro desde la cuenta de ahorro
      *    vinculada a la cuenta giradora (NUM-CUENTA-PROTECCION).
       77 WS-PSO-COMISION-CLP PIC 9(8) VALUE 0.
       77 WS-PSO-COMISION-USD PIC 9(8) VALUE 0.
       77 WS-PSO-COMISION PIC 9(8) VALUE 0.
       77 WS-PSO-MAX-GIROS-AHORRO PIC 9(3) VALUE 0.
       77 WS-PSO-GIROS-MES PIC 9(4) COMP VALUE 0.
       77 WS-PSO-MOVS-EOF PIC X VALUE 'N'.
           88 WS-PSO-MOVS-FIN-ARCHIVO VALUE 'S'.
       77 WS-PSO-CUENTA-AHORRO PIC 9(3) VALUE 0.
       77 WS-PSO-CUENTA-GIRADOR PIC 9(3) VALUE 0.
       77 WS-PSO-MONEDA PIC X(3) VALUE SPACES.
       77 WS-PSO-SALDO-AHORRO PIC S9(8) VALUE 0.
       77 WS-PSO-SALDO-GIRADOR PIC S9(8) VALUE 0.
       77 WS-PSO-LIBRE-PROPIO PIC S9(9) VALUE 0.
       77 WS-PSO-DISPONIBLE-PROPIO PIC S9(9) VALUE 0.
       77 WS-PSO-DISPONIBLE-AHORRO PIC S9(9) VALUE 0.
       77 WS-PSO-FALTANTE PIC S9(9) VALUE 0.
       77 WS-PSO-TRASPASO PIC 9(8) VALUE 0.
       77 WS-PSO-BOLSILLOS-GIRADOR PIC 9(9) VALUE 0.
       77 WS-PSO-RESERVADO-GIRADOR PIC 9(9) VALUE 0.
       77 WS-PSO-MOV-OPERACION PIC X(3).
       77 WS-PSO-MOV-NUM-CUENTA PIC 9(3).
       77 WS-PSO-MOV-MONTO PIC 9(8).
       77 WS-PSO-MOV-SALDO PIC S9(8).
       77 WS-PSO-MOV-ABONO-CARGO PIC X.
       77 WS-TOTAL-PROTEGIDOS PIC 9(6) COMP VALUE 0.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).
       01 WS-FECHAYHORA-FORMATEADA.

            PERFORM SETEAR-FECHA-ACTUAL.

            PERFORM CARGAR-REGLAS-PROTECCION.

            PERFORM PROCESAR-PRESENTADOS.

            DISPLAY "CHEQUES PAGADOS: " WS-TOTAL-PAGADOS
            DISPLAY "CHEQUES DEVUELTOS: " WS-TOTAL-DEVUELTOS
            DISPLAY
                "CUBIERTOS CON PROTECCION DE SOBREGIRO: "
                WS-TOTAL-PROTEGIDOS
            MOVE WS-MONTO-PAGADO TO WS-FORMATO-MONEDA
            DISPLAY "MONTO TOTAL PAGADO: " WS-FORMATO-MONEDA.

      *        y reservas de giro pendientes, y una cuenta
      *        bloqueada no paga, igual que GIRAR: un cheque no
      *        puede gastar plata que un giro en efectivo tampoco
      *        podria. Antes se aplica la proteccion de sobregiro
      *        de la cuenta, que puede subir su saldo.
               MOVE 'N' TO WS-CUENTA-ENCONTRADA
               PERFORM SUMAR-EMBARGOS-VIGENTES
               PERFORM SUMAR-BOLSILLOS
               PERFORM SUMAR-RESERVAS-VIGENTES
               PERFORM PROTEGER-SOBREGIRO-GIRADOR
               OPEN I-O ARCHIVO-CUENTAS
               MOVE PRS-RUT TO RUT
               MOVE PRS-NUM-CUENTA TO NUM-CUENTA
               END-READ
               CLOSE ARCHIVO-CUENTAS.

            CARGAR-REGLAS-PROTECCION.
      *        Tasa de IVA, comision PSO por moneda y maximo de
      *        giros al mes del producto AHO, leidos una vez para
      *        todo el canje; sin tarifario o sin catalogo no hay
      *        comision ni tope de giros.
               OPEN INPUT ARCHIVO-TARIFAS
               IF WS-STATUS-TARIFAS NOT = "35"
                   MOVE "IVA" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       NOT INVALID KEY
                           MOVE TAR-MONTO TO WS-TASA-IVA-PB
                   END-READ
                   MOVE "PSO" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       NOT INVALID KEY
                           MOVE TAR-MONTO TO WS-PSO-COMISION-CLP
                           MOVE TAR-UMBRAL-EXENCION
                               TO WS-PSO-COMISION-USD
                   END-READ
                   CLOSE ARCHIVO-TARIFAS
               END-IF
               OPEN INPUT ARCHIVO-PRODUCTOS
               IF WS-STATUS-PRODUCTOS NOT = "35"
                   MOVE "AHO" TO PROD-CODIGO
                   READ ARCHIVO-PRODUCTOS
                       NOT INVALID KEY
                           MOVE PROD-MAX-GIROS-MES
                               TO WS-PSO-MAX-GIROS-AHORRO
                   END-READ
                   CLOSE ARCHIVO-PRODUCTOS
               END-IF.

            PROTEGER-SOBREGIRO-GIRADOR.
      *        Proteccion de sobregiro: si el cheque no alcanza con
      *        el saldo libre de una cuenta corriente que tiene una
      *        cuenta de ahorro vinculada, el faltante se traspasa
      *        desde el ahorro (TPC en el ahorro, TPA en la
      *        corriente, mas la comision PSO) antes de ocupar la
      *        linea. Solo se traspasa si con eso el cheque se paga:
      *        si ni el ahorro ni la linea alcanzan, el cheque se
      *        devuelve sin mover nada.
               MOVE 0 TO WS-PSO-CUENTA-AHORRO
               MOVE 0 TO WS-PSO-DISPONIBLE-AHORRO
               MOVE 0 TO WS-PSO-TRASPASO
               OPEN INPUT ARCHIVO-CUENTAS
               MOVE PRS-RUT TO RUT
               MOVE PRS-NUM-CUENTA TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   NOT INVALID KEY
                       IF NOT CUENTA-ESTA-BLOQUEADA
                          AND (PRODUCTO-ES-CORRIENTE
                           OR TIPO-PRODUCTO = SPACES)
                           MOVE NUM-CUENTA-PROTECCION
                               TO WS-PSO-CUENTA-AHORRO
                           MOVE MONEDA-CUENTA TO WS-PSO-MONEDA
                           COMPUTE WS-PSO-LIBRE-PROPIO =
                               SALDO - WS-TOTAL-EMBARGADO
                               - WS-TOTAL-BOLSILLOS
                               - WS-TOTAL-RESERVADO
                           COMPUTE WS-PSO-DISPONIBLE-PROPIO =
                               WS-PSO-LIBRE-PROPIO + LIMITE-SOBREGIRO
                       END-IF
               END-READ
               CLOSE ARCHIVO-CUENTAS
               IF WS-PSO-CUENTA-AHORRO > 0
                  AND PRS-MONTO > WS-PSO-LIBRE-PROPIO
                   PERFORM EVALUAR-AHORRO-VINCULADO
               END-IF
               IF WS-PSO-DISPONIBLE-AHORRO > 0
                   IF WS-PSO-LIBRE-PROPIO < 0
                       MOVE PRS-MONTO TO WS-PSO-FALTANTE
                   ELSE
                       COMPUTE WS-PSO-FALTANTE =
                           PRS-MONTO - WS-PSO-LIBRE-PROPIO
                   END-IF
                   IF WS-PSO-FALTANTE > WS-PSO-DISPONIBLE-AHORRO
                       MOVE WS-PSO-DISPONIBLE-AHORRO TO WS-PSO-FALTANTE
                   END-IF
                   IF PRS-MONTO <=
                      WS-PSO-DISPONIBLE-PROPIO + WS-PSO-FALTANTE
                       MOVE WS-PSO-FALTANTE TO WS-PSO-TRASPASO
                       PERFORM TRASPASAR-DESDE-AHORRO
                   END-IF
               END-IF.

            EVALUAR-AHORRO-VINCULADO.
      *        Lo que puede cubrir la cuenta de ahorro vinculada: su
      *        saldo menos embargos, bolsillos, reservas y la
      *        comision, o nada si no esta operativa, es de otra
      *        moneda o ya uso los giros del mes de su producto (el
      *        traspaso TPC cuenta como giro). Los totales de la
      *        cuenta giradora se guardan y se reponen al salir.
               OPEN INPUT ARCHIVO-CUENTAS
               MOVE PRS-RUT TO RUT
               MOVE WS-PSO-CUENTA-AHORRO TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       MOVE 0 TO WS-PSO-CUENTA-AHORRO
                   NOT INVALID KEY
                       IF NOT PRODUCTO-ES-AHORRO
                          OR CUENTA-ESTA-BLOQUEADA
                          OR CUENTA-PREABIERTA
                          OR CUENTA-TRASPASADA-NR
                          OR MONEDA-CUENTA NOT = WS-PSO-MONEDA
                           MOVE 0 TO WS-PSO-CUENTA-AHORRO
                       ELSE
                           MOVE SALDO TO WS-PSO-SALDO-AHORRO
                       END-IF
               END-READ
               CLOSE ARCHIVO-CUENTAS
               IF WS-PSO-CUENTA-AHORRO > 0
                   IF WS-PSO-MONEDA = "USD"
                       MOVE WS-PSO-COMISION-USD TO WS-PSO-COMISION
                   ELSE
                       MOVE WS-PSO-COMISION-CLP TO WS-PSO-COMISION
                   END-IF
                   MOVE PRS-NUM-CUENTA TO WS-PSO-CUENTA-GIRADOR
                   MOVE WS-TOTAL-BOLSILLOS TO WS-PSO-BOLSILLOS-GIRADOR
                   MOVE WS-TOTAL-RESERVADO TO WS-PSO-RESERVADO-GIRADOR
                   MOVE WS-PSO-CUENTA-AHORRO TO PRS-NUM-CUENTA
                   PERFORM SUMAR-BOLSILLOS
                   PERFORM SUMAR-RESERVAS-VIGENTES
                   PERFORM CONTAR-GIROS-AHORRO
                   COMPUTE WS-PSO-DISPONIBLE-AHORRO =
                       WS-PSO-SALDO-AHORRO - WS-TOTAL-EMBARGADO
                       - WS-TOTAL-BOLSILLOS - WS-TOTAL-RESERVADO
                       - WS-PSO-COMISION
                   IF WS-PSO-MAX-GIROS-AHORRO > 0
                      AND WS-PSO-GIROS-MES >= WS-PSO-MAX-GIROS-AHORRO
                       MOVE 0 TO WS-PSO-DISPONIBLE-AHORRO
                   END-IF
                   MOVE WS-PSO-CUENTA-GIRADOR TO PRS-NUM-CUENTA
                   MOVE WS-PSO-BOLSILLOS-GIRADOR TO WS-TOTAL-BOLSILLOS
                   MOVE WS-PSO-RESERVADO-GIRADOR TO WS-TOTAL-RESERVADO
               END-IF
               IF WS-PSO-DISPONIBLE-AHORRO < 0
                   MOVE 0 TO WS-PSO-DISPONIBLE-AHORRO
               END-IF.

            CONTAR-GIROS-AHORRO.
      *        Giros GIR y traspasos TPC del mes en curso de la
      *        cuenta de ahorro, contados en el indice de
      *        movimientos igual que el cajero.
               MOVE 0 TO WS-PSO-GIROS-MES
               MOVE 'N' TO WS-PSO-MOVS-EOF
               OPEN INPUT ARCHIVO-MOVIMIENTOS
               IF WS-STATUS-MOVIMIENTOS = "35"
                   CONTINUE
               ELSE
                   MOVE PRS-RUT TO MOV-RUT
                   MOVE PRS-NUM-CUENTA TO MOV-NUM-CUENTA
                   MOVE 0 TO MOV-NUM-SECUENCIA
                   START ARCHIVO-MOVIMIENTOS
                       KEY IS NOT LESS THAN MOV-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-PSO-MOVS-EOF
                   END-START
                   PERFORM UNTIL WS-PSO-MOVS-FIN-ARCHIVO
                       READ ARCHIVO-MOVIMIENTOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-PSO-MOVS-EOF
                       END-READ
                       IF NOT WS-PSO-MOVS-FIN-ARCHIVO
                           IF MOV-RUT NOT = PRS-RUT
                              OR MOV-NUM-CUENTA NOT = PRS-NUM-CUENTA
                               MOVE 'S' TO WS-PSO-MOVS-EOF
                           ELSE
                               IF (MOV-OPERACION = "GIR"
                                   OR MOV-OPERACION = "TPC")
                                  AND MOV-FECHAYHORA(1:7) =
                                      WS-FECHAYHORA-FORMATEADA(1:7)
                                   ADD 1 TO WS-PSO-GIROS-MES
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-MOVIMIENTOS
               END-IF.

            TRASPASAR-DESDE-AHORRO.
      *        Carga traspaso y comision a la cuenta de ahorro y
      *        abona el traspaso a la cuenta giradora bajo el mismo
      *        bloqueo por registro, y deja TPC y COM en el ahorro y
      *        TPA en la corriente.
               OPEN I-O ARCHIVO-CUENTAS
               MOVE PRS-RUT TO RUT
               MOVE WS-PSO-CUENTA-AHORRO TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       MOVE 0 TO WS-PSO-TRASPASO
                   NOT INVALID KEY
                       SUBTRACT WS-PSO-TRASPASO FROM SALDO
                       SUBTRACT WS-PSO-COMISION FROM SALDO
                       MOVE SALDO TO WS-PSO-SALDO-AHORRO
                       REWRITE CUENTA
               END-READ
               IF WS-PSO-TRASPASO > 0
                   MOVE PRS-RUT TO RUT
                   MOVE PRS-NUM-CUENTA TO NUM-CUENTA
                   READ ARCHIVO-CUENTAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD WS-PSO-TRASPASO TO SALDO
                           MOVE SALDO TO WS-PSO-SALDO-GIRADOR
                           REWRITE CUENTA
                   END-READ
               END-IF
               CLOSE ARCHIVO-CUENTAS
               IF WS-PSO-TRASPASO > 0
                   MOVE "TPC" TO WS-PSO-MOV-OPERACION
                   MOVE WS-PSO-CUENTA-AHORRO TO WS-PSO-MOV-NUM-CUENTA
                   MOVE WS-PSO-TRASPASO TO WS-PSO-MOV-MONTO
                   COMPUTE WS-PSO-MOV-SALDO =
                       WS-PSO-SALDO-AHORRO + WS-PSO-COMISION
                   MOVE 'C' TO WS-PSO-MOV-ABONO-CARGO
                   PERFORM GRABAR-BITACORA-PROTECCION
                   IF WS-PSO-COMISION > 0
                       MOVE "COM" TO WS-PSO-MOV-OPERACION
                       MOVE WS-PSO-COMISION TO WS-PSO-MOV-MONTO
                       MOVE WS-PSO-SALDO-AHORRO TO WS-PSO-MOV-SALDO
                       PERFORM GRABAR-BITACORA-PROTECCION
                   END-IF
                   MOVE "TPA" TO WS-PSO-MOV-OPERACION
                   MOVE PRS-NUM-CUENTA TO WS-PSO-MOV-NUM-CUENTA
                   MOVE WS-PSO-TRASPASO TO WS-PSO-MOV-MONTO
                   MOVE WS-PSO-SALDO-GIRADOR TO WS-PSO-MOV-SALDO
                   MOVE 'A' TO WS-PSO-MOV-ABONO-CARGO
                   PERFORM GRABAR-BITACORA-PROTECCION
                   ADD 1 TO WS-TOTAL-PROTEGIDOS
                   DISPLAY
                       "PROTECCION SOBREGIRO " PRS-RUT " CHQ "
                       PRS-NUM-CHEQUE ": TRASPASO " WS-PSO-TRASPASO
                       " DESDE CTA " WS-PSO-CUENTA-AHORRO
               END-IF.

            GRABAR-BITACORA-PROTECCION.
      *        Una pata del traspaso de proteccion (TPC, COM o TPA),
      *        tomada de los campos WS-PSO-MOV-*; la comision COM se
      *        desglosa en neto e IVA.
               PERFORM SETEAR-FECHA-ACTUAL
               PERFORM SIGUIENTE-NUMERO-SECUENCIA
               OPEN EXTEND ARCHIVO-BITACORA
               MOVE SPACES TO REGISTRO-BITACORA
               MOVE PRS-RUT TO BIT-RUT
               MOVE WS-PSO-MOV-NUM-CUENTA TO BIT-NUM-CUENTA
               MOVE WS-PSO-MOV-OPERACION TO BIT-OPERACION
               MOVE WS-PSO-MOV-MONTO TO BIT-MONTO
               MOVE WS-PSO-MOV-SALDO TO BIT-SALDO
               MOVE WS-FECHAYHORA-FORMATEADA TO BIT-FECHAYHORA
               MOVE WS-NUM-SECUENCIA TO BIT-NUM-SECUENCIA
               MOVE WS-ID-TERMINAL TO BIT-ID-TERMINAL
               MOVE SPACES TO BIT-ANU-TIPO-ORIGINAL
               MOVE 0 TO BIT-TASA-CAMBIO
               MOVE WS-PSO-MONEDA TO BIT-MONEDA
               MOVE WS-PSO-MOV-ABONO-CARGO TO BIT-ABONO-CARGO
               MOVE SPACES TO BIT-CODIGO-CONVENIO
               MOVE 0 TO BIT-SECUENCIA-ORIGINAL
               IF WS-PSO-MOV-OPERACION = "COM"
                   MOVE BIT-MONTO TO WS-IVA-BRUTO
                   COMPUTE BIT-MONTO-NETO ROUNDED =
                       (WS-IVA-BRUTO * 10000)
                       / (10000 + WS-TASA-IVA-PB)
                   COMPUTE BIT-MONTO-IVA =
                       WS-IVA-BRUTO - BIT-MONTO-NETO
               END-IF
               PERFORM CALCULAR-HASH-BITACORA
               WRITE REGISTRO-BITACORA AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-BITACORA
               PERFORM GRABAR-MOVIMIENTO-INDEXADO.

            SUMAR-EMBARGOS-VIGENTES.
      *        Total embargado vigente del girador, con la misma
      *        regla de vigencia del cajero. Cero si el archivo no
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-RESERVAS
               END-IF
               PERFORM SUMAR-RETENCIONES-POS.

            SUMAR-RETENCIONES-POS.
      *        Compras con tarjeta de debito autorizadas y aun no
      *        compensadas por el comercio (PEN) de la misma
      *        cuenta: se suman al total reservado porque ese
      *        disponible ya esta comprometido con el comercio.
               MOVE 'N' TO WS-RETENCIONES-POS-EOF
               OPEN INPUT ARCHIVO-RETENCIONES-POS
               IF WS-STATUS-RETENCIONES-POS = "35"
                   MOVE 'S' TO WS-RETENCIONES-POS-EOF
               ELSE
                   PERFORM UNTIL WS-RETENCIONES-POS-FIN-ARCHIVO
                       READ ARCHIVO-RETENCIONES-POS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-RETENCIONES-POS-EOF
                       END-READ
                       IF NOT WS-RETENCIONES-POS-FIN-ARCHIVO
                          AND RPO-ESTA-PENDIENTE
                          AND RPO-RUT = PRS-RUT
                          AND RPO-NUM-CUENTA = PRS-NUM-CUENTA
                           ADD RPO-MONTO TO WS-TOTAL-RESERVADO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-RETENCIONES-POS
               END-IF.

            GRABAR-BITACORA-PAGO.
               MOVE BIT-FECHAYHORA TO MOV-FECHAYHORA
               MOVE BIT-ID-TERMINAL TO MOV-ID-TERMINAL
               MOVE BIT-ANU-TIPO-ORIGINAL TO MOV-ANU-TIPO-ORIGINAL
               MOVE BIT-RUT-CONTRAPARTE TO MOV-RUT-CONTRAPARTE
               WRITE MOVIMIENTO
                   INVALID KEY
                       CONTINUE
