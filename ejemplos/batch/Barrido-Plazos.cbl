               RECORD KEY IS DPF-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PLAZOS.
           SELECT ARCHIVO-TASAS-INTERES ASSIGN TO "tasas_interes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAS-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TASAS-INTERES.
           SELECT ARCHIVO-EMBARGOS ASSIGN TO "embargos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT ARCHIVO-BITACORA ASSIGN TO "bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-SECUENCIA ASSIGN TO "secuencia.txt"
           COPY "CUENTA.CPY".
       FD ARCHIVO-PLAZOS.
           COPY "DEPOSITO-PLAZO.CPY".
       FD ARCHIVO-TASAS-INTERES.
           COPY "TASA-INTERES.CPY".
       FD ARCHIVO-EMBARGOS.
           COPY "EMBARGO.CPY".
       FD ARCHIVO-BOLSILLOS.
           COPY "BOLSILLO.CPY".
       FD ARCHIVO-RESERVAS.
           COPY "RESERVA-GIRO.CPY".
       FD ARCHIVO-RETENCIONES-POS.
           COPY "RETENCION-POS.CPY".
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-SECUENCIA.
       77 WS-TOTAL-RESERVADO PIC 9(9) VALUE 0.
       77 WS-RESERVAS-EOF PIC X VALUE 'N'.
           88 WS-RESERVAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-STATUS-RETENCIONES-POS PIC X(2) VALUE "00".
       77 WS-RETENCIONES-POS-EOF PIC X VALUE 'N'.
           88 WS-RETENCIONES-POS-FIN-ARCHIVO VALUE 'S'.
       77 WS-EXCEDENTE PIC S9(9) VALUE 0.
       77 WS-MONTO-BARRIDO PIC 9(8).
       77 WS-DPF-NUMERO-LIBRE PIC 9(3).
      *    Tasa anual con que se abren los depositos del barrido
      *    cuando tasas_interes.txt no tiene fila aplicable, la
      *    misma por defecto del cajero.
       77 WS-DPF-TASA PIC 9V9(4) VALUE 0.0450.
      *    Tabla de tasas de captacion con fecha de vigencia
      *    (tasas_interes.txt, MANTENCION-TASAS): busqueda de la
      *    tasa anual que rige un dia para un producto, moneda,
      *    saldo y plazo.
       77 WS-STATUS-TASAS-INTERES PIC X(2) VALUE "00".
       77 WS-TASA-PRODUCTO PIC X(3).
       77 WS-TASA-MONEDA PIC X(3).
       77 WS-TASA-SALDO PIC 9(10).
       77 WS-TASA-PLAZO PIC 9(4).
       77 WS-TASA-FECHA PIC 9(8).
       77 WS-TASA-VIGENTE PIC 9V9(4) VALUE 0.
       77 WS-TASA-ENCONTRADA PIC X VALUE 'N'.
           88 TASA-ENCONTRADA VALUE 'S'.
       77 WS-TASAS-INTERES-EOF PIC X VALUE 'N'.
           88 WS-TASAS-INTERES-FIN VALUE 'S'.
       77 WS-ENTERO-VENCIMIENTO PIC S9(9) COMP.
       77 WS-TOTAL-BARRIDOS PIC 9(6) COMP VALUE 0.
       77 WS-SUMA-BARRIDA PIC 9(10) VALUE 0.
                   MOVE WS-DPF-NUMERO-LIBRE TO DPF-NUMERO
                   MOVE BAR-NUM-CUENTA TO DPF-NUM-CUENTA
                   MOVE WS-MONTO-BARRIDO TO DPF-CAPITAL
      *            Tasa que rige hoy para el capital y el plazo del
      *            barrido; sin fila aplicable, la de siempre.
                   MOVE "DPF" TO WS-TASA-PRODUCTO
                   MOVE "CLP" TO WS-TASA-MONEDA
                   MOVE WS-MONTO-BARRIDO TO WS-TASA-SALDO
                   MOVE BAR-PLAZO-DIAS TO WS-TASA-PLAZO
                   MOVE WS-FECHA-HOY TO WS-TASA-FECHA
                   PERFORM BUSCAR-TASA-VIGENTE
                   IF TASA-ENCONTRADA
                       MOVE WS-TASA-VIGENTE TO DPF-TASA-ANUAL
                   ELSE
                       MOVE WS-DPF-TASA TO DPF-TASA-ANUAL
                   END-IF
                   MOVE BAR-PLAZO-DIAS TO DPF-PLAZO-DIAS
                   MOVE WS-FECHA-HOY TO DPF-FECHA-APERTURA
                   COMPUTE DPF-FECHA-VENCIMIENTO =
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
                          AND RPO-RUT = BAR-RUT
                          AND RPO-NUM-CUENTA = BAR-NUM-CUENTA
                           ADD RPO-MONTO TO WS-TOTAL-RESERVADO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-RETENCIONES-POS
               END-IF.

            GRABAR-BITACORA-BARRIDO.
               MOVE BIT-FECHAYHORA TO MOV-FECHAYHORA
               MOVE BIT-ID-TERMINAL TO MOV-ID-TERMINAL
               MOVE BIT-ANU-TIPO-ORIGINAL TO MOV-ANU-TIPO-ORIGINAL
               MOVE BIT-RUT-CONTRAPARTE TO MOV-RUT-CONTRAPARTE
               WRITE MOVIMIENTO
                   INVALID KEY
                       CONTINUE
               MOVE SEC-ULTIMO-NUMERO TO WS-NUM-SECUENCIA
               REWRITE REGISTRO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA.

            BUSCAR-TASA-VIGENTE.
      *        Tasa anual que rige el dia WS-TASA-FECHA para
      *        WS-TASA-PRODUCTO y WS-TASA-MONEDA, con un saldo de
      *        WS-TASA-SALDO y un plazo de WS-TASA-PLAZO dias. Las
      *        filas del producto y la moneda se leen en orden de
      *        tramo, banda y vigencia, asi que la ultima que
      *        califica es la del mayor tramo y banda alcanzados y,
      *        dentro de ella, la vigencia mas reciente.
               MOVE 'N' TO WS-TASA-ENCONTRADA
               MOVE 0 TO WS-TASA-VIGENTE
               OPEN INPUT ARCHIVO-TASAS-INTERES
               IF WS-STATUS-TASAS-INTERES NOT = "35"
                   MOVE WS-TASA-PRODUCTO TO TAS-PRODUCTO
                   MOVE WS-TASA-MONEDA TO TAS-MONEDA
                   MOVE 0 TO TAS-TRAMO-SALDO
                   MOVE 0 TO TAS-BANDA-PLAZO
                   MOVE 0 TO TAS-FECHA-VIGENCIA
                   MOVE 'N' TO WS-TASAS-INTERES-EOF
                   START ARCHIVO-TASAS-INTERES
                       KEY IS NOT LESS THAN TAS-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-TASAS-INTERES-EOF
                   END-START
                   PERFORM UNTIL WS-TASAS-INTERES-FIN
                       READ ARCHIVO-TASAS-INTERES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-TASAS-INTERES-EOF
                           NOT AT END
                               PERFORM EVALUAR-FILA-TASA
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TASAS-INTERES
               END-IF.

            EVALUAR-FILA-TASA.
               IF TAS-PRODUCTO NOT = WS-TASA-PRODUCTO
                  OR TAS-MONEDA NOT = WS-TASA-MONEDA
                   MOVE 'S' TO WS-TASAS-INTERES-EOF
               ELSE
                   IF TAS-TRAMO-SALDO <= WS-TASA-SALDO
                      AND TAS-BANDA-PLAZO <= WS-TASA-PLAZO
                      AND TAS-FECHA-VIGENCIA <= WS-TASA-FECHA
                       MOVE 'S' TO WS-TASA-ENCONTRADA
                       MOVE TAS-TASA-ANUAL TO WS-TASA-VIGENTE
                   END-IF
               END-IF.
       END PROGRAM BARRIDO-PLAZOS.
