      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Autorizacion de compras con la tarjeta de debito en
      *          comercios: lee autorizaciones_pos.txt (una solicitud
      *          por linea del adquirente con tarjeta, codigo de
      *          autorizacion, comercio y monto), ubica la cuenta por
      *          el numero de tarjeta y aprueba si la tarjeta no esta
      *          en la lista caliente ni expirada, la cuenta no esta
      *          bloqueada y el disponible (saldo mas sobregiro,
      *          menos embargos, bolsillos, reservas de giro y
      *          compras ya retenidas) alcanza. Una compra aprobada
      *          no mueve el saldo: queda retenida en
      *          retenciones_pos.txt hasta que llegue la compensacion
      *          del comercio. La respuesta al adquirente sale en
      *          autorizaciones_pos_respuesta.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTORIZAR-COMPRAS-POS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Retencion de compras con tarjeta de debito.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-AUTORIZACIONES
               ASSIGN TO "autorizaciones_pos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUTORIZACIONES.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "cuentas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUENTA-CLAVE
               ALTERNATE RECORD KEY IS NUM-TARJETA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RUT-SECUNDARIO
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CUENTAS.
           SELECT ARCHIVO-TARJETAS-BLOQUEADAS
               ASSIGN TO "tarjetas_bloqueadas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TBL-NUM-TARJETA
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARJETAS-BLOQ.
           SELECT ARCHIVO-EMBARGOS ASSIGN TO "embargos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMB-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-EMBARGOS.
           SELECT ARCHIVO-BOLSILLOS ASSIGN TO "bolsillos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-BOLSILLOS.
           SELECT ARCHIVO-RESERVAS ASSIGN TO "reservas_giro.txt"
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
           SELECT ARCHIVO-RESPUESTA
               ASSIGN TO "autorizaciones_pos_respuesta.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-AUTORIZACIONES.
       01 REGISTRO-AUTORIZACION.
          05 APO-NUM-TARJETA PIC 9(16).
          05 FILLER PIC X.
          05 APO-COD-AUTORIZACION PIC X(6).
          05 FILLER PIC X.
          05 APO-COMERCIO PIC X(20).
          05 FILLER PIC X.
          05 APO-MONTO PIC 9(8).
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-TARJETAS-BLOQUEADAS.
           COPY "TARJETA-BLOQUEADA.CPY".
       FD ARCHIVO-EMBARGOS.
           COPY "EMBARGO.CPY".
       FD ARCHIVO-BOLSILLOS.
           COPY "BOLSILLO.CPY".
       FD ARCHIVO-RESERVAS.
           COPY "RESERVA-GIRO.CPY".
       FD ARCHIVO-RETENCIONES-POS.
           COPY "RETENCION-POS.CPY".
       FD ARCHIVO-RESPUESTA.
       01 REGISTRO-RESPUESTA.
          05 RSP-NUM-TARJETA PIC 9(16).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-COD-AUTORIZACION PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-MONTO PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-ESTADO PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-MOTIVO PIC X(30).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-AUTORIZACIONES PIC X(2) VALUE "00".
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-TARJETAS-BLOQ PIC X(2) VALUE "00".
       77 WS-STATUS-EMBARGOS PIC X(2) VALUE "00".
       77 WS-STATUS-BOLSILLOS PIC X(2) VALUE "00".
       77 WS-STATUS-RESERVAS PIC X(2) VALUE "00".
       77 WS-STATUS-RETENCIONES-POS PIC X(2) VALUE "00".
       77 WS-AUTORIZACIONES-EOF PIC X VALUE 'N'.
           88 WS-AUTORIZACIONES-FIN-ARCHIVO VALUE 'S'.
       77 WS-EMBARGOS-EOF PIC X VALUE 'N'.
           88 WS-EMBARGOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-BOLSILLOS-EOF PIC X VALUE 'N'.
           88 WS-BOLSILLOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-RESERVAS-EOF PIC X VALUE 'N'.
           88 WS-RESERVAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-RETENCIONES-POS-EOF PIC X VALUE 'N'.
           88 WS-RETENCIONES-POS-FIN-ARCHIVO VALUE 'S'.
       77 WS-TOTAL-EMBARGADO PIC 9(9) VALUE 0.
       77 WS-TOTAL-BOLSILLOS PIC 9(9) VALUE 0.
       77 WS-TOTAL-RESERVADO PIC 9(9) VALUE 0.
       77 WS-DISPONIBLE PIC S9(9) VALUE 0.
      *    Cuenta a la que pertenece la tarjeta de la solicitud en
      *    curso, ubicada por la clave alternativa NUM-TARJETA.
       77 WS-RUT-TITULAR PIC X(10).
       77 WS-CUENTA-TITULAR PIC 9(3).
       77 WS-SALDO-TITULAR PIC S9(8).
       77 WS-SOBREGIRO-TITULAR PIC 9(8).
       77 WS-MOTIVO PIC X(30).
       77 WS-ESTADO-RSP PIC X(3).
       77 WS-TOTAL-APROBADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-RECHAZADAS PIC 9(6) COMP VALUE 0.
       77 WS-MONTO-RETENIDO PIC 9(10) VALUE 0.
       77 WS-FORMATO-MONEDA PIC -(9)9.
       77 WS-FECHAYHORA PIC X(21).
       01 WS-FECHAYHORA-FORMATEADA.
           15 WS-ANIO-FORMATEADO PIC 9(4).
           15 FILLER PIC X VALUE '-'.
           15 WS-MES-FORMATEADO PIC 99.
           15 FILLER PIC X VALUE '-'.
           15 WS-DIA-FORMATEADO PIC 99.
           15 FILLER PIC X VALUE ' '.
           15 WS-HORA-FORMATEADA PIC 99.
           15 FILLER PIC X VALUE ':'.
           15 WS-MINUTO-FORMATEADO PIC 99.
           15 FILLER PIC X VALUE ':'.
           15 WS-SEGUNDO-FORMATEADO PIC 99.
       77 WS-FECHA-HOY PIC 9(8).

       PROCEDURE DIVISION.
            DISPLAY "------ AUTORIZACION DE COMPRAS CON TARJETA ------".

            PERFORM SETEAR-FECHA-ACTUAL.

            PERFORM PROCESAR-AUTORIZACIONES.

            DISPLAY "COMPRAS APROBADAS: " WS-TOTAL-APROBADAS.
            DISPLAY "COMPRAS RECHAZADAS: " WS-TOTAL-RECHAZADAS.
            MOVE WS-MONTO-RETENIDO TO WS-FORMATO-MONEDA.
            DISPLAY "MONTO TOTAL RETENIDO: " WS-FORMATO-MONEDA.

            STOP RUN.

            SETEAR-FECHA-ACTUAL.
               MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA
               MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO
               MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO
               MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO
               MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA
               MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO
               MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO
               MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            PROCESAR-AUTORIZACIONES.
               OPEN INPUT ARCHIVO-AUTORIZACIONES
               IF WS-STATUS-AUTORIZACIONES = "35"
                   DISPLAY "NO EXISTE ARCHIVO DE AUTORIZACIONES"
               ELSE
                   OPEN OUTPUT ARCHIVO-RESPUESTA
                   MOVE 'N' TO WS-AUTORIZACIONES-EOF
                   PERFORM UNTIL WS-AUTORIZACIONES-FIN-ARCHIVO
                       READ ARCHIVO-AUTORIZACIONES
                           AT END
                               MOVE 'S' TO WS-AUTORIZACIONES-EOF
                           NOT AT END
                               IF REGISTRO-AUTORIZACION NOT = SPACES
                                   PERFORM PROCESAR-UNA-AUTORIZACION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-RESPUESTA
                   CLOSE ARCHIVO-AUTORIZACIONES
               END-IF.

            PROCESAR-UNA-AUTORIZACION.
               MOVE SPACES TO WS-MOTIVO
               MOVE "APR" TO WS-ESTADO-RSP
               MOVE FUNCTION UPPER-CASE(APO-COMERCIO) TO APO-COMERCIO

               IF APO-NUM-TARJETA NOT NUMERIC
                  OR APO-MONTO NOT NUMERIC
                  OR APO-MONTO = 0
                  OR APO-COD-AUTORIZACION = SPACES
                   MOVE "REC" TO WS-ESTADO-RSP
                   MOVE "SOLICITUD MAL INFORMADA" TO WS-MOTIVO
               END-IF

               IF WS-ESTADO-RSP = "APR"
                   PERFORM BUSCAR-TARJETA-CALIENTE
               END-IF

               IF WS-ESTADO-RSP = "APR"
                   PERFORM BUSCAR-CUENTA-TARJETA
               END-IF

               IF WS-ESTADO-RSP = "APR"
                   PERFORM SUMAR-EMBARGOS-VIGENTES
                   PERFORM SUMAR-BOLSILLOS
                   PERFORM SUMAR-RESERVAS-VIGENTES
                   COMPUTE WS-DISPONIBLE =
                       WS-SALDO-TITULAR + WS-SOBREGIRO-TITULAR
                       - WS-TOTAL-EMBARGADO
                       - WS-TOTAL-BOLSILLOS
                       - WS-TOTAL-RESERVADO
                   IF APO-MONTO > WS-DISPONIBLE
                       MOVE "REC" TO WS-ESTADO-RSP
                       MOVE "FONDOS INSUFICIENTES" TO WS-MOTIVO
                   END-IF
               END-IF

               IF WS-ESTADO-RSP = "APR"
                   PERFORM GRABAR-RETENCION
               END-IF

               PERFORM GRABAR-RESPUESTA.

            BUSCAR-TARJETA-CALIENTE.
      *        Una tarjeta reportada (BLO) o reemplazada (REE) en la
      *        lista caliente no compra, igual que no entra al
      *        cajero.
               OPEN INPUT ARCHIVO-TARJETAS-BLOQUEADAS
               IF WS-STATUS-TARJETAS-BLOQ NOT = "35"
                   MOVE APO-NUM-TARJETA TO TBL-NUM-TARJETA
                   READ ARCHIVO-TARJETAS-BLOQUEADAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TBL-ESTA-BLOQUEADA
                               MOVE "REC" TO WS-ESTADO-RSP
                               MOVE "TARJETA BLOQUEADA" TO WS-MOTIVO
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-TARJETAS-BLOQUEADAS
               END-IF.

            BUSCAR-CUENTA-TARJETA.
               OPEN INPUT ARCHIVO-CUENTAS
               MOVE APO-NUM-TARJETA TO NUM-TARJETA
               READ ARCHIVO-CUENTAS KEY IS NUM-TARJETA
                   INVALID KEY
                       MOVE "REC" TO WS-ESTADO-RSP
                       MOVE "TARJETA NO EXISTE" TO WS-MOTIVO
                   NOT INVALID KEY
                       MOVE RUT TO WS-RUT-TITULAR
                       MOVE NUM-CUENTA TO WS-CUENTA-TITULAR
                       MOVE SALDO TO WS-SALDO-TITULAR
                       MOVE LIMITE-SOBREGIRO TO WS-SOBREGIRO-TITULAR
                       EVALUATE TRUE
                           WHEN CUENTA-ESTA-BLOQUEADA
                               MOVE "REC" TO WS-ESTADO-RSP
                               MOVE "CUENTA BLOQUEADA" TO WS-MOTIVO
                           WHEN NOT CUENTA-ESTA-ACTIVA
                               MOVE "REC" TO WS-ESTADO-RSP
                               MOVE "CUENTA NO ACTIVADA" TO WS-MOTIVO
                           WHEN NOT MONEDA-ES-CLP
                               MOVE "REC" TO WS-ESTADO-RSP
                               MOVE "CUENTA NO ES EN PESOS"
                                   TO WS-MOTIVO
                           WHEN FECHA-EXPIRACION-TARJETA > 0
                                AND FECHA-EXPIRACION-TARJETA
                                    < WS-FECHA-HOY
                               MOVE "REC" TO WS-ESTADO-RSP
                               MOVE "TARJETA EXPIRADA" TO WS-MOTIVO
                       END-EVALUATE
               END-READ
               CLOSE ARCHIVO-CUENTAS.

            SUMAR-EMBARGOS-VIGENTES.
      *        Total embargado vigente del titular, con la misma
      *        regla de vigencia del cajero. Cero si el archivo no
      *        existe todavia.
               MOVE 0 TO WS-TOTAL-EMBARGADO
               MOVE 'N' TO WS-EMBARGOS-EOF
               OPEN INPUT ARCHIVO-EMBARGOS
               IF WS-STATUS-EMBARGOS = "35"
                   MOVE 'S' TO WS-EMBARGOS-EOF
               ELSE
                   MOVE WS-RUT-TITULAR TO EMB-RUT
                   MOVE LOW-VALUES TO EMB-NUM-ORDEN
                   START ARCHIVO-EMBARGOS
                       KEY IS NOT LESS THAN EMB-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-EMBARGOS-EOF
                   END-START
                   PERFORM UNTIL WS-EMBARGOS-FIN-ARCHIVO
                       READ ARCHIVO-EMBARGOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-EMBARGOS-EOF
                       END-READ
                       IF NOT WS-EMBARGOS-FIN-ARCHIVO
                           IF EMB-RUT NOT = WS-RUT-TITULAR
                               MOVE 'S' TO WS-EMBARGOS-EOF
                           ELSE
                               IF EMB-ESTA-VIGENTE
                                  AND (EMB-FECHA-EXPIRACION = 0
                                   OR EMB-FECHA-EXPIRACION
                                      >= WS-FECHA-HOY)
                                   ADD EMB-MONTO
                                       TO WS-TOTAL-EMBARGADO
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-EMBARGOS
               END-IF.

            SUMAR-BOLSILLOS.
      *        Total apartado en bolsillos de la cuenta del titular;
      *        cero si aun no existen.
               MOVE 0 TO WS-TOTAL-BOLSILLOS
               MOVE 'N' TO WS-BOLSILLOS-EOF
               OPEN INPUT ARCHIVO-BOLSILLOS
               IF WS-STATUS-BOLSILLOS = "35"
                   MOVE 'S' TO WS-BOLSILLOS-EOF
               ELSE
                   MOVE WS-RUT-TITULAR TO BOL-RUT
                   MOVE WS-CUENTA-TITULAR TO BOL-NUM-CUENTA
                   MOVE 0 TO BOL-NUMERO
                   START ARCHIVO-BOLSILLOS
                       KEY IS NOT LESS THAN BOL-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-BOLSILLOS-EOF
                   END-START
                   PERFORM UNTIL WS-BOLSILLOS-FIN-ARCHIVO
                       READ ARCHIVO-BOLSILLOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-BOLSILLOS-EOF
                       END-READ
                       IF NOT WS-BOLSILLOS-FIN-ARCHIVO
                           IF BOL-RUT NOT = WS-RUT-TITULAR
                              OR BOL-NUM-CUENTA NOT = WS-CUENTA-TITULAR
                               MOVE 'S' TO WS-BOLSILLOS-EOF
                           ELSE
                               ADD BOL-MONTO TO WS-TOTAL-BOLSILLOS
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-BOLSILLOS
               END-IF.

            SUMAR-RESERVAS-VIGENTES.
      *        Total de reservas de giro PEN de la cuenta del
      *        titular, mas las compras ya retenidas y aun no
      *        compensadas.
               MOVE 0 TO WS-TOTAL-RESERVADO
               MOVE 'N' TO WS-RESERVAS-EOF
               OPEN INPUT ARCHIVO-RESERVAS
               IF WS-STATUS-RESERVAS = "35"
                   MOVE 'S' TO WS-RESERVAS-EOF
               ELSE
                   PERFORM UNTIL WS-RESERVAS-FIN-ARCHIVO
                       READ ARCHIVO-RESERVAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-RESERVAS-EOF
                       END-READ
                       IF NOT WS-RESERVAS-FIN-ARCHIVO
                          AND RGI-ESTA-PENDIENTE
                          AND RGI-RUT = WS-RUT-TITULAR
                          AND RGI-NUM-CUENTA = WS-CUENTA-TITULAR
                           ADD RGI-MONTO TO WS-TOTAL-RESERVADO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-RESERVAS
               END-IF
               PERFORM SUMAR-RETENCIONES-POS.

            SUMAR-RETENCIONES-POS.
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
                          AND RPO-RUT = WS-RUT-TITULAR
                          AND RPO-NUM-CUENTA = WS-CUENTA-TITULAR
                           ADD RPO-MONTO TO WS-TOTAL-RESERVADO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-RETENCIONES-POS
               END-IF.

            GRABAR-RETENCION.
      *        La retencion se identifica por tarjeta y codigo de
      *        autorizacion, que es lo que el comercio devuelve en la
      *        compensacion; un codigo repetido para la misma
      *        tarjeta se rechaza para no retener dos veces.
               OPEN I-O ARCHIVO-RETENCIONES-POS
               IF WS-STATUS-RETENCIONES-POS = "35"
                   OPEN OUTPUT ARCHIVO-RETENCIONES-POS
                   CLOSE ARCHIVO-RETENCIONES-POS
                   OPEN I-O ARCHIVO-RETENCIONES-POS
               END-IF
               MOVE APO-NUM-TARJETA TO RPO-NUM-TARJETA
               MOVE APO-COD-AUTORIZACION TO RPO-COD-AUTORIZACION
               MOVE WS-RUT-TITULAR TO RPO-RUT
               MOVE WS-CUENTA-TITULAR TO RPO-NUM-CUENTA
               MOVE APO-COMERCIO TO RPO-COMERCIO
               MOVE APO-MONTO TO RPO-MONTO
               MOVE WS-FECHA-HOY TO RPO-FECHA-AUTORIZACION
               MOVE 0 TO RPO-MONTO-LIQUIDADO
               MOVE 0 TO RPO-FECHA-LIQUIDACION
               MOVE "PEN" TO RPO-ESTADO
               WRITE RETENCION-POS
                   INVALID KEY
                       MOVE "REC" TO WS-ESTADO-RSP
                       MOVE "AUTORIZACION DUPLICADA" TO WS-MOTIVO
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-APROBADAS
                       ADD APO-MONTO TO WS-MONTO-RETENIDO
               END-WRITE
               CLOSE ARCHIVO-RETENCIONES-POS.

            GRABAR-RESPUESTA.
               MOVE SPACES TO REGISTRO-RESPUESTA
               IF APO-NUM-TARJETA NUMERIC
                   MOVE APO-NUM-TARJETA TO RSP-NUM-TARJETA
               ELSE
                   MOVE 0 TO RSP-NUM-TARJETA
               END-IF
               MOVE APO-COD-AUTORIZACION TO RSP-COD-AUTORIZACION
               IF APO-MONTO NUMERIC
                   MOVE APO-MONTO TO RSP-MONTO
               ELSE
                   MOVE 0 TO RSP-MONTO
               END-IF
               MOVE WS-ESTADO-RSP TO RSP-ESTADO
               IF WS-ESTADO-RSP = "APR"
                   MOVE "APROBADA" TO RSP-MOTIVO
               ELSE
                   MOVE WS-MOTIVO TO RSP-MOTIVO
                   ADD 1 TO WS-TOTAL-RECHAZADAS
                   DISPLAY
                       "RECHAZADA " RSP-NUM-TARJETA " AUT "
                       APO-COD-AUTORIZACION ": " WS-MOTIVO
               END-IF
               WRITE REGISTRO-RESPUESTA.
       END PROGRAM AUTORIZAR-COMPRAS-POS.
