      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Batch de conservacion de datos personales: busca en
      *          clientes.txt los RUT sin ningun producto abierto
      *          (cuentas como titular o secundario, prestamos con
      *          saldo, depositos a plazo vigentes, tarjeta de
      *          credito no cancelada o con deuda, castigos con
      *          saldo por recuperar, cajas de seguridad arrendadas
      *          o sin liberar como titular o cotitular) cuya ultima
      *          actividad supera el plazo legal de conservacion, y
      *          los anonimiza: los movimientos, prestamos, cuotas,
      *          plazos, castigos y tarjeta quedan intactos bajo un
      *          seudonimo, y los memos de ejecutivos quedan bajo el
      *          seudonimo con su texto libre en blanco; la agenda,
      *          beneficiarios, scores, ofertas, segmento, puntos,
      *          consentimientos de finanzas abiertas, migraciones
      *          de producto, fe de vida y representantes se
      *          eliminan; la ficha
      *          del cliente queda bajo el seudonimo con los datos
      *          personales y el perfil KYC en blanco; y los
      *          comprobantes (recibos.txt y recibos_indexados.txt)
      *          y los respaldos diarios cuentas-AAAAMMDD.txt pierden
      *          el RUT, la clave y la respuesta de seguridad. Lo
      *          purgado queda en certificado_purga_AAAAMMDD.txt
      *          para cumplimiento, sin el RUT original.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGAR-DATOS-PERSONALES.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Anonimizacion de clientes con plazo legal vencido.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CLIENTES.
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
           SELECT ARCHIVO-MOVIMIENTOS ASSIGN TO "movimientos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MOVIMIENTOS.
           SELECT ARCHIVO-PRESTAMOS ASSIGN TO "prestamos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRESTAMO-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PRESTAMOS.
           SELECT ARCHIVO-CUOTAS ASSIGN TO "cuotas_prestamo.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CUOTAS.
           SELECT ARCHIVO-PLAZOS ASSIGN TO "depositos_plazo.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPF-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PLAZOS.
           SELECT ARCHIVO-CASTIGOS
               ASSIGN TO "castigos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CASTIGOS.
           SELECT ARCHIVO-TARJETAS-CREDITO
               ASSIGN TO "tarjetas_credito.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCR-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARJETAS-CREDITO.
           SELECT ARCHIVO-AGENDA
               ASSIGN TO "agenda_destinatarios.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-AGENDA.
           SELECT ARCHIVO-BENEFICIARIOS
               ASSIGN TO "beneficiarios.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-BENEFICIARIOS.
           SELECT ARCHIVO-SCORES
               ASSIGN TO "scores.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCO-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SCORES.
           SELECT ARCHIVO-OFERTAS ASSIGN TO "ofertas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFE-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-OFERTAS.
           SELECT ARCHIVO-SEGMENTOS ASSIGN TO "segmentos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SEGMENTOS.
           SELECT ARCHIVO-PUNTOS ASSIGN TO "puntos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PUNTOS.
           SELECT ARCHIVO-MOVIMIENTOS-PUNTOS
               ASSIGN TO "puntos_movimientos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MOV-PUNTOS.
           SELECT ARCHIVO-CONSENT-DATOS
               ASSIGN TO "consentimientos_datos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSD-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CONSENT-DATOS.
           SELECT ARCHIVO-MIGRACIONES
               ASSIGN TO "migraciones_producto.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MGP-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MIGRACIONES.
           SELECT ARCHIVO-FE-VIDA
               ASSIGN TO "fe_vida.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEV-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-FE-VIDA.
           SELECT ARCHIVO-REPRESENTANTES
               ASSIGN TO "representantes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-NUM-TARJETA
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-REPRESENTANTES.
           SELECT ARCHIVO-CAJAS ASSIGN TO "cajas_seguridad.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CAJAS.
           SELECT ARCHIVO-MEMOS ASSIGN TO "memos_clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEM-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MEMOS.
           SELECT ARCHIVO-RECIBOS-IDX
               ASSIGN TO "recibos_indexados.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RECIBOS-IDX.
           SELECT OPTIONAL ARCHIVO-RECIBO ASSIGN TO "recibos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RECIBO.
           SELECT OPTIONAL ARCHIVO-RESPALDO
               ASSIGN TO WS-NOMBRE-RESPALDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESPALDO.
           SELECT ARCHIVO-TRABAJO ASSIGN TO "purga_trabajo.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-CERTIFICADO ASSIGN TO WS-NOMBRE-CERTIFICADO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-MOVIMIENTOS.
           COPY "MOVIMIENTO.CPY".
       FD ARCHIVO-PRESTAMOS.
           COPY "PRESTAMO.CPY".
       FD ARCHIVO-CUOTAS.
           COPY "CUOTA-PRESTAMO.CPY".
       FD ARCHIVO-PLAZOS.
           COPY "DEPOSITO-PLAZO.CPY".
       FD ARCHIVO-CASTIGOS.
           COPY "CASTIGO.CPY".
       FD ARCHIVO-TARJETAS-CREDITO.
           COPY "TARJETA-CREDITO.CPY".
       FD ARCHIVO-AGENDA.
           COPY "AGENDA.CPY".
       FD ARCHIVO-BENEFICIARIOS.
           COPY "BENEFICIARIO.CPY".
       FD ARCHIVO-SCORES.
           COPY "SCORE.CPY".
       FD ARCHIVO-OFERTAS.
           COPY "OFERTA.CPY".
       FD ARCHIVO-SEGMENTOS.
           COPY "SEGMENTO.CPY".
       FD ARCHIVO-PUNTOS.
           COPY "PUNTOS.CPY".
       FD ARCHIVO-MOVIMIENTOS-PUNTOS.
           COPY "MOVIMIENTO-PUNTOS.CPY".
       FD ARCHIVO-CONSENT-DATOS.
           COPY "CONSENTIMIENTO-DATOS.CPY".
       FD ARCHIVO-MIGRACIONES.
           COPY "MIGRACION-PRODUCTO.CPY".
       FD ARCHIVO-FE-VIDA.
           COPY "FE-VIDA.CPY".
       FD ARCHIVO-REPRESENTANTES.
           COPY "REPRESENTANTE.CPY".
       FD ARCHIVO-CAJAS.
           COPY "CAJA-SEGURIDAD.CPY".
       FD ARCHIVO-MEMOS.
           COPY "MEMO-CLIENTE.CPY".
       FD ARCHIVO-RECIBOS-IDX.
           COPY "RECIBO.CPY".
       FD ARCHIVO-RECIBO.
       01 REGISTRO-RECIBO.
          05 RCB-ETIQUETA PIC X(5).
          05 RCB-RUT PIC X(10).
          05 RCB-RESTO PIC X(65).
      *    Mismo layout que deja ROTAR-CUENTAS en cada respaldo.
       FD ARCHIVO-RESPALDO.
       01 REGISTRO-RESPALDO.
          05 RESP-RUT PIC X(10).
          05 RESP-NUM-CUENTA PIC 9(3).
          05 RESP-CLAVE PIC 9(8).
          05 RESP-SALDO PIC S9(8).
          05 RESP-INTENTOS-FALLIDOS PIC 9(1).
          05 RESP-CUENTA-BLOQUEADA PIC X(1).
          05 RESP-LIMITE-GIRO-DIARIO PIC 9(8).
          05 RESP-FECHA-ULTIMO-GIRO PIC 9(8).
          05 RESP-MONTO-GIRADO-HOY PIC 9(8).
          05 RESP-LIMITE-SOBREGIRO PIC 9(8).
          05 RESP-MONEDA-CUENTA PIC X(3).
          05 RESP-FECHA-ULTIMA-ACTIVIDAD PIC 9(8).
          05 RESP-NUM-TARJETA PIC 9(16).
          05 RESP-OTP-ACTIVADO PIC X(1).
          05 RESP-PREGUNTA-SEGURIDAD-COD PIC 9(1).
          05 RESP-RESPUESTA-SEGURIDAD PIC X(20).
          05 RESP-RUT-SECUNDARIO PIC X(10).
          05 RESP-CLAVE-SECUNDARIA PIC 9(8).
          05 RESP-ES-SUPERVISOR PIC X(1).
          05 RESP-ESTADO-NO-RECLAMADO PIC X(1).
          05 RESP-FECHA-AVISO-NR PIC 9(8).
       FD ARCHIVO-TRABAJO.
       01 REGISTRO-TRABAJO PIC X(150).
       FD ARCHIVO-CERTIFICADO.
       01 REGISTRO-CERTIFICADO PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-STATUS-CUENTAS PIC X(2) VALUE "00".
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
       77 WS-STATUS-PRESTAMOS PIC X(2) VALUE "00".
       77 WS-STATUS-CUOTAS PIC X(2) VALUE "00".
       77 WS-STATUS-PLAZOS PIC X(2) VALUE "00".
       77 WS-STATUS-CASTIGOS PIC X(2) VALUE "00".
       77 WS-STATUS-TARJETAS-CREDITO PIC X(2) VALUE "00".
       77 WS-STATUS-CAJAS PIC X(2) VALUE "00".
       77 WS-STATUS-MEMOS PIC X(2) VALUE "00".
       77 WS-STATUS-AGENDA PIC X(2) VALUE "00".
       77 WS-STATUS-BENEFICIARIOS PIC X(2) VALUE "00".
       77 WS-STATUS-SCORES PIC X(2) VALUE "00".
       77 WS-STATUS-OFERTAS PIC X(2) VALUE "00".
       77 WS-STATUS-SEGMENTOS PIC X(2) VALUE "00".
       77 WS-STATUS-PUNTOS PIC X(2) VALUE "00".
       77 WS-STATUS-MOV-PUNTOS PIC X(2) VALUE "00".
       77 WS-STATUS-CONSENT-DATOS PIC X(2) VALUE "00".
       77 WS-STATUS-MIGRACIONES PIC X(2) VALUE "00".
       77 WS-STATUS-FE-VIDA PIC X(2) VALUE "00".
       77 WS-STATUS-REPRESENTANTES PIC X(2) VALUE "00".
       77 WS-STATUS-RECIBOS-IDX PIC X(2) VALUE "00".
       77 WS-STATUS-RECIBO PIC X(2) VALUE "00".
       77 WS-STATUS-RESPALDO PIC X(2) VALUE "00".
       77 WS-NOMBRE-RESPALDO PIC X(30).
       77 WS-NOMBRE-CERTIFICADO PIC X(40).
       77 WS-EOF PIC X VALUE 'N'.
           88 WS-FIN-ARCHIVO VALUE 'S'.
       77 WS-CLIENTES-EOF PIC X VALUE 'N'.
           88 WS-CLIENTES-FIN-ARCHIVO VALUE 'S'.
       77 WS-MIGRACION-LISTA PIC X VALUE 'N'.
           88 MIGRACION-ARCHIVO-LISTA VALUE 'S'.
      *    Plazo legal de conservacion de los datos del cliente,
      *    contado desde su ultima actividad con el banco.
       77 WS-ANIOS-RETENCION PIC 9(2) VALUE 6.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHA-LIMITE PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).
      *    Evaluacion del cliente en curso.
       77 WS-RUT-EVALUADO PIC X(10).
       77 WS-PRODUCTO-ABIERTO PIC X VALUE 'N'.
           88 CLIENTE-CON-PRODUCTO VALUE 'S'.
       77 WS-FECHA-INICIO-RELACION PIC 9(8).
       77 WS-FECHA-TERMINO-RELACION PIC 9(8).
       77 WS-FECHA-EVENTO PIC 9(8).
       01 WS-FECHA-MOVIMIENTO.
           05 WS-FMO-ANIO PIC X(4).
           05 WS-FMO-MES PIC X(2).
           05 WS-FMO-DIA PIC X(2).
      *    Seudonimo: Z + AAMMDD de la corrida + correlativo. Nunca
      *    coincide con un RUT real, que no parte con letra.
       01 WS-PREFIJO-SEUDONIMO.
           05 FILLER PIC X VALUE "Z".
           05 WS-PSE-FECHA PIC 9(6).
       01 WS-SEUDONIMO.
           05 WS-SEU-PREFIJO PIC X(7).
           05 WS-SEU-CORRELATIVO PIC 9(3).
       77 WS-ULTIMO-CORRELATIVO PIC 9(3) VALUE 0.
      *    Clientes seleccionados en esta corrida.
       01 WS-TABLA-PURGA.
           05 WS-PUR-ENTRY OCCURS 999 TIMES.
               10 WS-PUR-RUT PIC X(10).
               10 WS-PUR-SEUDONIMO PIC X(10).
               10 WS-PUR-FECHA-TERMINO PIC 9(8).
       77 WS-PUR-CANTIDAD PIC 9(4) COMP VALUE 0.
       77 WS-PUR-INDICE PIC 9(4) COMP.
       77 WS-PUR-ACTUAL PIC 9(4) COMP.
       77 WS-PUR-POSTERGADOS PIC 9(6) COMP VALUE 0.
       77 WS-RUT-BUSCADO PIC X(10).
       77 WS-RUT-ANTIGUO PIC X(10).
       77 WS-RUT-NUEVO PIC X(10).
      *    Rango de respaldos diarios que pueden contener cuentas de
      *    los clientes seleccionados.
       77 WS-FECHA-PRIMER-RESPALDO PIC 9(8) VALUE 99999999.
       77 WS-FECHA-ULTIMO-RESPALDO PIC 9(8) VALUE 0.
       77 WS-ENTERO-RESPALDO PIC S9(9) COMP.
       77 WS-ENTERO-ULTIMO PIC S9(9) COMP.
       77 WS-FECHA-RESPALDO PIC 9(8).
       77 WS-CONTADOR-ARCHIVO PIC 9(6) VALUE 0.
       77 WS-CAMBIOS-ARCHIVO PIC 9(6) VALUE 0.
       77 WS-TOTAL-CLIENTES PIC 9(6) VALUE 0.
       77 WS-TOTAL-SEUDONIMIZADOS PIC 9(8) VALUE 0.
       77 WS-TOTAL-ELIMINADOS PIC 9(8) VALUE 0.
       77 WS-NOMBRE-ARCHIVO-CERT PIC X(30).
       77 WS-ACCION-CERT PIC X(14).
       77 WS-LINEA-CERTIFICADO PIC X(100).

       PROCEDURE DIVISION.
            DISPLAY "------- PURGA DE DATOS PERSONALES -------".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.
            COMPUTE WS-FECHA-LIMITE =
                WS-FECHA-HOY - (WS-ANIOS-RETENCION * 10000).
            MOVE WS-FECHAYHORA(3:6) TO WS-PSE-FECHA.
            MOVE WS-PREFIJO-SEUDONIMO TO WS-SEU-PREFIJO.

            PERFORM SELECCIONAR-CLIENTES.

            IF WS-PUR-CANTIDAD = 0
                DISPLAY "NO HAY CLIENTES CON PLAZO DE CONSERVACION "
                    "VENCIDO"
                STOP RUN
            END-IF.

            MOVE SPACES TO WS-NOMBRE-CERTIFICADO.
            STRING
                "certificado_purga_" DELIMITED BY SIZE
                WS-FECHA-HOY DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
                INTO WS-NOMBRE-CERTIFICADO
            END-STRING.
            OPEN OUTPUT ARCHIVO-CERTIFICADO.
            PERFORM ENCABEZAR-CERTIFICADO.

            PERFORM VARYING WS-PUR-INDICE FROM 1 BY 1
                    UNTIL WS-PUR-INDICE > WS-PUR-CANTIDAD
                PERFORM PURGAR-UN-CLIENTE
            END-PERFORM.

            PERFORM LIMPIAR-RECIBOS-INDEXADOS.
            PERFORM LIMPIAR-RECIBOS-IMPRESOS.
            PERFORM LIMPIAR-RESPALDOS.

            PERFORM CERRAR-CERTIFICADO.
            CLOSE ARCHIVO-CERTIFICADO.

            DISPLAY "CLIENTES ANONIMIZADOS: " WS-PUR-CANTIDAD.
            DISPLAY "REGISTROS BAJO SEUDONIMO: "
                WS-TOTAL-SEUDONIMIZADOS.
            DISPLAY "REGISTROS ELIMINADOS: " WS-TOTAL-ELIMINADOS.
            IF WS-PUR-POSTERGADOS > 0
                DISPLAY "*** " WS-PUR-POSTERGADOS
                    " CLIENTES QUEDAN PARA LA PROXIMA CORRIDA ***"
            END-IF.
            DISPLAY "CERTIFICADO: " WS-NOMBRE-CERTIFICADO.

            STOP RUN.

            SELECCIONAR-CLIENTES.
      *        Primera pasada, solo lectura: arma la lista de clientes
      *        a purgar. El maestro no se toca hasta tener la lista
      *        completa, porque la purga le cambia la clave.
               OPEN INPUT ARCHIVO-CLIENTES
               IF WS-STATUS-CLIENTES = "35"
                   DISPLAY "NO EXISTE MAESTRO DE CLIENTES"
                   STOP RUN
               END-IF
               OPEN INPUT ARCHIVO-CUENTAS
               OPEN INPUT ARCHIVO-MOVIMIENTOS
               OPEN INPUT ARCHIVO-PRESTAMOS
               OPEN INPUT ARCHIVO-CUOTAS
               OPEN INPUT ARCHIVO-PLAZOS
               OPEN INPUT ARCHIVO-CASTIGOS
               OPEN INPUT ARCHIVO-TARJETAS-CREDITO
               OPEN INPUT ARCHIVO-CAJAS

               MOVE 'N' TO WS-CLIENTES-EOF
               PERFORM UNTIL WS-CLIENTES-FIN-ARCHIVO
                   READ ARCHIVO-CLIENTES NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-CLIENTES-EOF
                   END-READ
                   IF NOT WS-CLIENTES-FIN-ARCHIVO
                       IF CLI-RUT(1:7) = WS-PREFIJO-SEUDONIMO
                          AND CLI-RUT(8:3) NUMERIC
                          AND CLI-RUT(8:3) > WS-ULTIMO-CORRELATIVO
                           MOVE CLI-RUT(8:3) TO WS-ULTIMO-CORRELATIVO
                       END-IF
                       IF CLI-FECHA-ANONIMIZACION NOT NUMERIC
                          OR CLIENTE-SIN-ANONIMIZAR
                           PERFORM EVALUAR-CLIENTE
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-STATUS-CAJAS NOT = "35"
                   CLOSE ARCHIVO-CAJAS
               END-IF
               IF WS-STATUS-TARJETAS-CREDITO NOT = "35"
                   CLOSE ARCHIVO-TARJETAS-CREDITO
               END-IF
               IF WS-STATUS-CASTIGOS NOT = "35"
                   CLOSE ARCHIVO-CASTIGOS
               END-IF
               IF WS-STATUS-PLAZOS NOT = "35"
                   CLOSE ARCHIVO-PLAZOS
               END-IF
               IF WS-STATUS-CUOTAS NOT = "35"
                   CLOSE ARCHIVO-CUOTAS
               END-IF
               IF WS-STATUS-PRESTAMOS NOT = "35"
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF
               IF WS-STATUS-MOVIMIENTOS NOT = "35"
                   CLOSE ARCHIVO-MOVIMIENTOS
               END-IF
               IF WS-STATUS-CUENTAS NOT = "35"
                   CLOSE ARCHIVO-CUENTAS
               END-IF
               CLOSE ARCHIVO-CLIENTES

      *        Los correlativos de hoy siguen despues de los que ya
      *        hubiera entregado una corrida anterior del mismo dia;
      *        lo que no alcance a numerarse queda para manana.
               IF WS-ULTIMO-CORRELATIVO + WS-PUR-CANTIDAD > 999
                   COMPUTE WS-PUR-POSTERGADOS = WS-PUR-POSTERGADOS
                       + WS-PUR-CANTIDAD - (999 - WS-ULTIMO-CORRELATIVO)
                   COMPUTE WS-PUR-CANTIDAD = 999 - WS-ULTIMO-CORRELATIVO
               END-IF
               PERFORM VARYING WS-PUR-INDICE FROM 1 BY 1
                       UNTIL WS-PUR-INDICE > WS-PUR-CANTIDAD
                   COMPUTE WS-SEU-CORRELATIVO =
                       WS-ULTIMO-CORRELATIVO + WS-PUR-INDICE
                   MOVE WS-SEUDONIMO TO WS-PUR-SEUDONIMO(WS-PUR-INDICE)
               END-PERFORM.

            EVALUAR-CLIENTE.
      *        La relacion termina en la ultima fecha con rastro del
      *        cliente: su ultimo movimiento, el vencimiento de su
      *        ultima cuota o deposito, el castigo o la ultima
      *        facturacion de su tarjeta. Sin ningun rastro no hay
      *        desde donde contar el plazo y la ficha no se toca.
               MOVE CLI-RUT TO WS-RUT-EVALUADO
               MOVE 'N' TO WS-PRODUCTO-ABIERTO
               MOVE 0 TO WS-FECHA-TERMINO-RELACION
               MOVE 99999999 TO WS-FECHA-INICIO-RELACION

               PERFORM REVISAR-CUENTAS
               IF NOT CLIENTE-CON-PRODUCTO
                   PERFORM REVISAR-PRESTAMOS
               END-IF
               IF NOT CLIENTE-CON-PRODUCTO
                   PERFORM REVISAR-PLAZOS
               END-IF
               IF NOT CLIENTE-CON-PRODUCTO
                   PERFORM REVISAR-CASTIGOS
               END-IF
               IF NOT CLIENTE-CON-PRODUCTO
                   PERFORM REVISAR-TARJETA-CREDITO
               END-IF
               IF NOT CLIENTE-CON-PRODUCTO
                   PERFORM REVISAR-CAJAS-SEGURIDAD
               END-IF
               IF NOT CLIENTE-CON-PRODUCTO
                   PERFORM REVISAR-CUOTAS
                   PERFORM REVISAR-MOVIMIENTOS
               END-IF

               IF NOT CLIENTE-CON-PRODUCTO
                  AND WS-FECHA-TERMINO-RELACION > 0
                  AND WS-FECHA-TERMINO-RELACION < WS-FECHA-LIMITE
                   IF WS-PUR-CANTIDAD < 999
                       ADD 1 TO WS-PUR-CANTIDAD
                       MOVE WS-RUT-EVALUADO
                           TO WS-PUR-RUT(WS-PUR-CANTIDAD)
                       MOVE WS-FECHA-TERMINO-RELACION
                           TO WS-PUR-FECHA-TERMINO(WS-PUR-CANTIDAD)
                       IF WS-FECHA-INICIO-RELACION
                          < WS-FECHA-PRIMER-RESPALDO
                           MOVE WS-FECHA-INICIO-RELACION
                               TO WS-FECHA-PRIMER-RESPALDO
                       END-IF
                       IF WS-FECHA-TERMINO-RELACION
                          > WS-FECHA-ULTIMO-RESPALDO
                           MOVE WS-FECHA-TERMINO-RELACION
                               TO WS-FECHA-ULTIMO-RESPALDO
                       END-IF
                   ELSE
                       ADD 1 TO WS-PUR-POSTERGADOS
                   END-IF
               END-IF.

            REVISAR-CUENTAS.
      *        Una cuenta viva del RUT, como titular o como titular
      *        secundario de una cuenta conjunta.
               IF WS-STATUS-CUENTAS NOT = "35"
                   MOVE WS-RUT-EVALUADO TO RUT
                   MOVE 0 TO NUM-CUENTA
                   START ARCHIVO-CUENTAS
                       KEY IS NOT LESS THAN CUENTA-CLAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ ARCHIVO-CUENTAS NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF RUT = WS-RUT-EVALUADO
                                       MOVE 'S' TO WS-PRODUCTO-ABIERTO
                                   END-IF
                           END-READ
                   END-START
                   IF NOT CLIENTE-CON-PRODUCTO
                       MOVE WS-RUT-EVALUADO TO RUT-SECUNDARIO
                       READ ARCHIVO-CUENTAS KEY IS RUT-SECUNDARIO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'S' TO WS-PRODUCTO-ABIERTO
                       END-READ
                   END-IF
               END-IF.

            REVISAR-PRESTAMOS.
               IF WS-STATUS-PRESTAMOS NOT = "35"
                   MOVE 'N' TO WS-EOF
                   MOVE WS-RUT-EVALUADO TO PRESTAMO-RUT
                   MOVE 0 TO NUM-PRESTAMO
                   START ARCHIVO-PRESTAMOS
                       KEY IS NOT LESS THAN PRESTAMO-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-FIN-ARCHIVO
                       READ ARCHIVO-PRESTAMOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-EOF
                       END-READ
                       IF NOT WS-FIN-ARCHIVO
                           IF PRESTAMO-RUT NOT = WS-RUT-EVALUADO
                               MOVE 'S' TO WS-EOF
                           ELSE
                               IF SALDO-PRESTAMO > 0
                                   MOVE 'S' TO WS-PRODUCTO-ABIERTO
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF.

            REVISAR-PLAZOS.
               IF WS-STATUS-PLAZOS NOT = "35"
                   MOVE 'N' TO WS-EOF
                   MOVE WS-RUT-EVALUADO TO DPF-RUT
                   MOVE 0 TO DPF-NUMERO
                   START ARCHIVO-PLAZOS
                       KEY IS NOT LESS THAN DPF-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-FIN-ARCHIVO
                       READ ARCHIVO-PLAZOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-EOF
                       END-READ
                       IF NOT WS-FIN-ARCHIVO
                           IF DPF-RUT NOT = WS-RUT-EVALUADO
                               MOVE 'S' TO WS-EOF
                           ELSE
                               IF DPF-ESTA-VIGENTE
                                   MOVE 'S' TO WS-PRODUCTO-ABIERTO
                               END-IF
                               MOVE DPF-FECHA-APERTURA
                                   TO WS-FECHA-EVENTO
                               PERFORM CONSIDERAR-FECHA-EVENTO
                               MOVE DPF-FECHA-VENCIMIENTO
                                   TO WS-FECHA-EVENTO
                               PERFORM CONSIDERAR-FECHA-EVENTO
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF.

            REVISAR-CAJAS-SEGURIDAD.
      *        Una caja de seguridad arrendada, o en perforacion y
      *        todavia sin inventariar, del RUT como titular o
      *        cotitular es un producto abierto. El archivo no esta
      *        indexado por RUT, asi que se recorre completo.
               IF WS-STATUS-CAJAS NOT = "35"
                   MOVE 'N' TO WS-EOF
                   MOVE LOW-VALUES TO CSG-CLAVE
                   START ARCHIVO-CAJAS
                       KEY IS NOT LESS THAN CSG-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-FIN-ARCHIVO
                       READ ARCHIVO-CAJAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-EOF
                       END-READ
                       IF NOT WS-FIN-ARCHIVO
                          AND (CSG-ESTA-ARRENDADA
                           OR CSG-ESTA-EN-PERFORACION)
                          AND (CSG-RUT-TITULAR = WS-RUT-EVALUADO
                           OR CSG-RUT-COTITULAR-1 = WS-RUT-EVALUADO
                           OR CSG-RUT-COTITULAR-2 = WS-RUT-EVALUADO)
                           MOVE 'S' TO WS-PRODUCTO-ABIERTO
                           MOVE 'S' TO WS-EOF
                       END-IF
                   END-PERFORM
               END-IF.

            REVISAR-CASTIGOS.
      *        Un castigo con saldo por recuperar sigue en cobranza.
               IF WS-STATUS-CASTIGOS NOT = "35"
                   MOVE 'N' TO WS-EOF
                   MOVE WS-RUT-EVALUADO TO CAS-RUT
                   MOVE 0 TO CAS-NUM-PRESTAMO
                   START ARCHIVO-CASTIGOS
                       KEY IS NOT LESS THAN CAS-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-FIN-ARCHIVO
                       READ ARCHIVO-CASTIGOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-EOF
                       END-READ
                       IF NOT WS-FIN-ARCHIVO
                           IF CAS-RUT NOT = WS-RUT-EVALUADO
                               MOVE 'S' TO WS-EOF
                           ELSE
                               IF CAS-MONTO-RECUPERADO
                                  < CAS-MONTO-CASTIGADO
                                   MOVE 'S' TO WS-PRODUCTO-ABIERTO
                               END-IF
                               MOVE CAS-FECHA-CASTIGO
                                   TO WS-FECHA-EVENTO
                               PERFORM CONSIDERAR-FECHA-EVENTO
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF.

            REVISAR-TARJETA-CREDITO.
               IF WS-STATUS-TARJETAS-CREDITO NOT = "35"
                   MOVE WS-RUT-EVALUADO TO TCR-RUT
                   READ ARCHIVO-TARJETAS-CREDITO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT TCR-ESTA-CANCELADA
                              OR TCR-SALDO-FACTURADO > 0
                              OR TCR-SALDO-NO-FACTURADO > 0
                               MOVE 'S' TO WS-PRODUCTO-ABIERTO
                           END-IF
                           MOVE TCR-FECHA-APERTURA TO WS-FECHA-EVENTO
                           PERFORM CONSIDERAR-FECHA-EVENTO
                           MOVE TCR-FECHA-ULTIMA-FACTURACION
                               TO WS-FECHA-EVENTO
                           PERFORM CONSIDERAR-FECHA-EVENTO
                   END-READ
               END-IF.

            REVISAR-CUOTAS.
               IF WS-STATUS-CUOTAS NOT = "35"
                   MOVE 'N' TO WS-EOF
                   MOVE WS-RUT-EVALUADO TO CUO-RUT
                   MOVE 0 TO CUO-NUM-PRESTAMO
                   MOVE 0 TO CUO-NUM-CUOTA
                   START ARCHIVO-CUOTAS
                       KEY IS NOT LESS THAN CUO-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-FIN-ARCHIVO
                       READ ARCHIVO-CUOTAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-EOF
                       END-READ
                       IF NOT WS-FIN-ARCHIVO
                           IF CUO-RUT NOT = WS-RUT-EVALUADO
                               MOVE 'S' TO WS-EOF
                           ELSE
                               MOVE CUO-FECHA-VENCIMIENTO
                                   TO WS-FECHA-EVENTO
                               PERFORM CONSIDERAR-FECHA-EVENTO
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF.

            REVISAR-MOVIMIENTOS.
               IF WS-STATUS-MOVIMIENTOS NOT = "35"
                   MOVE 'N' TO WS-EOF
                   MOVE WS-RUT-EVALUADO TO MOV-RUT
                   MOVE 0 TO MOV-NUM-CUENTA
                   MOVE 0 TO MOV-NUM-SECUENCIA
                   START ARCHIVO-MOVIMIENTOS
                       KEY IS NOT LESS THAN MOV-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-FIN-ARCHIVO
                       READ ARCHIVO-MOVIMIENTOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-EOF
                       END-READ
                       IF NOT WS-FIN-ARCHIVO
                           IF MOV-RUT NOT = WS-RUT-EVALUADO
                               MOVE 'S' TO WS-EOF
                           ELSE
                               MOVE MOV-FECHAYHORA(1:4) TO WS-FMO-ANIO
                               MOVE MOV-FECHAYHORA(6:2) TO WS-FMO-MES
                               MOVE MOV-FECHAYHORA(9:2) TO WS-FMO-DIA
                               IF WS-FECHA-MOVIMIENTO NUMERIC
                                   MOVE WS-FECHA-MOVIMIENTO
                                       TO WS-FECHA-EVENTO
                                   PERFORM CONSIDERAR-FECHA-EVENTO
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF.

            CONSIDERAR-FECHA-EVENTO.
               IF WS-FECHA-EVENTO NUMERIC AND WS-FECHA-EVENTO > 0
                   IF WS-FECHA-EVENTO > WS-FECHA-TERMINO-RELACION
                       MOVE WS-FECHA-EVENTO
                           TO WS-FECHA-TERMINO-RELACION
                   END-IF
                   IF WS-FECHA-EVENTO < WS-FECHA-INICIO-RELACION
                       MOVE WS-FECHA-EVENTO
                           TO WS-FECHA-INICIO-RELACION
                   END-IF
               END-IF.

            PURGAR-UN-CLIENTE.
      *        Los productos cerrados conservan su historia completa
      *        bajo el seudonimo; lo que solo es dato personal se
      *        elimina.
               MOVE WS-PUR-RUT(WS-PUR-INDICE) TO WS-RUT-ANTIGUO
               MOVE WS-PUR-SEUDONIMO(WS-PUR-INDICE) TO WS-RUT-NUEVO

               MOVE SPACES TO WS-LINEA-CERTIFICADO
               STRING
                   "CLIENTE " DELIMITED BY SIZE
                   WS-RUT-NUEVO DELIMITED BY SIZE
                   " FIN DE RELACION " DELIMITED BY SIZE
                   WS-PUR-FECHA-TERMINO(WS-PUR-INDICE)
                       DELIMITED BY SIZE
                   INTO WS-LINEA-CERTIFICADO
               END-STRING
               WRITE REGISTRO-CERTIFICADO FROM WS-LINEA-CERTIFICADO

               MOVE "SEUDONIMIZADOS" TO WS-ACCION-CERT
               PERFORM SEUDONIMIZAR-MOVIMIENTOS
               PERFORM SEUDONIMIZAR-PRESTAMOS
               PERFORM SEUDONIMIZAR-CUOTAS
               PERFORM SEUDONIMIZAR-PLAZOS
               PERFORM SEUDONIMIZAR-CASTIGOS
               PERFORM SEUDONIMIZAR-TARJETA-CREDITO
               PERFORM SEUDONIMIZAR-MEMOS

               MOVE "ELIMINADOS" TO WS-ACCION-CERT
               PERFORM ELIMINAR-AGENDA
               PERFORM ELIMINAR-BENEFICIARIOS
               PERFORM ELIMINAR-SCORE
               PERFORM ELIMINAR-OFERTA
               PERFORM ELIMINAR-SEGMENTO
               PERFORM ELIMINAR-PUNTOS
               PERFORM ELIMINAR-MOVIMIENTOS-PUNTOS
               PERFORM ELIMINAR-CONSENT-DATOS
               PERFORM ELIMINAR-MIGRACIONES-PROD
               PERFORM ELIMINAR-FE-VIDA
               PERFORM ELIMINAR-REPRESENTANTES

               MOVE "ANONIMIZADOS" TO WS-ACCION-CERT
               PERFORM ANONIMIZAR-FICHA
               ADD 1 TO WS-TOTAL-CLIENTES.

            SEUDONIMIZAR-MOVIMIENTOS.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-MOVIMIENTOS
               IF WS-STATUS-MOVIMIENTOS = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       MOVE WS-RUT-ANTIGUO TO MOV-RUT
                       MOVE 0 TO MOV-NUM-CUENTA
                       MOVE 0 TO MOV-NUM-SECUENCIA
                       START ARCHIVO-MOVIMIENTOS
                           KEY IS NOT LESS THAN MOV-CLAVE
                           INVALID KEY
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-START
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           READ ARCHIVO-MOVIMIENTOS NEXT RECORD
                               AT END
                                   MOVE 'S' TO WS-MIGRACION-LISTA
                           END-READ
                       END-IF
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           IF MOV-RUT NOT = WS-RUT-ANTIGUO
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           ELSE
                               DELETE ARCHIVO-MOVIMIENTOS RECORD
                               MOVE WS-RUT-NUEVO TO MOV-RUT
                               WRITE MOVIMIENTO
                                   INVALID KEY
                                       DISPLAY
                                           "COLISION DE CLAVE: "
                                           "REVISAR A MANO"
                               END-WRITE
                               ADD 1 TO WS-CONTADOR-ARCHIVO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-MOVIMIENTOS
               END-IF
               MOVE "MOVIMIENTOS" TO WS-NOMBRE-ARCHIVO-CERT
               PERFORM ANOTAR-CERTIFICADO.

            SEUDONIMIZAR-MEMOS.
      *        Los memos de ejecutivos quedan bajo el seudonimo con
      *        el texto libre en blanco: el texto lo escribe un
      *        ejecutivo y puede traer cualquier dato personal.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-MEMOS
               IF WS-STATUS-MEMOS = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       MOVE WS-RUT-ANTIGUO TO MEM-RUT
                       MOVE 0 TO MEM-NUMERO
                       START ARCHIVO-MEMOS
                           KEY IS NOT LESS THAN MEM-CLAVE
                           INVALID KEY
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-START
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           READ ARCHIVO-MEMOS NEXT RECORD
                               AT END
                                   MOVE 'S' TO WS-MIGRACION-LISTA
                           END-READ
                       END-IF
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           IF MEM-RUT NOT = WS-RUT-ANTIGUO
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           ELSE
                               DELETE ARCHIVO-MEMOS RECORD
                               MOVE WS-RUT-NUEVO TO MEM-RUT
                               MOVE SPACES TO MEM-TEXTO
                               WRITE MEMO-CLIENTE
                                   INVALID KEY
                                       DISPLAY
                                           "COLISION DE CLAVE: "
                                           "REVISAR A MANO"
                               END-WRITE
                               ADD 1 TO WS-CONTADOR-ARCHIVO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-MEMOS
               END-IF
               MOVE "MEMOS" TO WS-NOMBRE-ARCHIVO-CERT
               PERFORM ANOTAR-CERTIFICADO.

            SEUDONIMIZAR-PRESTAMOS.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-PRESTAMOS
               IF WS-STATUS-PRESTAMOS = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       MOVE WS-RUT-ANTIGUO TO PRESTAMO-RUT
                       MOVE 0 TO NUM-PRESTAMO
                       START ARCHIVO-PRESTAMOS
                           KEY IS NOT LESS THAN PRESTAMO-CLAVE
                           INVALID KEY
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-START
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           READ ARCHIVO-PRESTAMOS NEXT RECORD
                               AT END
                                   MOVE 'S' TO WS-MIGRACION-LISTA
                           END-READ
                       END-IF
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           IF PRESTAMO-RUT NOT = WS-RUT-ANTIGUO
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           ELSE
                               DELETE ARCHIVO-PRESTAMOS RECORD
                               MOVE WS-RUT-NUEVO TO PRESTAMO-RUT
                               WRITE PRESTAMO
                                   INVALID KEY
                                       DISPLAY
                                           "COLISION DE CLAVE: "
                                           "REVISAR A MANO"
                               END-WRITE
                               ADD 1 TO WS-CONTADOR-ARCHIVO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF
               MOVE "PRESTAMOS" TO WS-NOMBRE-ARCHIVO-CERT
               PERFORM ANOTAR-CERTIFICADO.

            SEUDONIMIZAR-CUOTAS.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-CUOTAS
               IF WS-STATUS-CUOTAS = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       MOVE WS-RUT-ANTIGUO TO CUO-RUT
                       MOVE 0 TO CUO-NUM-PRESTAMO
                       MOVE 0 TO CUO-NUM-CUOTA
                       START ARCHIVO-CUOTAS
                           KEY IS NOT LESS THAN CUO-CLAVE
                           INVALID KEY
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-START
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           READ ARCHIVO-CUOTAS NEXT RECORD
                               AT END
                                   MOVE 'S' TO WS-MIGRACION-LISTA
                           END-READ
                       END-IF
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           IF CUO-RUT NOT = WS-RUT-ANTIGUO
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           ELSE
                               DELETE ARCHIVO-CUOTAS RECORD
                               MOVE WS-RUT-NUEVO TO CUO-RUT
                               WRITE CUOTA-PRESTAMO
                                   INVALID KEY
                                       DISPLAY
                                           "COLISION DE CLAVE: "
                                           "REVISAR A MANO"
                               END-WRITE
                               ADD 1 TO WS-CONTADOR-ARCHIVO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-CUOTAS
               END-IF
               MOVE "CUOTAS" TO WS-NOMBRE-ARCHIVO-CERT
               PERFORM ANOTAR-CERTIFICADO.

            SEUDONIMIZAR-PLAZOS.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-PLAZOS
               IF WS-STATUS-PLAZOS = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       MOVE WS-RUT-ANTIGUO TO DPF-RUT
                       MOVE 0 TO DPF-NUMERO
                       START ARCHIVO-PLAZOS
                           KEY IS NOT LESS THAN DPF-CLAVE
                           INVALID KEY
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-START
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           READ ARCHIVO-PLAZOS NEXT RECORD
                               AT END
                                   MOVE 'S' TO WS-MIGRACION-LISTA
                           END-READ
                       END-IF
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           IF DPF-RUT NOT = WS-RUT-ANTIGUO
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           ELSE
                               DELETE ARCHIVO-PLAZOS RECORD
                               MOVE WS-RUT-NUEVO TO DPF-RUT
                               WRITE DEPOSITO-PLAZO
                                   INVALID KEY
                                       DISPLAY
                                           "COLISION DE CLAVE: "
                                           "REVISAR A MANO"
                               END-WRITE
                               ADD 1 TO WS-CONTADOR-ARCHIVO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-PLAZOS
               END-IF
               MOVE "DEPOSITOS A PLAZO" TO WS-NOMBRE-ARCHIVO-CERT
               PERFORM ANOTAR-CERTIFICADO.

            SEUDONIMIZAR-CASTIGOS.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-CASTIGOS
               IF WS-STATUS-CASTIGOS = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       MOVE WS-RUT-ANTIGUO TO CAS-RUT
                       MOVE 0 TO CAS-NUM-PRESTAMO
                       START ARCHIVO-CASTIGOS
                           KEY IS NOT LESS THAN CAS-CLAVE
                           INVALID KEY
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-START
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           READ ARCHIVO-CASTIGOS NEXT RECORD
                               AT END
                                   MOVE 'S' TO WS-MIGRACION-LISTA
                           END-READ
                       END-IF
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           IF CAS-RUT NOT = WS-RUT-ANTIGUO
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           ELSE
                               DELETE ARCHIVO-CASTIGOS RECORD
                               MOVE WS-RUT-NUEVO TO CAS-RUT
                               WRITE CASTIGO
                                   INVALID KEY
                                       DISPLAY
                                           "COLISION DE CLAVE: "
                                           "REVISAR A MANO"
                               END-WRITE
                               ADD 1 TO WS-CONTADOR-ARCHIVO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-CASTIGOS
               END-IF
               MOVE "CASTIGOS" TO WS-NOMBRE-ARCHIVO-CERT
               PERFORM ANOTAR-CERTIFICADO.

            SEUDONIMIZAR-TARJETA-CREDITO.
      *        Un solo registro por RUT.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-TARJETAS-CREDITO
               IF WS-STATUS-TARJETAS-CREDITO = "35"
                   CONTINUE
               ELSE
                   MOVE WS-RUT-ANTIGUO TO TCR-RUT
                   READ ARCHIVO-TARJETAS-CREDITO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE ARCHIVO-TARJETAS-CREDITO RECORD
                           MOVE WS-RUT-NUEVO TO TCR-RUT
                           WRITE TARJETA-CREDITO
                               INVALID KEY
                                   DISPLAY
                                       "COLISION DE CLAVE: "
                                       "REVISAR A MANO"
                           END-WRITE
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                   END-READ
                   CLOSE ARCHIVO-TARJETAS-CREDITO
               END-IF
               MOVE "TARJETA DE CREDITO" TO WS-NOMBRE-ARCHIVO-CERT
               PERFORM ANOTAR-CERTIFICADO.

            ELIMINAR-AGENDA.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-AGENDA
               IF WS-STATUS-AGENDA = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       MOVE WS-RUT-ANTIGUO TO AGE-RUT-TITULAR
                       MOVE LOW-VALUES TO AGE-ALIAS
                       START ARCHIVO-AGENDA
                           KEY IS NOT LESS THAN AGE-CLAVE
                           INVALID KEY
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-START
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           READ ARCHIVO-AGENDA NEXT RECORD
                               AT END
                                   MOVE 'S' TO WS-MIGRACION-LISTA
                           END-READ
                       END-IF
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           IF AGE-RUT-TITULAR NOT = WS-RUT-ANTIGUO
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           ELSE
                               DELETE ARCHIVO-AGENDA RECORD
                               ADD 1 TO WS-CONTADOR-ARCHIVO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-AGENDA
               END-IF
               MOVE "AGENDA" TO WS-NOMBRE-ARCHIVO-CERT
               PERFORM ANOTAR-CERTIFICADO.

            ELIMINAR-BENEFICIARIOS.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-BENEFICIARIOS
               IF WS-STATUS-BENEFICIARIOS = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       MOVE WS-RUT-ANTIGUO TO BEN-RUT-TITULAR
                       MOVE 0 TO BEN-NUMERO
                       START ARCHIVO-BENEFICIARIOS
                           KEY IS NOT LESS THAN BEN-CLAVE
                           INVALID KEY
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-START
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           READ ARCHIVO-BENEFICIARIOS NEXT RECORD
                               AT END
                                   MOVE 'S' TO WS-MIGRACION-LISTA
                           END-READ
                       END-IF
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           IF BEN-RUT-TITULAR NOT = WS-RUT-ANTIGUO
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           ELSE
                               DELETE ARCHIVO-BENEFICIARIOS RECORD
                               ADD 1 TO WS-CONTADOR-ARCHIVO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-BENEFICIARIOS
               END-IF
               MOVE "BENEFICIARIOS" TO WS-NOMBRE-ARCHIVO-CERT
               PERFORM ANOTAR-CERTIFICADO.

            ELIMINAR-SCORE.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-SCORES
               IF WS-STATUS-SCORES = "35"
                   CONTINUE
               ELSE
                   MOVE WS-RUT-ANTIGUO TO SCO-RUT
                   READ ARCHIVO-SCORES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE ARCHIVO-SCORES RECORD
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                   END-READ
                   CLOSE ARCHIVO-SCORES
               END-IF
               MOVE "SCORES" TO WS-NOMBRE-ARCHIVO-CERT
               PERFORM ANOTAR-CERTIFICADO.

            ELIMINAR-OFERTA.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-OFERTAS
               IF WS-STATUS-OFERTAS = "35"
                   CONTINUE
               ELSE
                   MOVE WS-RUT-ANTIGUO TO OFE-RUT
                   READ ARCHIVO-OFERTAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE ARCHIVO-OFERTAS RECORD
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                   END-READ
                   CLOSE ARCHIVO-OFERTAS
               END-IF
               MOVE "OFERTAS" TO WS-NOMBRE-ARCHIVO-CERT
               PERFORM ANOTAR-CERTIFICADO.

            ELIMINAR-SEGMENTO.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-SEGMENTOS
               IF WS-STATUS-SEGMENTOS = "35"
                   CONTINUE
               ELSE
                   MOVE WS-RUT-ANTIGUO TO SEG-RUT
                   READ ARCHIVO-SEGMENTOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE ARCHIVO-SEGMENTOS RECORD
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                   END-READ
                   CLOSE ARCHIVO-SEGMENTOS
               END-IF
               MOVE "SEGMENTOS" TO WS-NOMBRE-ARCHIVO-CERT
               PERFORM ANOTAR-CERTIFICADO.

            ELIMINAR-PUNTOS.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-PUNTOS
               IF WS-STATUS-PUNTOS = "35"
                   CONTINUE
               ELSE
                   MOVE WS-RUT-ANTIGUO TO PTS-RUT
                   READ ARCHIVO-PUNTOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE ARCHIVO-PUNTOS RECORD
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                   END-READ
                   CLOSE ARCHIVO-PUNTOS
               END-IF
               MOVE "PUNTOS" TO WS-NOMBRE-ARCHIVO-CERT
               PERFORM ANOTAR-CERTIFICADO.

            ELIMINAR-MOVIMIENTOS-PUNTOS.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-MOVIMIENTOS-PUNTOS
               IF WS-STATUS-MOV-PUNTOS = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       MOVE WS-RUT-ANTIGUO TO PTM-RUT
                       MOVE 0 TO PTM-FECHA
                       MOVE 0 TO PTM-SECUENCIA
                       START ARCHIVO-MOVIMIENTOS-PUNTOS
                           KEY IS NOT LESS THAN PTM-CLAVE
                           INVALID KEY
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-START
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           READ ARCHIVO-MOVIMIENTOS-PUNTOS NEXT RECORD
                               AT END
                                   MOVE 'S' TO WS-MIGRACION-LISTA
                           END-READ
                       END-IF
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           IF PTM-RUT NOT = WS-RUT-ANTIGUO
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           ELSE
                               DELETE ARCHIVO-MOVIMIENTOS-PUNTOS RECORD
                               ADD 1 TO WS-CONTADOR-ARCHIVO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-MOVIMIENTOS-PUNTOS
               END-IF
               MOVE "MOVIMIENTOS-PUNTOS" TO WS-NOMBRE-ARCHIVO-CERT
               PERFORM ANOTAR-CERTIFICADO.

            ELIMINAR-CONSENT-DATOS.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-CONSENT-DATOS
               IF WS-STATUS-CONSENT-DATOS = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       MOVE WS-RUT-ANTIGUO TO CSD-RUT
                       MOVE LOW-VALUES TO CSD-PROVEEDOR
                       MOVE 0 TO CSD-NUM-CUENTA
                       START ARCHIVO-CONSENT-DATOS
                           KEY IS NOT LESS THAN CSD-CLAVE
                           INVALID KEY
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-START
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           READ ARCHIVO-CONSENT-DATOS NEXT RECORD
                               AT END
                                   MOVE 'S' TO WS-MIGRACION-LISTA
                           END-READ
                       END-IF
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           IF CSD-RUT NOT = WS-RUT-ANTIGUO
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           ELSE
                               DELETE ARCHIVO-CONSENT-DATOS RECORD
                               ADD 1 TO WS-CONTADOR-ARCHIVO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-CONSENT-DATOS
               END-IF
               MOVE "CONSENTIMIENTOS-DATOS" TO WS-NOMBRE-ARCHIVO-CERT
               PERFORM ANOTAR-CERTIFICADO.

            ELIMINAR-MIGRACIONES-PROD.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-MIGRACIONES
               IF WS-STATUS-MIGRACIONES = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       MOVE WS-RUT-ANTIGUO TO MGP-RUT
                       MOVE 0 TO MGP-NUM-CUENTA
                       START ARCHIVO-MIGRACIONES
                           KEY IS NOT LESS THAN MGP-CLAVE
                           INVALID KEY
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-START
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           READ ARCHIVO-MIGRACIONES NEXT RECORD
                               AT END
                                   MOVE 'S' TO WS-MIGRACION-LISTA
                           END-READ
                       END-IF
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           IF MGP-RUT NOT = WS-RUT-ANTIGUO
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           ELSE
                               DELETE ARCHIVO-MIGRACIONES RECORD
                               ADD 1 TO WS-CONTADOR-ARCHIVO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-MIGRACIONES
               END-IF
               MOVE "MIGRACIONES-PRODUCTO" TO WS-NOMBRE-ARCHIVO-CERT
               PERFORM ANOTAR-CERTIFICADO.

            ELIMINAR-FE-VIDA.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-FE-VIDA
               IF WS-STATUS-FE-VIDA = "35"
                   CONTINUE
               ELSE
                   MOVE WS-RUT-ANTIGUO TO FEV-RUT
                   READ ARCHIVO-FE-VIDA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE ARCHIVO-FE-VIDA RECORD
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                   END-READ
                   CLOSE ARCHIVO-FE-VIDA
               END-IF
               MOVE "FE DE VIDA" TO WS-NOMBRE-ARCHIVO-CERT
               PERFORM ANOTAR-CERTIFICADO.

            ELIMINAR-REPRESENTANTES.
      *        Los apoderados de una empresa que ya no es cliente.
      *        El RUT figura fuera de la clave: se recorre completo.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-REPRESENTANTES
               IF WS-STATUS-REPRESENTANTES = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       READ ARCHIVO-REPRESENTANTES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-READ
                       IF NOT MIGRACION-ARCHIVO-LISTA
                          AND REP-RUT-EMPRESA = WS-RUT-ANTIGUO
                           DELETE ARCHIVO-REPRESENTANTES RECORD
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-REPRESENTANTES
               END-IF
               MOVE "REPRESENTANTES" TO WS-NOMBRE-ARCHIVO-CERT
               PERFORM ANOTAR-CERTIFICADO.

            ANONIMIZAR-FICHA.
      *        La ficha queda bajo el seudonimo, sin nombre, contacto
      *        ni perfil KYC; solo sobreviven el tipo de persona y la
      *        marca de defuncion, que no identifican a nadie.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-CLIENTES
               MOVE WS-RUT-ANTIGUO TO CLI-RUT
               READ ARCHIVO-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE ARCHIVO-CLIENTES RECORD
                       MOVE WS-RUT-NUEVO TO CLI-RUT
                       MOVE SPACES TO CLI-NOMBRE
                       MOVE SPACES TO CLI-DIRECCION
                       MOVE SPACES TO CLI-COMUNA
                       MOVE SPACES TO CLI-TELEFONO
                       MOVE SPACES TO CLI-EMAIL
                       MOVE "CAR" TO CLI-CANAL-PREFERIDO
                       MOVE SPACES TO CLI-OCUPACION
                       MOVE SPACES TO CLI-ORIGEN-FONDOS
                       MOVE 'N' TO CLI-MARCA-PEP
                       MOVE 0 TO CLI-FECHA-REVISION-KYC
                       MOVE 'N' TO CLI-PUB-SMS CLI-PUB-EML
                           CLI-PUB-CAR CLI-PUB-CAJ
                       MOVE 0 TO CLI-PUB-SMS-FECHA CLI-PUB-EML-FECHA
                           CLI-PUB-CAR-FECHA CLI-PUB-CAJ-FECHA
                       MOVE SPACES TO CLI-PUB-SMS-ORIGEN
                           CLI-PUB-EML-ORIGEN CLI-PUB-CAR-ORIGEN
                           CLI-PUB-CAJ-ORIGEN
                       MOVE 0 TO CLI-FECHA-NACIMIENTO
                       MOVE SPACES TO CLI-EJECUTIVO-RUT
                       MOVE 0 TO CLI-FECHA-ASIGNACION
                       MOVE 'N' TO CLI-DIRECCION-INVALIDA
                           CLI-TELEFONO-INVALIDO CLI-EMAIL-INVALIDO
                       MOVE 0 TO CLI-FECHA-DIRECCION-INV
                           CLI-FECHA-TELEFONO-INV CLI-FECHA-EMAIL-INV
                       MOVE 0 TO CLI-FECHA-CAMBIO-SEG
                           CLI-HORA-CAMBIO-SEG
                       MOVE SPACES TO CLI-TIPO-CAMBIO-SEG
                           CLI-TELEFONO-ANTERIOR CLI-EMAIL-ANTERIOR
                       INITIALIZE CLI-RESIDENCIA-FISCAL
                       MOVE 'N' TO CLI-US-PERSON
                       MOVE WS-FECHA-HOY TO CLI-FECHA-ANONIMIZACION
                       WRITE CLIENTE
                           INVALID KEY
                               DISPLAY
                                   "COLISION DE CLAVE: "
                                   "REVISAR A MANO"
                       END-WRITE
                       ADD 1 TO WS-CONTADOR-ARCHIVO
               END-READ
               CLOSE ARCHIVO-CLIENTES
               MOVE "CLIENTES" TO WS-NOMBRE-ARCHIVO-CERT
               PERFORM ANOTAR-CERTIFICADO.

            BUSCAR-PURGADO.
               MOVE 0 TO WS-PUR-ACTUAL
               PERFORM VARYING WS-PUR-INDICE FROM 1 BY 1
                       UNTIL WS-PUR-INDICE > WS-PUR-CANTIDAD
                   IF WS-PUR-RUT(WS-PUR-INDICE) = WS-RUT-BUSCADO
                       MOVE WS-PUR-INDICE TO WS-PUR-ACTUAL
                       MOVE WS-PUR-CANTIDAD TO WS-PUR-INDICE
                   END-IF
               END-PERFORM.

            LIMPIAR-RECIBOS-INDEXADOS.
      *        Los comprobantes recuperables siguen existiendo para
      *        la historia, pero bajo el seudonimo.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-RECIBOS-IDX
               IF WS-STATUS-RECIBOS-IDX = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-FIN-ARCHIVO
                       READ ARCHIVO-RECIBOS-IDX NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-EOF
                       END-READ
                       IF NOT WS-FIN-ARCHIVO
                           MOVE REC-RUT TO WS-RUT-BUSCADO
                           PERFORM BUSCAR-PURGADO
                           IF WS-PUR-ACTUAL > 0
                               MOVE WS-PUR-SEUDONIMO(WS-PUR-ACTUAL)
                                   TO REC-RUT
                               REWRITE RECIBO-INDEXADO
                               ADD 1 TO WS-CONTADOR-ARCHIVO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-RECIBOS-IDX
               END-IF
               MOVE "SEUDONIMIZADOS" TO WS-ACCION-CERT
               MOVE "RECIBOS INDEXADOS" TO WS-NOMBRE-ARCHIVO-CERT
               MOVE SPACES TO WS-RUT-NUEVO
               PERFORM ANOTAR-CERTIFICADO.

            LIMPIAR-RECIBOS-IMPRESOS.
      *        recibos.txt es la copia de la impresora: cada
      *        comprobante lleva una linea "RUT: ". Se copia a un
      *        archivo de trabajo cambiando el RUT por el seudonimo y
      *        solo si hubo cambios se devuelve sobre el original.
               MOVE 0 TO WS-CAMBIOS-ARCHIVO
               OPEN INPUT ARCHIVO-RECIBO
               OPEN OUTPUT ARCHIVO-TRABAJO
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-RECIBO
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF RCB-ETIQUETA = "RUT: "
                               MOVE RCB-RUT TO WS-RUT-BUSCADO
                               PERFORM BUSCAR-PURGADO
                               IF WS-PUR-ACTUAL > 0
                                   MOVE WS-PUR-SEUDONIMO(WS-PUR-ACTUAL)
                                       TO RCB-RUT
                                   ADD 1 TO WS-CAMBIOS-ARCHIVO
                               END-IF
                           END-IF
                           WRITE REGISTRO-TRABAJO FROM REGISTRO-RECIBO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-TRABAJO
               CLOSE ARCHIVO-RECIBO

               IF WS-CAMBIOS-ARCHIVO > 0
                   OPEN INPUT ARCHIVO-TRABAJO
                   OPEN OUTPUT ARCHIVO-RECIBO
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-FIN-ARCHIVO
                       READ ARCHIVO-TRABAJO
                           AT END
                               MOVE 'S' TO WS-EOF
                           NOT AT END
                               WRITE REGISTRO-RECIBO
                                   FROM REGISTRO-TRABAJO
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-RECIBO
                   CLOSE ARCHIVO-TRABAJO
               END-IF
               MOVE WS-CAMBIOS-ARCHIVO TO WS-CONTADOR-ARCHIVO
               MOVE "RECIBOS IMPRESOS" TO WS-NOMBRE-ARCHIVO-CERT
               PERFORM ANOTAR-CERTIFICADO.

            LIMPIAR-RESPALDOS.
      *        Los respaldos cuentas-AAAAMMDD.txt de ROTAR-CUENTAS
      *        guardan la clave y la respuesta de seguridad de cada
      *        cuenta. Se revisan los de las fechas en que algun
      *        cliente purgado tuvo cuentas, hasta el dia siguiente
      *        a su ultima actividad; el que no existe se salta.
               IF WS-FECHA-ULTIMO-RESPALDO > 0
                   COMPUTE WS-ENTERO-RESPALDO = FUNCTION
                       INTEGER-OF-DATE(WS-FECHA-PRIMER-RESPALDO)
                   COMPUTE WS-ENTERO-ULTIMO = FUNCTION
                       INTEGER-OF-DATE(WS-FECHA-ULTIMO-RESPALDO) + 1
                   MOVE "RESPALDO LIMPIADO" TO WS-ACCION-CERT
                   MOVE SPACES TO WS-RUT-NUEVO
                   PERFORM UNTIL WS-ENTERO-RESPALDO > WS-ENTERO-ULTIMO
                       COMPUTE WS-FECHA-RESPALDO = FUNCTION
                           DATE-OF-INTEGER(WS-ENTERO-RESPALDO)
                       PERFORM LIMPIAR-UN-RESPALDO
                       ADD 1 TO WS-ENTERO-RESPALDO
                   END-PERFORM
               END-IF.

            LIMPIAR-UN-RESPALDO.
               MOVE SPACES TO WS-NOMBRE-RESPALDO
               STRING
                   "cuentas-" DELIMITED BY SIZE
                   WS-FECHA-RESPALDO DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOMBRE-RESPALDO
               END-STRING
               MOVE 0 TO WS-CAMBIOS-ARCHIVO
               OPEN INPUT ARCHIVO-RESPALDO
               IF WS-STATUS-RESPALDO = "05"
                   CLOSE ARCHIVO-RESPALDO
               ELSE
                   OPEN OUTPUT ARCHIVO-TRABAJO
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-FIN-ARCHIVO
                       READ ARCHIVO-RESPALDO
                           AT END
                               MOVE 'S' TO WS-EOF
                           NOT AT END
                               PERFORM LIMPIAR-LINEA-RESPALDO
                               WRITE REGISTRO-TRABAJO
                                   FROM REGISTRO-RESPALDO
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TRABAJO
                   CLOSE ARCHIVO-RESPALDO

                   IF WS-CAMBIOS-ARCHIVO > 0
                       OPEN INPUT ARCHIVO-TRABAJO
                       OPEN OUTPUT ARCHIVO-RESPALDO
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL WS-FIN-ARCHIVO
                           READ ARCHIVO-TRABAJO
                               AT END
                                   MOVE 'S' TO WS-EOF
                               NOT AT END
                                   WRITE REGISTRO-RESPALDO
                                       FROM REGISTRO-TRABAJO
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-RESPALDO
                       CLOSE ARCHIVO-TRABAJO
                       MOVE WS-CAMBIOS-ARCHIVO TO WS-CONTADOR-ARCHIVO
                       MOVE WS-NOMBRE-RESPALDO
                           TO WS-NOMBRE-ARCHIVO-CERT
                       PERFORM ANOTAR-CERTIFICADO
                   END-IF
               END-IF.

            LIMPIAR-LINEA-RESPALDO.
               MOVE RESP-RUT TO WS-RUT-BUSCADO
               PERFORM BUSCAR-PURGADO
               IF WS-PUR-ACTUAL > 0
                   MOVE WS-PUR-SEUDONIMO(WS-PUR-ACTUAL) TO RESP-RUT
                   MOVE 0 TO RESP-CLAVE
                   MOVE 0 TO RESP-NUM-TARJETA
                   MOVE SPACES TO RESP-RESPUESTA-SEGURIDAD
                   MOVE 0 TO RESP-CLAVE-SECUNDARIA
                   ADD 1 TO WS-CAMBIOS-ARCHIVO
               END-IF
               MOVE RESP-RUT-SECUNDARIO TO WS-RUT-BUSCADO
               PERFORM BUSCAR-PURGADO
               IF WS-PUR-ACTUAL > 0
                   MOVE WS-PUR-SEUDONIMO(WS-PUR-ACTUAL)
                       TO RESP-RUT-SECUNDARIO
                   MOVE 0 TO RESP-CLAVE-SECUNDARIA
                   ADD 1 TO WS-CAMBIOS-ARCHIVO
               END-IF.

            ENCABEZAR-CERTIFICADO.
               MOVE SPACES TO WS-LINEA-CERTIFICADO
               STRING
                   "CERTIFICADO DE PURGA DE DATOS PERSONALES - "
                       DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO WS-LINEA-CERTIFICADO
               END-STRING
               WRITE REGISTRO-CERTIFICADO FROM WS-LINEA-CERTIFICADO
               MOVE SPACES TO WS-LINEA-CERTIFICADO
               STRING
                   "PLAZO LEGAL DE CONSERVACION: " DELIMITED BY SIZE
                   WS-ANIOS-RETENCION DELIMITED BY SIZE
                   " ANIOS. ULTIMA ACTIVIDAD ANTERIOR A "
                       DELIMITED BY SIZE
                   WS-FECHA-LIMITE DELIMITED BY SIZE
                   INTO WS-LINEA-CERTIFICADO
               END-STRING
               WRITE REGISTRO-CERTIFICADO FROM WS-LINEA-CERTIFICADO.

            ANOTAR-CERTIFICADO.
      *        Una linea por archivo tocado: seudonimo, archivo,
      *        accion y cantidad de registros.
               IF WS-CONTADOR-ARCHIVO > 0
                   IF WS-ACCION-CERT = "ELIMINADOS"
                       ADD WS-CONTADOR-ARCHIVO TO WS-TOTAL-ELIMINADOS
                   ELSE
                       ADD WS-CONTADOR-ARCHIVO
                           TO WS-TOTAL-SEUDONIMIZADOS
                   END-IF
                   MOVE SPACES TO WS-LINEA-CERTIFICADO
                   STRING
                       "  " DELIMITED BY SIZE
                       WS-RUT-NUEVO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-NOMBRE-ARCHIVO-CERT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ACCION-CERT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CONTADOR-ARCHIVO DELIMITED BY SIZE
                       INTO WS-LINEA-CERTIFICADO
                   END-STRING
                   WRITE REGISTRO-CERTIFICADO
                       FROM WS-LINEA-CERTIFICADO
               END-IF.

            CERRAR-CERTIFICADO.
               MOVE SPACES TO WS-LINEA-CERTIFICADO
               STRING
                   "TOTAL CLIENTES: " DELIMITED BY SIZE
                   WS-TOTAL-CLIENTES DELIMITED BY SIZE
                   " BAJO SEUDONIMO: " DELIMITED BY SIZE
                   WS-TOTAL-SEUDONIMIZADOS DELIMITED BY SIZE
                   " ELIMINADOS: " DELIMITED BY SIZE
                   WS-TOTAL-ELIMINADOS DELIMITED BY SIZE
                   INTO WS-LINEA-CERTIFICADO
               END-STRING
               WRITE REGISTRO-CERTIFICADO FROM WS-LINEA-CERTIFICADO.
       END PROGRAM PURGAR-DATOS-PERSONALES.
