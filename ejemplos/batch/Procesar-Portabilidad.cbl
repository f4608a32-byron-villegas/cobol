      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Batch diario que hace avanzar las solicitudes de
      *          portabilidad financiera de portabilidades.txt por
      *          sus etapas. Entrantes (APE): cuando el cliente ya
      *          activo la cuenta pre-abierta en sucursal, activa
      *          las ordenes permanentes recreadas y deja vigentes
      *          los mandatos PAC pendientes (TER); si la
      *          preapertura expiro, borra las ordenes y revoca los
      *          mandatos recreados (CAD). Salientes: REC entrega el
      *          listado de cuentas, mandatos vigentes, ordenes
      *          activas y prestamos con saldo en
      *          portabilidad_listado.txt (LIS); LIS suspende los
      *          pagos recurrentes y traspasa el saldo de cada
      *          cuenta por camara al banco nuevo (movimiento POR,
      *          TRF); TRF, con el acuse de camara de todos los
      *          traspasos, cierra las cuentas con las mismas reglas
      *          de CERRAR-CUENTA del cajero (CER). Lo que impide
      *          avanzar queda en PTB-MOTIVO para el reporte de
      *          plazos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESAR-PORTABILIDAD.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Batch de etapas de la portabilidad financiera.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PORTABILIDADES
               ASSIGN TO "portabilidades.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTB-NUMERO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PORTABILIDADES.
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
           SELECT ARCHIVO-ORDENES ASSIGN TO "ordenes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDEN-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-ORDENES.
           SELECT ARCHIVO-MANDATOS ASSIGN TO "mandatos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAN-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MANDATOS.
           SELECT ARCHIVO-PRESTAMOS ASSIGN TO "prestamos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRESTAMO-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PRESTAMOS.
           SELECT ARCHIVO-EMBARGOS ASSIGN TO "embargos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMB-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-EMBARGOS.
           SELECT ARCHIVO-ENVIOS ASSIGN TO "enviados_camara.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENV-REFERENCIA
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-ENVIOS.
           SELECT ARCHIVO-BITACORA ASSIGN TO "bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-SECUENCIA ASSIGN TO "secuencia.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SECUENCIA.
           SELECT ARCHIVO-MOVIMIENTOS ASSIGN TO "movimientos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MOVIMIENTOS.
           SELECT OPTIONAL ARCHIVO-HASH-BITACORA
               ASSIGN TO "hash_bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HASH.
           SELECT OPTIONAL ARCHIVO-CAMARA-SALIDA
               ASSIGN TO "camara_salida.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVO-LISTADO
               ASSIGN TO "portabilidad_listado.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVO-FERIADOS ASSIGN TO "feriados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIADOS.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-PORTABILIDADES.
           COPY "PORTABILIDAD.CPY".
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-ORDENES.
           COPY "ORDEN-PERMANENTE.CPY".
       FD ARCHIVO-MANDATOS.
           COPY "MANDATO.CPY".
       FD ARCHIVO-PRESTAMOS.
           COPY "PRESTAMO.CPY".
       FD ARCHIVO-EMBARGOS.
           COPY "EMBARGO.CPY".
       FD ARCHIVO-ENVIOS.
           COPY "ENVIO-CAMARA.CPY".
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-SECUENCIA.
       01 REGISTRO-SECUENCIA.
          05 SEC-CLAVE PIC X(1).
          05 SEC-ULTIMO-NUMERO PIC 9(10).
       FD ARCHIVO-MOVIMIENTOS.
           COPY "MOVIMIENTO.CPY".
       FD ARCHIVO-HASH-BITACORA.
       01 REGISTRO-HASH-BITACORA PIC 9(8).
       FD ARCHIVO-CAMARA-SALIDA.
           COPY "CAMARA.CPY".
      *    Listado de productos del cliente que se va, una linea por
      *    producto: CTA cuenta (producto y moneda, saldo), MAN
      *    mandato vigente (cuenta y convenio), ORD orden activa
      *    (destino o convenio, monto y proximo pago) y PRE prestamo
      *    con saldo (reajuste, saldo y vencimiento).
       FD ARCHIVO-LISTADO.
       01 REGISTRO-LISTADO.
          05 LST-NUMERO PIC X(12).
          05 FILLER PIC X VALUE SPACE.
          05 LST-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 LST-TIPO PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 LST-NUMERO-PRODUCTO PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 LST-DETALLE PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 LST-MONTO PIC -(9)9.
          05 FILLER PIC X VALUE SPACE.
          05 LST-FECHA PIC 9(8).
       FD ARCHIVO-FERIADOS.
           COPY "FERIADO.CPY".
       WORKING-STORAGE SECTION.
      *    Plazos legales en dias habiles de las etapas siguientes de
      *    una portabilidad saliente: traspasar el saldo una vez
      *    entregado el listado, y cerrar las cuentas una vez
      *    traspasado.
       77 WS-PLAZO-TRASPASO PIC 9(2) VALUE 2.
       77 WS-PLAZO-CIERRE PIC 9(2) VALUE 3.
       77 WS-PLAZO-DIAS PIC 9(2) VALUE 0.
       77 WS-FECHA-LIMITE PIC 9(8) VALUE 0.
       77 WS-DIAS-CONTADOS PIC 9(2) VALUE 0.
       77 WS-STATUS-FERIADOS PIC X(2) VALUE "00".
       01 WS-TABLA-FERIADOS.
           05 WS-FERIADO-ENTERO OCCURS 120 TIMES PIC S9(9) COMP.
       77 WS-FERIADOS-CANTIDAD PIC 9(3) COMP VALUE 0.
       77 WS-FERIADOS-INDICE PIC 9(3) COMP.
       77 WS-FERIADOS-EOF PIC X VALUE 'N'.
           88 WS-FERIADOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-FHA-ENTERO PIC S9(9) COMP.
       77 WS-FHA-DIA-SEMANA PIC 9(1) COMP.
       77 WS-FHA-ES-HABIL PIC X VALUE 'N'.
           88 FECHA-ES-HABIL VALUE 'S'.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-STATUS-PORTABILIDADES PIC X(2) VALUE "00".
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-ORDENES PIC X(2) VALUE "00".
       77 WS-STATUS-MANDATOS PIC X(2) VALUE "00".
       77 WS-STATUS-PRESTAMOS PIC X(2) VALUE "00".
       77 WS-STATUS-EMBARGOS PIC X(2) VALUE "00".
       77 WS-STATUS-ENVIOS PIC X(2) VALUE "00".
       77 WS-STATUS-SECUENCIA PIC X(2) VALUE "00".
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
       77 WS-PORTABILIDADES-EOF PIC X VALUE 'N'.
           88 WS-PORTABILIDADES-FIN-ARCHIVO VALUE 'S'.
       77 WS-CUENTAS-EOF PIC X VALUE 'N'.
           88 WS-CUENTAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-ORDENES-EOF PIC X VALUE 'N'.
           88 WS-ORDENES-FIN-ARCHIVO VALUE 'S'.
       77 WS-MANDATOS-EOF PIC X VALUE 'N'.
           88 WS-MANDATOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-PRESTAMOS-EOF PIC X VALUE 'N'.
           88 WS-PRESTAMOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-EMBARGOS-EOF PIC X VALUE 'N'.
           88 WS-EMBARGOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-ENVIOS-EOF PIC X VALUE 'N'.
           88 WS-ENVIOS-FIN-ARCHIVO VALUE 'S'.
      *    Estado de la cuenta pre-abierta de una entrante: X si ya
      *    no existe (la preapertura expiro y se elimino), P si
      *    sigue pre-abierta, A si el cliente ya la activo.
       77 WS-ESTADO-CUENTA-NUEVA PIC X VALUE 'X'.
           88 CUENTA-NUEVA-NO-EXISTE VALUE 'X'.
           88 CUENTA-NUEVA-PREABIERTA VALUE 'P'.
           88 CUENTA-NUEVA-ACTIVA VALUE 'A'.
      *    Que se hace con cada orden y mandato del RUT al
      *    recorrerlos: activar o anular los recreados de una
      *    entrante sobre su cuenta nueva, listar o suspender los
      *    vigentes de una saliente.
       77 WS-MODO-PAGOS PIC X VALUE SPACE.
           88 MODO-ACTIVAR VALUE 'A'.
           88 MODO-ANULAR VALUE 'X'.
           88 MODO-LISTAR VALUE 'L'.
           88 MODO-SUSPENDER VALUE 'S'.
       77 WS-ORDENES-TRATADAS PIC 9(3) VALUE 0.
       77 WS-MANDATOS-TRATADOS PIC 9(3) VALUE 0.
      *    Situacion de las cuentas y deudas de una saliente, para
      *    decidir si se puede traspasar y cerrar.
       77 WS-TOTAL-EMBARGADO PIC 9(9) VALUE 0.
       77 WS-DEUDA-PRESTAMOS PIC 9(9) VALUE 0.
       77 WS-CANTIDAD-CUENTAS PIC 9(3) VALUE 0.
       77 WS-HAY-SALDO-NEGATIVO PIC X VALUE 'N'.
       77 WS-HAY-SALDO-EXTRANJERO PIC X VALUE 'N'.
       77 WS-HAY-SALDO PIC X VALUE 'N'.
       77 WS-MONTO-TRASPASO PIC 9(8) VALUE 0.
      *    Acuses de camara de los traspasos de una saliente.
       77 WS-ENVIOS-HALLADOS PIC 9(2) VALUE 0.
       77 WS-ENVIOS-PENDIENTES PIC 9(2) VALUE 0.
       77 WS-ENVIOS-DEVUELTOS PIC 9(2) VALUE 0.
      *    Movimiento de bitacora de esta corrida: POR por cada
      *    traspaso (cargo) y CIE, en cero, por cada cuenta cerrada.
       77 WS-OPERACION-BIT PIC X(3) VALUE SPACES.
       77 WS-MONTO-BIT PIC 9(8) VALUE 0.
       77 WS-SENTIDO-BIT PIC X(1) VALUE 'C'.
       77 WS-STATUS-HASH PIC X(2) VALUE "00".
       77 WS-HASH-ANTERIOR PIC 9(8) VALUE 0.
       77 WS-HASH-MONTO PIC 9(8).
       77 WS-HASH-SALDO PIC S9(8).
       77 WS-NUM-SECUENCIA PIC 9(10) VALUE 0.
       77 WS-ID-TERMINAL PIC X(8) VALUE "BATCHPOR".
      *    Ciclo de camara segun la hora de captura, con los mismos
      *    cortes del cajero.
       77 WS-CORTE-CICLO-1 PIC 99 VALUE 11.
       77 WS-CORTE-CICLO-2 PIC 99 VALUE 14.
       77 WS-CORTE-CICLO-3 PIC 99 VALUE 17.
       77 WS-CICLO-ACTUAL PIC 9(1) VALUE 1.
       77 WS-TOTAL-ACTIVADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-CADUCADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-LISTADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-TRASPASADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-CERRADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-DETENIDAS PIC 9(6) COMP VALUE 0.
       77 WS-MONTO-TOTAL-TRASPASADO PIC 9(12) VALUE 0.
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

       PROCEDURE DIVISION.
            DISPLAY "---- PROCESO DIARIO DE PORTABILIDAD ----".

            PERFORM SETEAR-FECHA-ACTUAL.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            PERFORM CARGAR-FERIADOS.

            PERFORM PROCESAR-PORTABILIDADES.

            DISPLAY "ENTRANTES ACTIVADAS: " WS-TOTAL-ACTIVADAS
            DISPLAY "ENTRANTES CADUCADAS: " WS-TOTAL-CADUCADAS
            DISPLAY "SALIENTES CON LISTADO ENTREGADO: "
                WS-TOTAL-LISTADAS
            DISPLAY "SALIENTES TRASPASADAS: " WS-TOTAL-TRASPASADAS
            DISPLAY "  MONTO TOTAL TRASPASADO: "
                WS-MONTO-TOTAL-TRASPASADO
            DISPLAY "SALIENTES CERRADAS: " WS-TOTAL-CERRADAS
            DISPLAY "SOLICITUDES DETENIDAS: " WS-TOTAL-DETENIDAS.

            STOP RUN.

            SETEAR-FECHA-ACTUAL.
               MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA
               MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO
               MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO
               MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO
               MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA
               MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO
               MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO.

            PROCESAR-PORTABILIDADES.
               MOVE 'N' TO WS-PORTABILIDADES-EOF
               OPEN I-O ARCHIVO-PORTABILIDADES
               IF WS-STATUS-PORTABILIDADES = "35"
                   DISPLAY "NO HAY SOLICITUDES DE PORTABILIDAD"
               ELSE
                   PERFORM UNTIL WS-PORTABILIDADES-FIN-ARCHIVO
                       READ ARCHIVO-PORTABILIDADES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-PORTABILIDADES-EOF
                           NOT AT END
                               PERFORM PROCESAR-UNA-PORTABILIDAD
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-PORTABILIDADES
               END-IF.

            PROCESAR-UNA-PORTABILIDAD.
               EVALUATE TRUE
                   WHEN PTB-ES-ENTRANTE AND PTB-ESTA-PREABIERTA
                       PERFORM REVISAR-ACTIVACION-ENTRANTE
                       REWRITE PORTABILIDAD
                   WHEN PTB-ES-SALIENTE AND PTB-ESTA-RECIBIDA
                       PERFORM ENTREGAR-LISTADO-SALIENTE
                       REWRITE PORTABILIDAD
                   WHEN PTB-ES-SALIENTE AND PTB-ESTA-LISTADA
                       PERFORM TRASPASAR-SALDO-SALIENTE
                       REWRITE PORTABILIDAD
                   WHEN PTB-ES-SALIENTE AND PTB-ESTA-TRASPASADA
                       PERFORM CERRAR-CUENTAS-SALIENTE
                       REWRITE PORTABILIDAD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

            REVISAR-ACTIVACION-ENTRANTE.
      *        La activacion la hace el ejecutivo en sucursal sobre
      *        la cuenta misma; aqui solo se mira en que quedo.
               MOVE 'X' TO WS-ESTADO-CUENTA-NUEVA
               OPEN INPUT ARCHIVO-CUENTAS
               IF WS-STATUS-CUENTAS NOT = "35"
                   MOVE PTB-RUT TO RUT
                   MOVE PTB-NUM-CUENTA TO NUM-CUENTA
                   READ ARCHIVO-CUENTAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CUENTA-PREABIERTA
                               MOVE 'P' TO WS-ESTADO-CUENTA-NUEVA
                           ELSE
                               MOVE 'A' TO WS-ESTADO-CUENTA-NUEVA
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF

               EVALUATE TRUE
                   WHEN CUENTA-NUEVA-ACTIVA
                       MOVE 'A' TO WS-MODO-PAGOS
                       PERFORM RECORRER-PAGOS-RUT
                       MOVE "TER" TO PTB-ESTADO
                       MOVE WS-FECHA-HOY TO PTB-FECHA-ETAPA
                       MOVE SPACES TO PTB-MOTIVO
                       ADD 1 TO WS-TOTAL-ACTIVADAS
                       DISPLAY
                           "PORTABILIDAD " PTB-NUMERO " DE " PTB-RUT
                           " ACTIVADA: " WS-ORDENES-TRATADAS
                           " ORDENES Y " WS-MANDATOS-TRATADOS
                           " MANDATOS EN VIGENCIA"
                   WHEN CUENTA-NUEVA-NO-EXISTE
                       MOVE 'X' TO WS-MODO-PAGOS
                       PERFORM RECORRER-PAGOS-RUT
                       MOVE "CAD" TO PTB-ESTADO
                       MOVE WS-FECHA-HOY TO PTB-FECHA-ETAPA
                       MOVE "PREAPERTURA EXPIRADA SIN ACTIVAR"
                           TO PTB-MOTIVO
                       ADD 1 TO WS-TOTAL-CADUCADAS
                       DISPLAY
                           "PORTABILIDAD " PTB-NUMERO " DE " PTB-RUT
                           " CADUCADA: LA CUENTA NUNCA SE ACTIVO"
                   WHEN OTHER
                       MOVE "ESPERANDO ACTIVACION EN SUCURSAL"
                           TO PTB-MOTIVO
               END-EVALUATE.

            ENTREGAR-LISTADO-SALIENTE.
      *        El listado va completo en una sola pasada: cuentas,
      *        mandatos vigentes, ordenes activas y prestamos con
      *        saldo del RUT, para que el banco nuevo recree los
      *        pagos y decida que hacer con la deuda.
               OPEN EXTEND ARCHIVO-LISTADO
               PERFORM LISTAR-CUENTAS-RUT
               MOVE 'L' TO WS-MODO-PAGOS
               PERFORM RECORRER-PAGOS-RUT
               PERFORM LISTAR-PRESTAMOS-RUT
               CLOSE ARCHIVO-LISTADO
               MOVE WS-PLAZO-TRASPASO TO WS-PLAZO-DIAS
               PERFORM CALCULAR-FECHA-LIMITE
               MOVE "LIS" TO PTB-ESTADO
               MOVE WS-FECHA-HOY TO PTB-FECHA-ETAPA
               MOVE WS-FECHA-LIMITE TO PTB-FECHA-LIMITE
               MOVE SPACES TO PTB-MOTIVO
               ADD 1 TO WS-TOTAL-LISTADAS
               DISPLAY
                   "PORTABILIDAD " PTB-NUMERO " DE " PTB-RUT
                   " LISTADO ENTREGADO: " WS-CANTIDAD-CUENTAS
                   " CUENTAS, " WS-MANDATOS-TRATADOS " MANDATOS, "
                   WS-ORDENES-TRATADAS " ORDENES".

            TRASPASAR-SALDO-SALIENTE.
      *        Antes de mover un peso: nada de embargos vigentes (el
      *        tribunal espera encontrar la plata aqui), saldos
      *        negativos, saldos en moneda extranjera (la camara
      *        solo liquida pesos) ni prestamos con saldo. Cualquiera
      *        de ellos deja la solicitud detenida en LIS.
               MOVE SPACES TO PTB-MOTIVO
               PERFORM SUMAR-EMBARGOS-VIGENTES
               PERFORM REVISAR-CUENTAS-SALIENTE
               PERFORM SUMAR-PRESTAMOS-RUT
               EVALUATE TRUE
                   WHEN WS-TOTAL-EMBARGADO > 0
                       MOVE "EMBARGO VIGENTE: NO SE TRASPASA"
                           TO PTB-MOTIVO
                   WHEN WS-HAY-SALDO-NEGATIVO = 'S'
                       MOVE "CUENTA CON SALDO NEGATIVO"
                           TO PTB-MOTIVO
                   WHEN WS-HAY-SALDO-EXTRANJERO = 'S'
                       MOVE "SALDO EN MONEDA EXTRANJERA"
                           TO PTB-MOTIVO
                   WHEN WS-DEUDA-PRESTAMOS > 0
                       MOVE "PRESTAMO CON SALDO PENDIENTE"
                           TO PTB-MOTIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF PTB-MOTIVO NOT = SPACES
                   ADD 1 TO WS-TOTAL-DETENIDAS
                   DISPLAY
                       "PORTABILIDAD " PTB-NUMERO " DE " PTB-RUT
                       " DETENIDA: " PTB-MOTIVO
               ELSE
                   MOVE 'S' TO WS-MODO-PAGOS
                   PERFORM RECORRER-PAGOS-RUT
                   MOVE 0 TO PTB-MONTO-TRASPASADO
                   MOVE 0 TO PTB-CANTIDAD-TRASPASOS
                   MOVE 0 TO PTB-SECUENCIA-TRASPASO
                   PERFORM TRASPASAR-CUENTAS-RUT
                   MOVE WS-PLAZO-CIERRE TO WS-PLAZO-DIAS
                   PERFORM CALCULAR-FECHA-LIMITE
                   MOVE "TRF" TO PTB-ESTADO
                   MOVE WS-FECHA-HOY TO PTB-FECHA-ETAPA
                   MOVE WS-FECHA-LIMITE TO PTB-FECHA-LIMITE
                   ADD 1 TO WS-TOTAL-TRASPASADAS
                   ADD PTB-MONTO-TRASPASADO
                       TO WS-MONTO-TOTAL-TRASPASADO
                   DISPLAY
                       "PORTABILIDAD " PTB-NUMERO " DE " PTB-RUT
                       " TRASPASADA A " PTB-BANCO ": "
                       PTB-MONTO-TRASPASADO
               END-IF.

            CERRAR-CUENTAS-SALIENTE.
      *        Solo con el acuse de camara de todos los traspasos; un
      *        traspaso devuelto ya fue reabonado a la cuenta y lo
      *        resuelve un ejecutivo con el banco nuevo.
               MOVE SPACES TO PTB-MOTIVO
               PERFORM VERIFICAR-ACUSES-CAMARA
               EVALUATE TRUE
                   WHEN WS-ENVIOS-DEVUELTOS > 0
                       MOVE "TRASPASO DEVUELTO: REVISAR DESTINO"
                           TO PTB-MOTIVO
                   WHEN WS-ENVIOS-HALLADOS < PTB-CANTIDAD-TRASPASOS
                     OR WS-ENVIOS-PENDIENTES > 0
                       MOVE "TRASPASO SIN ACUSE DE CAMARA"
                           TO PTB-MOTIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

      *        Las reglas de CERRAR-CUENTA: sin embargo vigente y
      *        con saldo cero; y sin deuda de prestamos que quede
      *        sin cuenta donde cobrarse.
               IF PTB-MOTIVO = SPACES
                   PERFORM SUMAR-EMBARGOS-VIGENTES
                   PERFORM REVISAR-CUENTAS-SALIENTE
                   PERFORM SUMAR-PRESTAMOS-RUT
                   EVALUATE TRUE
                       WHEN WS-TOTAL-EMBARGADO > 0
                           MOVE "EMBARGO VIGENTE: NO SE CIERRA"
                               TO PTB-MOTIVO
                       WHEN WS-HAY-SALDO = 'S'
                           MOVE "CUENTA CON SALDO: NO SE CIERRA"
                               TO PTB-MOTIVO
                       WHEN WS-DEUDA-PRESTAMOS > 0
                           MOVE "PRESTAMO CON SALDO PENDIENTE"
                               TO PTB-MOTIVO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF

               IF PTB-MOTIVO NOT = SPACES
                   ADD 1 TO WS-TOTAL-DETENIDAS
                   DISPLAY
                       "PORTABILIDAD " PTB-NUMERO " DE " PTB-RUT
                       " DETENIDA: " PTB-MOTIVO
               ELSE
                   PERFORM CERRAR-CUENTAS-RUT
                   MOVE "CER" TO PTB-ESTADO
                   MOVE WS-FECHA-HOY TO PTB-FECHA-ETAPA
                   ADD 1 TO WS-TOTAL-CERRADAS
                   DISPLAY
                       "PORTABILIDAD " PTB-NUMERO " DE " PTB-RUT
                       " TERMINADA: " WS-CANTIDAD-CUENTAS
                       " CUENTAS CERRADAS"
               END-IF.

            LISTAR-CUENTAS-RUT.
               MOVE 0 TO WS-CANTIDAD-CUENTAS
               PERFORM POSICIONAR-CUENTAS-RUT
               PERFORM UNTIL WS-CUENTAS-FIN-ARCHIVO
                   PERFORM LEER-SIGUIENTE-CUENTA-RUT
                   IF NOT WS-CUENTAS-FIN-ARCHIVO
                       ADD 1 TO WS-CANTIDAD-CUENTAS
                       MOVE SPACES TO REGISTRO-LISTADO
                       MOVE PTB-NUMERO TO LST-NUMERO
                       MOVE PTB-RUT TO LST-RUT
                       MOVE "CTA" TO LST-TIPO
                       MOVE NUM-CUENTA TO LST-NUMERO-PRODUCTO
                       MOVE TIPO-PRODUCTO TO LST-DETALLE(1:3)
                       MOVE MONEDA-CUENTA TO LST-DETALLE(5:3)
                       MOVE SALDO TO LST-MONTO
                       MOVE FECHA-APERTURA TO LST-FECHA
                       WRITE REGISTRO-LISTADO AFTER ADVANCING 1 LINE
                   END-IF
               END-PERFORM
               IF WS-STATUS-CUENTAS NOT = "35"
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

            LISTAR-PRESTAMOS-RUT.
               PERFORM POSICIONAR-PRESTAMOS-RUT
               PERFORM UNTIL WS-PRESTAMOS-FIN-ARCHIVO
                   PERFORM LEER-SIGUIENTE-PRESTAMO-RUT
                   IF NOT WS-PRESTAMOS-FIN-ARCHIVO
                      AND SALDO-PRESTAMO > 0
                       MOVE SPACES TO REGISTRO-LISTADO
                       MOVE PTB-NUMERO TO LST-NUMERO
                       MOVE PTB-RUT TO LST-RUT
                       MOVE "PRE" TO LST-TIPO
                       MOVE NUM-PRESTAMO TO LST-NUMERO-PRODUCTO
                       MOVE PRESTAMO-REAJUSTE TO LST-DETALLE
                       MOVE SALDO-PRESTAMO TO LST-MONTO
                       MOVE FECHA-VENCIMIENTO-PAGO TO LST-FECHA
                       WRITE REGISTRO-LISTADO AFTER ADVANCING 1 LINE
                   END-IF
               END-PERFORM
               IF WS-STATUS-PRESTAMOS NOT = "35"
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

            REVISAR-CUENTAS-SALIENTE.
               MOVE 0 TO WS-CANTIDAD-CUENTAS
               MOVE 'N' TO WS-HAY-SALDO-NEGATIVO
               MOVE 'N' TO WS-HAY-SALDO-EXTRANJERO
               MOVE 'N' TO WS-HAY-SALDO
               PERFORM POSICIONAR-CUENTAS-RUT
               PERFORM UNTIL WS-CUENTAS-FIN-ARCHIVO
                   PERFORM LEER-SIGUIENTE-CUENTA-RUT
                   IF NOT WS-CUENTAS-FIN-ARCHIVO
                       ADD 1 TO WS-CANTIDAD-CUENTAS
                       IF SALDO NOT = 0
                           MOVE 'S' TO WS-HAY-SALDO
                           IF MONEDA-CUENTA NOT = "CLP"
                               MOVE 'S' TO WS-HAY-SALDO-EXTRANJERO
                           END-IF
                       END-IF
                       IF SALDO < 0
                           MOVE 'S' TO WS-HAY-SALDO-NEGATIVO
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-STATUS-CUENTAS NOT = "35"
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

            SUMAR-PRESTAMOS-RUT.
               MOVE 0 TO WS-DEUDA-PRESTAMOS
               PERFORM POSICIONAR-PRESTAMOS-RUT
               PERFORM UNTIL WS-PRESTAMOS-FIN-ARCHIVO
                   PERFORM LEER-SIGUIENTE-PRESTAMO-RUT
                   IF NOT WS-PRESTAMOS-FIN-ARCHIVO
                       ADD SALDO-PRESTAMO TO WS-DEUDA-PRESTAMOS
                   END-IF
               END-PERFORM
               IF WS-STATUS-PRESTAMOS NOT = "35"
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

            TRASPASAR-CUENTAS-RUT.
      *        Cada cuenta con saldo se carga completa (POR) y el
      *        monto sale por camara a la cuenta del cliente en el
      *        banco nuevo; la referencia es la secuencia del cargo,
      *        y la primera queda en la solicitud para buscar los
      *        acuses.
               OPEN I-O ARCHIVO-CUENTAS
               MOVE 'N' TO WS-CUENTAS-EOF
               MOVE PTB-RUT TO RUT
               MOVE 0 TO NUM-CUENTA
               START ARCHIVO-CUENTAS
                   KEY IS NOT LESS THAN CUENTA-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-CUENTAS-EOF
               END-START
               PERFORM UNTIL WS-CUENTAS-FIN-ARCHIVO
                   PERFORM LEER-SIGUIENTE-CUENTA-RUT
                   IF NOT WS-CUENTAS-FIN-ARCHIVO
                      AND SALDO > 0
                       MOVE SALDO TO WS-MONTO-TRASPASO
                       MOVE 0 TO SALDO
                       REWRITE CUENTA
                       MOVE "POR" TO WS-OPERACION-BIT
                       MOVE WS-MONTO-TRASPASO TO WS-MONTO-BIT
                       MOVE 'C' TO WS-SENTIDO-BIT
                       PERFORM GRABAR-BITACORA-PORTABILIDAD
                       PERFORM ENCOLAR-CAMARA-SALIDA
                       IF PTB-CANTIDAD-TRASPASOS = 0
                           MOVE WS-NUM-SECUENCIA
                               TO PTB-SECUENCIA-TRASPASO
                       END-IF
                       ADD 1 TO PTB-CANTIDAD-TRASPASOS
                       ADD WS-MONTO-TRASPASO TO PTB-MONTO-TRASPASADO
                   END-IF
               END-PERFORM
               CLOSE ARCHIVO-CUENTAS.

            CERRAR-CUENTAS-RUT.
      *        Igual que CERRAR-CUENTA del cajero: la cuenta se
      *        elimina y queda su movimiento CIE en cero.
               MOVE 0 TO WS-CANTIDAD-CUENTAS
               OPEN I-O ARCHIVO-CUENTAS
               MOVE 'N' TO WS-CUENTAS-EOF
               MOVE PTB-RUT TO RUT
               MOVE 0 TO NUM-CUENTA
               START ARCHIVO-CUENTAS
                   KEY IS NOT LESS THAN CUENTA-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-CUENTAS-EOF
               END-START
               PERFORM UNTIL WS-CUENTAS-FIN-ARCHIVO
                   PERFORM LEER-SIGUIENTE-CUENTA-RUT
                   IF NOT WS-CUENTAS-FIN-ARCHIVO
                       DELETE ARCHIVO-CUENTAS RECORD
                           INVALID KEY
                               DISPLAY
                                   "NO SE PUDO CERRAR LA CUENTA "
                                   NUM-CUENTA " DE " PTB-RUT
                           NOT INVALID KEY
                               ADD 1 TO WS-CANTIDAD-CUENTAS
                               MOVE "CIE" TO WS-OPERACION-BIT
                               MOVE 0 TO WS-MONTO-BIT
                               MOVE 'C' TO WS-SENTIDO-BIT
                               PERFORM GRABAR-BITACORA-PORTABILIDAD
                       END-DELETE
                   END-IF
               END-PERFORM
               CLOSE ARCHIVO-CUENTAS.

            POSICIONAR-CUENTAS-RUT.
               MOVE 'N' TO WS-CUENTAS-EOF
               OPEN INPUT ARCHIVO-CUENTAS
               IF WS-STATUS-CUENTAS = "35"
                   MOVE 'S' TO WS-CUENTAS-EOF
               ELSE
                   MOVE PTB-RUT TO RUT
                   MOVE 0 TO NUM-CUENTA
                   START ARCHIVO-CUENTAS
                       KEY IS NOT LESS THAN CUENTA-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-CUENTAS-EOF
                   END-START
               END-IF.

            LEER-SIGUIENTE-CUENTA-RUT.
               READ ARCHIVO-CUENTAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-CUENTAS-EOF
               END-READ
               IF NOT WS-CUENTAS-FIN-ARCHIVO
                   IF RUT NOT = PTB-RUT
                       MOVE 'S' TO WS-CUENTAS-EOF
                   END-IF
               END-IF.

            POSICIONAR-PRESTAMOS-RUT.
               MOVE 'N' TO WS-PRESTAMOS-EOF
               OPEN INPUT ARCHIVO-PRESTAMOS
               IF WS-STATUS-PRESTAMOS = "35"
                   MOVE 'S' TO WS-PRESTAMOS-EOF
               ELSE
                   MOVE PTB-RUT TO PRESTAMO-RUT
                   MOVE 0 TO NUM-PRESTAMO
                   START ARCHIVO-PRESTAMOS
                       KEY IS NOT LESS THAN PRESTAMO-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-PRESTAMOS-EOF
                   END-START
               END-IF.

            LEER-SIGUIENTE-PRESTAMO-RUT.
               READ ARCHIVO-PRESTAMOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-PRESTAMOS-EOF
               END-READ
               IF NOT WS-PRESTAMOS-FIN-ARCHIVO
                   IF PRESTAMO-RUT NOT = PTB-RUT
                       MOVE 'S' TO WS-PRESTAMOS-EOF
                   END-IF
               END-IF.

            RECORRER-PAGOS-RUT.
      *        Recorre las ordenes y los mandatos del RUT de la
      *        solicitud y trata cada uno segun WS-MODO-PAGOS.
               MOVE 0 TO WS-ORDENES-TRATADAS
               MOVE 0 TO WS-MANDATOS-TRATADOS
               MOVE 'N' TO WS-ORDENES-EOF
               OPEN I-O ARCHIVO-ORDENES
               IF WS-STATUS-ORDENES = "35"
                   MOVE 'S' TO WS-ORDENES-EOF
               ELSE
                   MOVE PTB-RUT TO ORDEN-RUT
                   MOVE 0 TO NUM-ORDEN
                   START ARCHIVO-ORDENES
                       KEY IS NOT LESS THAN ORDEN-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-ORDENES-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-ORDENES-FIN-ARCHIVO
                   READ ARCHIVO-ORDENES NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-ORDENES-EOF
                   END-READ
                   IF NOT WS-ORDENES-FIN-ARCHIVO
                       IF ORDEN-RUT NOT = PTB-RUT
                           MOVE 'S' TO WS-ORDENES-EOF
                       ELSE
                           PERFORM TRATAR-ORDEN
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-STATUS-ORDENES NOT = "35"
                   CLOSE ARCHIVO-ORDENES
               END-IF

               MOVE 'N' TO WS-MANDATOS-EOF
               OPEN I-O ARCHIVO-MANDATOS
               IF WS-STATUS-MANDATOS = "35"
                   MOVE 'S' TO WS-MANDATOS-EOF
               ELSE
                   MOVE PTB-RUT TO MAN-RUT
                   MOVE 0 TO MAN-NUM-CUENTA
                   MOVE LOW-VALUES TO MAN-CODIGO-BILLER
                   START ARCHIVO-MANDATOS
                       KEY IS NOT LESS THAN MAN-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-MANDATOS-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-MANDATOS-FIN-ARCHIVO
                   READ ARCHIVO-MANDATOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-MANDATOS-EOF
                   END-READ
                   IF NOT WS-MANDATOS-FIN-ARCHIVO
                       IF MAN-RUT NOT = PTB-RUT
                           MOVE 'S' TO WS-MANDATOS-EOF
                       ELSE
                           PERFORM TRATAR-MANDATO
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-STATUS-MANDATOS NOT = "35"
                   CLOSE ARCHIVO-MANDATOS
               END-IF.

            TRATAR-ORDEN.
      *        Las recreadas de una entrante son las inactivas de su
      *        cuenta nueva: una cuenta recien abierta no tiene otras.
               EVALUATE TRUE
                   WHEN MODO-ACTIVAR
                       IF ORDEN-NUM-CUENTA = PTB-NUM-CUENTA
                          AND NOT ORDEN-ESTA-ACTIVA
                           MOVE 'S' TO ORDEN-ACTIVA
                           IF ORDEN-FECHA-PROXIMO-PAGO < WS-FECHA-HOY
                               MOVE WS-FECHA-HOY
                                   TO ORDEN-FECHA-PROXIMO-PAGO
                           END-IF
                           REWRITE ORDEN-PERMANENTE
                           ADD 1 TO WS-ORDENES-TRATADAS
                       END-IF
                   WHEN MODO-ANULAR
                       IF ORDEN-NUM-CUENTA = PTB-NUM-CUENTA
                          AND NOT ORDEN-ESTA-ACTIVA
                           DELETE ARCHIVO-ORDENES RECORD
                           ADD 1 TO WS-ORDENES-TRATADAS
                       END-IF
                   WHEN MODO-LISTAR
                       IF ORDEN-ESTA-ACTIVA
                           MOVE SPACES TO REGISTRO-LISTADO
                           MOVE PTB-NUMERO TO LST-NUMERO
                           MOVE PTB-RUT TO LST-RUT
                           MOVE "ORD" TO LST-TIPO
                           MOVE NUM-ORDEN TO LST-NUMERO-PRODUCTO
                           IF ORDEN-ES-PAGO
                               MOVE ORDEN-CODIGO-BILLER TO LST-DETALLE
                           ELSE
                               MOVE ORDEN-RUT-DESTINO TO LST-DETALLE
                           END-IF
                           MOVE ORDEN-MONTO TO LST-MONTO
                           MOVE ORDEN-FECHA-PROXIMO-PAGO TO LST-FECHA
                           WRITE REGISTRO-LISTADO
                               AFTER ADVANCING 1 LINE
                           ADD 1 TO WS-ORDENES-TRATADAS
                       END-IF
                   WHEN MODO-SUSPENDER
                       IF ORDEN-ESTA-ACTIVA
                           MOVE 'N' TO ORDEN-ACTIVA
                           REWRITE ORDEN-PERMANENTE
                           ADD 1 TO WS-ORDENES-TRATADAS
                       END-IF
               END-EVALUATE.

            TRATAR-MANDATO.
               EVALUATE TRUE
                   WHEN MODO-ACTIVAR
                       IF MAN-NUM-CUENTA = PTB-NUM-CUENTA
                          AND MAN-ESTA-PENDIENTE
                           MOVE "VIG" TO MAN-ESTADO
                           MOVE WS-FECHA-HOY TO MAN-FECHA-ALTA
                           REWRITE MANDATO
                           ADD 1 TO WS-MANDATOS-TRATADOS
                       END-IF
                   WHEN MODO-ANULAR
                       IF MAN-NUM-CUENTA = PTB-NUM-CUENTA
                          AND MAN-ESTA-PENDIENTE
                           MOVE "REV" TO MAN-ESTADO
                           MOVE WS-FECHA-HOY TO MAN-FECHA-REVOCACION
                           REWRITE MANDATO
                           ADD 1 TO WS-MANDATOS-TRATADOS
                       END-IF
                   WHEN MODO-LISTAR
                       IF MAN-ESTA-VIGENTE
                           MOVE SPACES TO REGISTRO-LISTADO
                           MOVE PTB-NUMERO TO LST-NUMERO
                           MOVE PTB-RUT TO LST-RUT
                           MOVE "MAN" TO LST-TIPO
                           MOVE MAN-NUM-CUENTA TO LST-NUMERO-PRODUCTO
                           MOVE MAN-CODIGO-BILLER TO LST-DETALLE
                           MOVE 0 TO LST-MONTO
                           MOVE MAN-FECHA-ALTA TO LST-FECHA
                           WRITE REGISTRO-LISTADO
                               AFTER ADVANCING 1 LINE
                           ADD 1 TO WS-MANDATOS-TRATADOS
                       END-IF
                   WHEN MODO-SUSPENDER
                       IF MAN-ESTA-VIGENTE
                           MOVE "REV" TO MAN-ESTADO
                           MOVE WS-FECHA-HOY TO MAN-FECHA-REVOCACION
                           REWRITE MANDATO
                           ADD 1 TO WS-MANDATOS-TRATADOS
                       END-IF
               END-EVALUATE.

            VERIFICAR-ACUSES-CAMARA.
      *        Busca en enviados_camara.txt, desde la referencia del
      *        primer traspaso, los envios del RUT al banco nuevo y
      *        cuenta los acusados, pendientes y devueltos.
               MOVE 0 TO WS-ENVIOS-HALLADOS
               MOVE 0 TO WS-ENVIOS-PENDIENTES
               MOVE 0 TO WS-ENVIOS-DEVUELTOS
               IF PTB-CANTIDAD-TRASPASOS > 0
                   MOVE 'N' TO WS-ENVIOS-EOF
                   OPEN INPUT ARCHIVO-ENVIOS
                   IF WS-STATUS-ENVIOS = "35"
                       MOVE 'S' TO WS-ENVIOS-EOF
                   ELSE
                       MOVE PTB-SECUENCIA-TRASPASO TO ENV-REFERENCIA
                       START ARCHIVO-ENVIOS
                           KEY IS NOT LESS THAN ENV-REFERENCIA
                           INVALID KEY
                               MOVE 'S' TO WS-ENVIOS-EOF
                       END-START
                   END-IF
                   PERFORM UNTIL WS-ENVIOS-FIN-ARCHIVO
                       READ ARCHIVO-ENVIOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-ENVIOS-EOF
                       END-READ
                       IF NOT WS-ENVIOS-FIN-ARCHIVO
                          AND ENV-RUT-ORDENANTE = PTB-RUT
                          AND ENV-BANCO = PTB-BANCO
                           ADD 1 TO WS-ENVIOS-HALLADOS
                           IF ENV-ESTA-ENVIADO
                               ADD 1 TO WS-ENVIOS-PENDIENTES
                           END-IF
                           IF ENV-FUE-DEVUELTO
                               ADD 1 TO WS-ENVIOS-DEVUELTOS
                           END-IF
                           IF WS-ENVIOS-HALLADOS
                              >= PTB-CANTIDAD-TRASPASOS
                               MOVE 'S' TO WS-ENVIOS-EOF
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-STATUS-ENVIOS NOT = "35"
                       CLOSE ARCHIVO-ENVIOS
                   END-IF
               END-IF.

            SUMAR-EMBARGOS-VIGENTES.
      *        Total embargado vigente del RUT (ordenes VIG no
      *        expiradas); cero si el archivo no existe todavia.
               MOVE 0 TO WS-TOTAL-EMBARGADO
               MOVE 'N' TO WS-EMBARGOS-EOF
               OPEN INPUT ARCHIVO-EMBARGOS
               IF WS-STATUS-EMBARGOS = "35"
                   MOVE 'S' TO WS-EMBARGOS-EOF
               ELSE
                   MOVE PTB-RUT TO EMB-RUT
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
                           IF EMB-RUT NOT = PTB-RUT
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

            ENCOLAR-CAMARA-SALIDA.
               PERFORM DETERMINAR-CICLO-CAMARA
               OPEN EXTEND ARCHIVO-CAMARA-SALIDA
               MOVE SPACES TO REGISTRO-CAMARA
               MOVE WS-FECHA-HOY TO CAM-FECHA
               MOVE PTB-BANCO TO CAM-BANCO
               MOVE PTB-RUT TO CAM-RUT-BENEFICIARIO
               MOVE PTB-CUENTA-EXTERNA TO CAM-CUENTA-BENEFICIARIO
               MOVE WS-MONTO-TRASPASO TO CAM-MONTO
               MOVE PTB-RUT TO CAM-RUT-ORDENANTE
               MOVE WS-NUM-SECUENCIA TO CAM-REFERENCIA
               MOVE WS-CICLO-ACTUAL TO CAM-CICLO
               WRITE REGISTRO-CAMARA AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-CAMARA-SALIDA.

            DETERMINAR-CICLO-CAMARA.
      *        Ciclo segun la hora de captura: lo que alcanza el
      *        corte viaja ese mismo dia; lo posterior al ultimo
      *        corte queda para el primer ciclo de manana.
               PERFORM SETEAR-FECHA-ACTUAL
               EVALUATE TRUE
                   WHEN WS-HORA-FORMATEADA < WS-CORTE-CICLO-1
                       MOVE 1 TO WS-CICLO-ACTUAL
                   WHEN WS-HORA-FORMATEADA < WS-CORTE-CICLO-2
                       MOVE 2 TO WS-CICLO-ACTUAL
                   WHEN WS-HORA-FORMATEADA < WS-CORTE-CICLO-3
                       MOVE 3 TO WS-CICLO-ACTUAL
                   WHEN OTHER
                       MOVE 1 TO WS-CICLO-ACTUAL
               END-EVALUATE.

            GRABAR-BITACORA-PORTABILIDAD.
      *        Movimiento de la cuenta cargada en el registro de
      *        ARCHIVO-CUENTAS, con la operacion, monto y sentido que
      *        fija quien llama; la contraparte es el propio cliente
      *        en el banco nuevo.
               PERFORM SETEAR-FECHA-ACTUAL
               PERFORM SIGUIENTE-NUMERO-SECUENCIA
               OPEN EXTEND ARCHIVO-BITACORA
               MOVE SPACES TO REGISTRO-BITACORA
               MOVE RUT TO BIT-RUT
               MOVE NUM-CUENTA TO BIT-NUM-CUENTA
               MOVE WS-OPERACION-BIT TO BIT-OPERACION
               MOVE WS-MONTO-BIT TO BIT-MONTO
               MOVE SALDO TO BIT-SALDO
               MOVE WS-FECHAYHORA-FORMATEADA TO BIT-FECHAYHORA
               MOVE WS-NUM-SECUENCIA TO BIT-NUM-SECUENCIA
               MOVE WS-ID-TERMINAL TO BIT-ID-TERMINAL
               MOVE SPACES TO BIT-ANU-TIPO-ORIGINAL
               MOVE 0 TO BIT-TASA-CAMBIO
               MOVE MONEDA-CUENTA TO BIT-MONEDA
               MOVE WS-SENTIDO-BIT TO BIT-ABONO-CARGO
               MOVE SPACES TO BIT-CODIGO-CONVENIO
               MOVE 0 TO BIT-SECUENCIA-ORIGINAL
               MOVE PTB-RUT TO BIT-RUT-CONTRAPARTE
               PERFORM CALCULAR-HASH-BITACORA
               WRITE REGISTRO-BITACORA AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-BITACORA
               PERFORM GRABAR-MOVIMIENTO-INDEXADO.

            CALCULAR-HASH-BITACORA.
      *        Hash encadenado del movimiento que esta cargado en
      *        REGISTRO-BITACORA: mezcla el hash del movimiento
      *        anterior (ancla hash_bitacora.txt) con secuencia,
      *        monto y saldo de esta linea, deja el resultado en
      *        BIT-HASH y avanza el ancla.
               MOVE 0 TO WS-HASH-ANTERIOR
               OPEN INPUT ARCHIVO-HASH-BITACORA
               IF WS-STATUS-HASH NOT = "35"
                   READ ARCHIVO-HASH-BITACORA
                       AT END
                           MOVE 0 TO WS-HASH-ANTERIOR
                       NOT AT END
                           MOVE REGISTRO-HASH-BITACORA
                               TO WS-HASH-ANTERIOR
                   END-READ
               END-IF
               CLOSE ARCHIVO-HASH-BITACORA
               MOVE BIT-MONTO TO WS-HASH-MONTO
               MOVE BIT-SALDO TO WS-HASH-SALDO
               COMPUTE BIT-HASH =
                   FUNCTION MOD
                       ((WS-HASH-ANTERIOR * 31)
                       + (BIT-NUM-SECUENCIA * 7)
                       + (WS-HASH-MONTO * 13)
                       + ((WS-HASH-SALDO + 99999999) * 3)
                       + 17, 100000000)
               OPEN OUTPUT ARCHIVO-HASH-BITACORA
               MOVE BIT-HASH TO REGISTRO-HASH-BITACORA
               WRITE REGISTRO-HASH-BITACORA
               CLOSE ARCHIVO-HASH-BITACORA.

            GRABAR-MOVIMIENTO-INDEXADO.
      *        Replica del movimiento recien dejado en la bitacora en
      *        el indice por cliente (movimientos.txt); si el indice
      *        aun no existe se crea vacio antes de continuar.
               OPEN I-O ARCHIVO-MOVIMIENTOS
               IF WS-STATUS-MOVIMIENTOS = "35"
                   OPEN OUTPUT ARCHIVO-MOVIMIENTOS
                   CLOSE ARCHIVO-MOVIMIENTOS
                   OPEN I-O ARCHIVO-MOVIMIENTOS
               END-IF
               MOVE BIT-RUT TO MOV-RUT
               MOVE BIT-NUM-CUENTA TO MOV-NUM-CUENTA
               MOVE BIT-NUM-SECUENCIA TO MOV-NUM-SECUENCIA
               MOVE BIT-OPERACION TO MOV-OPERACION
               MOVE BIT-MONTO TO MOV-MONTO
               MOVE BIT-SALDO TO MOV-SALDO
               MOVE BIT-FECHAYHORA TO MOV-FECHAYHORA
               MOVE BIT-ID-TERMINAL TO MOV-ID-TERMINAL
               MOVE BIT-ANU-TIPO-ORIGINAL TO MOV-ANU-TIPO-ORIGINAL
               MOVE BIT-RUT-CONTRAPARTE TO MOV-RUT-CONTRAPARTE
               WRITE MOVIMIENTO
                   INVALID KEY
                       CONTINUE
               END-WRITE
               CLOSE ARCHIVO-MOVIMIENTOS.

            SIGUIENTE-NUMERO-SECUENCIA.
      *        Comparte el mismo contador persistido que
      *        CAJERO-AUTOMATICO, protegido por LOCK MODE AUTOMATIC
      *        para que dos procesos que lo llamen a la vez no puedan
      *        dejar dos movimientos con el mismo numero.
               MOVE "S" TO SEC-CLAVE
               OPEN I-O ARCHIVO-SECUENCIA
               IF WS-STATUS-SECUENCIA = "35"
                   OPEN OUTPUT ARCHIVO-SECUENCIA
                   MOVE "S" TO SEC-CLAVE
                   MOVE 0 TO SEC-ULTIMO-NUMERO
                   WRITE REGISTRO-SECUENCIA
                   CLOSE ARCHIVO-SECUENCIA
                   MOVE "S" TO SEC-CLAVE
                   OPEN I-O ARCHIVO-SECUENCIA
               END-IF
               READ ARCHIVO-SECUENCIA
                   INVALID KEY
                       MOVE 0 TO SEC-ULTIMO-NUMERO
               END-READ
               ADD 1 TO SEC-ULTIMO-NUMERO
               MOVE SEC-ULTIMO-NUMERO TO WS-NUM-SECUENCIA
               REWRITE REGISTRO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA.

            CARGAR-FERIADOS.
      *        Carga el calendario de feriados en memoria como fechas
      *        enteras (INTEGER-OF-DATE) para comparar rapido; si el
      *        archivo no existe todavia, solo se saltan sabados y
      *        domingos.
               MOVE 0 TO WS-FERIADOS-CANTIDAD
               OPEN INPUT ARCHIVO-FERIADOS
               IF WS-STATUS-FERIADOS NOT = "35"
                   MOVE 'N' TO WS-FERIADOS-EOF
                   PERFORM UNTIL WS-FERIADOS-FIN-ARCHIVO
                       READ ARCHIVO-FERIADOS
                           AT END
                               MOVE 'S' TO WS-FERIADOS-EOF
                           NOT AT END
                               IF FER-FECHA NUMERIC
                                  AND FER-FECHA > 0
                                  AND WS-FERIADOS-CANTIDAD < 120
                                   ADD 1 TO WS-FERIADOS-CANTIDAD
                                   COMPUTE WS-FERIADO-ENTERO
                                       (WS-FERIADOS-CANTIDAD) =
                                       FUNCTION INTEGER-OF-DATE
                                           (FER-FECHA)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-FERIADOS
               END-IF.

            VERIFICAR-DIA-HABIL.
      *        Deja WS-FHA-ES-HABIL segun la fecha entera en
      *        WS-FHA-ENTERO: sabado, domingo o feriado del
      *        calendario no son habiles. El dia 1 del calendario
      *        interno fue lunes, por eso MOD 7 da 6 para sabado y 0
      *        para domingo.
               MOVE 'S' TO WS-FHA-ES-HABIL
               COMPUTE WS-FHA-DIA-SEMANA =
                   FUNCTION MOD(WS-FHA-ENTERO, 7)
               IF WS-FHA-DIA-SEMANA = 0 OR WS-FHA-DIA-SEMANA = 6
                   MOVE 'N' TO WS-FHA-ES-HABIL
               ELSE
                   PERFORM VARYING WS-FERIADOS-INDICE FROM 1 BY 1
                           UNTIL WS-FERIADOS-INDICE
                                 > WS-FERIADOS-CANTIDAD
                       IF WS-FERIADO-ENTERO(WS-FERIADOS-INDICE)
                          = WS-FHA-ENTERO
                           MOVE 'N' TO WS-FHA-ES-HABIL
                           MOVE 999 TO WS-FERIADOS-INDICE
                       END-IF
                   END-PERFORM
               END-IF.

            CALCULAR-FECHA-LIMITE.
      *        Deja en WS-FECHA-LIMITE la fecha que resulta de contar
      *        WS-PLAZO-DIAS dias habiles desde hoy (exclusive).
               COMPUTE WS-FHA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               MOVE 0 TO WS-DIAS-CONTADOS
               PERFORM UNTIL WS-DIAS-CONTADOS >= WS-PLAZO-DIAS
                   ADD 1 TO WS-FHA-ENTERO
                   PERFORM VERIFICAR-DIA-HABIL
                   IF FECHA-ES-HABIL
                       ADD 1 TO WS-DIAS-CONTADOS
                   END-IF
               END-PERFORM
               COMPUTE WS-FECHA-LIMITE =
                   FUNCTION DATE-OF-INTEGER(WS-FHA-ENTERO).

       END PROGRAM PROCESAR-PORTABILIDAD.
