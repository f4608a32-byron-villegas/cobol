      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Importacion nocturna de la compensacion de compras
      *          con tarjeta de debito enviada por el adquirente:
      *          lee compensacion_pos.txt (cabecera HDR y cola TRL de
      *          control como toda interfaz de entrada, y DET por
      *          compra con tarjeta, codigo de autorizacion, comercio
      *          y monto final), calza cada compra con su retencion
      *          en retenciones_pos.txt, carga la cuenta con el monto
      *          compensado (movimiento CPO) y deja la retencion
      *          LIQ. Una compra sin retencion que la respalde, o cuya
      *          retencion ya fue liquidada, no se carga y sale en
      *          compensacion_pos_reporte.txt para su revision con el
      *          adquirente; una retencion expirada que igual se
      *          compensa se carga y queda anotada como tardia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-COMPENSACION-POS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Compensacion de compras con tarjeta de debito.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-COMPENSACION ASSIGN TO "compensacion_pos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPENSACION.
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
           SELECT ARCHIVO-RETENCIONES-POS
               ASSIGN TO "retenciones_pos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPO-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RETENCIONES-POS.
           SELECT ARCHIVO-CONSUMIDOS
               ASSIGN TO "archivos_consumidos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSM-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CONSUMIDOS.
           SELECT OPTIONAL ARCHIVO-RECHAZO-INTERFAZ
               ASSIGN TO "rechazo_interfaz.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "compensacion_pos_reporte.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-BITACORA ASSIGN TO "bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-SECUENCIA ASSIGN TO "secuencia.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SECUENCIA.
           SELECT OPTIONAL ARCHIVO-HASH-BITACORA
               ASSIGN TO "hash_bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HASH.
           SELECT ARCHIVO-MOVIMIENTOS ASSIGN TO "movimientos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MOVIMIENTOS.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-COMPENSACION.
       01 REGISTRO-COMPENSACION.
          05 CPS-TIPO PIC X(3).
          05 FILLER PIC X.
          05 CPS-NUM-TARJETA PIC 9(16).
          05 FILLER PIC X.
          05 CPS-COD-AUTORIZACION PIC X(6).
          05 FILLER PIC X.
          05 CPS-COMERCIO PIC X(20).
          05 FILLER PIC X.
          05 CPS-MONTO PIC 9(8).
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-RETENCIONES-POS.
           COPY "RETENCION-POS.CPY".
       FD ARCHIVO-CONSUMIDOS.
           COPY "INTERFAZ-CONSUMIDA.CPY".
       FD ARCHIVO-RECHAZO-INTERFAZ.
       01 REGISTRO-RECHAZO-INTERFAZ.
          05 RIN-FECHA PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 RIN-INTERFAZ PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 RIN-SECUENCIA PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 RIN-MOTIVO PIC X(40).
       FD ARCHIVO-REPORTE.
       01 REGISTRO-REPORTE.
          05 REP-NUM-TARJETA PIC 9(16).
          05 FILLER PIC X VALUE SPACE.
          05 REP-COD-AUTORIZACION PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 REP-COMERCIO PIC X(20).
          05 FILLER PIC X VALUE SPACE.
          05 REP-MONTO PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 REP-MOTIVO PIC X(30).
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-SECUENCIA.
       01 REGISTRO-SECUENCIA.
          05 SEC-CLAVE PIC X(1).
          05 SEC-ULTIMO-NUMERO PIC 9(10).
       FD ARCHIVO-HASH-BITACORA.
       01 REGISTRO-HASH-BITACORA PIC 9(8).
       FD ARCHIVO-MOVIMIENTOS.
           COPY "MOVIMIENTO.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-HASH PIC X(2) VALUE "00".
       77 WS-HASH-ANTERIOR PIC 9(8) VALUE 0.
       77 WS-HASH-MONTO PIC 9(8).
       77 WS-HASH-SALDO PIC S9(8).
       77 WS-STATUS-SECUENCIA PIC X(2) VALUE "00".
       77 WS-NUM-SECUENCIA PIC 9(10) VALUE 0.
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
       77 WS-STATUS-COMPENSACION PIC X(2) VALUE "00".
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-RETENCIONES-POS PIC X(2) VALUE "00".
       77 WS-ID-TERMINAL PIC X(8) VALUE "BATCHCPO".
       77 WS-COMPENSACION-EOF PIC X VALUE 'N'.
           88 WS-COMPENSACION-FIN-ARCHIVO VALUE 'S'.
       77 WS-CUENTA-ENCONTRADA PIC X VALUE 'N'.
           88 CUENTA-ENCONTRADA VALUE 'S'.
       77 WS-MOTIVO PIC X(30).
       77 WS-TOTAL-LIQUIDADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-TARDIAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-SIN-CALCE PIC 9(6) COMP VALUE 0.
       77 WS-MONTO-CARGADO PIC 9(10) VALUE 0.
       77 WS-FORMATO-MONEDA PIC -(9)9.
      *    Control de integridad de la interfaz de entrada, igual
      *    que en la nomina: cabecera HDR, cola TRL y secuencia no
      *    consumida.
       77 WS-STATUS-CONSUMIDOS PIC X(2) VALUE "00".
       77 WS-NOMBRE-INTERFAZ PIC X(8) VALUE "COMPPOS".
       77 WS-INTERFAZ-VALIDA PIC X VALUE 'N'.
           88 INTERFAZ-ES-VALIDA VALUE 'S'.
       77 WS-INT-MOTIVO PIC X(40) VALUE SPACES.
       77 WS-INT-FECHA PIC 9(8) VALUE 0.
       77 WS-INT-SECUENCIA PIC 9(6) VALUE 0.
       77 WS-TRL-CANTIDAD PIC 9(6) VALUE 0.
       77 WS-TRL-SUMA PIC 9(12) VALUE 0.
       77 WS-CNT-DETALLES PIC 9(6) VALUE 0.
       77 WS-SUM-DETALLES PIC 9(12) VALUE 0.
       77 WS-HAY-HDR PIC X VALUE 'N'.
       77 WS-HAY-TRL PIC X VALUE 'N'.
       77 WS-VAL-EOF PIC X VALUE 'N'.
           88 WS-VAL-FIN-ARCHIVO VALUE 'S'.
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
            DISPLAY "------ COMPENSACION DE COMPRAS CON TARJETA ------".

            PERFORM SETEAR-FECHA-ACTUAL.

            PERFORM VALIDAR-INTERFAZ-ENTRADA.
            IF NOT INTERFAZ-ES-VALIDA THEN
                PERFORM RECHAZAR-INTERFAZ
                STOP RUN
            END-IF.

            PERFORM PROCESAR-COMPENSACION.

            PERFORM REGISTRAR-INTERFAZ-CONSUMIDA.

            DISPLAY "COMPRAS LIQUIDADAS: " WS-TOTAL-LIQUIDADAS.
            DISPLAY "DE ELLAS TARDIAS: " WS-TOTAL-TARDIAS.
            DISPLAY "COMPRAS SIN CALCE: " WS-TOTAL-SIN-CALCE.
            MOVE WS-MONTO-CARGADO TO WS-FORMATO-MONEDA.
            DISPLAY "TOTAL CARGADO: " WS-FORMATO-MONEDA.

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

            PROCESAR-COMPENSACION.
               OPEN INPUT ARCHIVO-COMPENSACION
               OPEN OUTPUT ARCHIVO-REPORTE
               OPEN I-O ARCHIVO-RETENCIONES-POS
               IF WS-STATUS-RETENCIONES-POS = "35"
                   OPEN OUTPUT ARCHIVO-RETENCIONES-POS
                   CLOSE ARCHIVO-RETENCIONES-POS
                   OPEN I-O ARCHIVO-RETENCIONES-POS
               END-IF
               MOVE 'N' TO WS-COMPENSACION-EOF
               PERFORM UNTIL WS-COMPENSACION-FIN-ARCHIVO
                   READ ARCHIVO-COMPENSACION
                       AT END
                           MOVE 'S' TO WS-COMPENSACION-EOF
                       NOT AT END
                           IF CPS-TIPO = "DET"
                               PERFORM COMPENSAR-UNA-COMPRA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-RETENCIONES-POS
               CLOSE ARCHIVO-REPORTE
               CLOSE ARCHIVO-COMPENSACION.

            COMPENSAR-UNA-COMPRA.
      *        El calce es por tarjeta y codigo de autorizacion. Se
      *        carga el monto compensado, que puede diferir del
      *        retenido (propina, ajuste del comercio).
               MOVE SPACES TO WS-MOTIVO
               MOVE FUNCTION UPPER-CASE(CPS-COMERCIO) TO CPS-COMERCIO

               IF CPS-NUM-TARJETA NOT NUMERIC
                  OR CPS-MONTO NOT NUMERIC
                   MOVE "COMPRA MAL INFORMADA" TO WS-MOTIVO
               ELSE
                   MOVE CPS-NUM-TARJETA TO RPO-NUM-TARJETA
                   MOVE CPS-COD-AUTORIZACION TO RPO-COD-AUTORIZACION
                   READ ARCHIVO-RETENCIONES-POS
                       INVALID KEY
                           MOVE "SIN AUTORIZACION PREVIA"
                               TO WS-MOTIVO
                       NOT INVALID KEY
                           IF RPO-FUE-LIQUIDADA
                               MOVE "RETENCION YA LIQUIDADA"
                                   TO WS-MOTIVO
                           END-IF
                   END-READ
               END-IF

               IF WS-MOTIVO = SPACES
                   PERFORM CARGAR-CUENTA-COMPRA
                   IF NOT CUENTA-ENCONTRADA
                       MOVE "CUENTA DE LA RETENCION NO EXISTE"
                           TO WS-MOTIVO
                   END-IF
               END-IF

               IF WS-MOTIVO = SPACES
                   IF RPO-FUE-EXPIRADA
                       ADD 1 TO WS-TOTAL-TARDIAS
                       MOVE "LIQUIDADA TARDIA (YA EXPIRADA)"
                           TO WS-MOTIVO
                       PERFORM GRABAR-LINEA-REPORTE
                   END-IF
                   MOVE "LIQ" TO RPO-ESTADO
                   MOVE CPS-MONTO TO RPO-MONTO-LIQUIDADO
                   MOVE WS-FECHA-HOY TO RPO-FECHA-LIQUIDACION
                   REWRITE RETENCION-POS
                   ADD 1 TO WS-TOTAL-LIQUIDADAS
                   ADD CPS-MONTO TO WS-MONTO-CARGADO
               ELSE
                   ADD 1 TO WS-TOTAL-SIN-CALCE
                   PERFORM GRABAR-LINEA-REPORTE
               END-IF.

            CARGAR-CUENTA-COMPRA.
      *        Misma disciplina de READ/REWRITE bajo bloqueo del
      *        cajero. El disponible ya se valido al autorizar, asi
      *        que la compensacion se carga aunque deje la cuenta en
      *        sobregiro: el comercio ya entrego la mercaderia.
               MOVE 'N' TO WS-CUENTA-ENCONTRADA
               OPEN I-O ARCHIVO-CUENTAS
               MOVE RPO-RUT TO RUT
               MOVE RPO-NUM-CUENTA TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CUENTA-ENCONTRADA
                       SUBTRACT CPS-MONTO FROM SALDO
                       REWRITE CUENTA
               END-READ
               IF CUENTA-ENCONTRADA
                   PERFORM GRABAR-BITACORA-COMPRA
               END-IF
               CLOSE ARCHIVO-CUENTAS.

            GRABAR-BITACORA-COMPRA.
               PERFORM SETEAR-FECHA-ACTUAL
               PERFORM SIGUIENTE-NUMERO-SECUENCIA
               OPEN EXTEND ARCHIVO-BITACORA
               MOVE SPACES TO REGISTRO-BITACORA
               MOVE RUT TO BIT-RUT
               MOVE NUM-CUENTA TO BIT-NUM-CUENTA
               MOVE "CPO" TO BIT-OPERACION
               MOVE CPS-MONTO TO BIT-MONTO
               MOVE SALDO TO BIT-SALDO
               MOVE WS-FECHAYHORA-FORMATEADA TO BIT-FECHAYHORA
               MOVE WS-NUM-SECUENCIA TO BIT-NUM-SECUENCIA
               MOVE WS-ID-TERMINAL TO BIT-ID-TERMINAL
               MOVE SPACES TO BIT-ANU-TIPO-ORIGINAL
               MOVE 0 TO BIT-TASA-CAMBIO
               MOVE MONEDA-CUENTA TO BIT-MONEDA
               MOVE 'C' TO BIT-ABONO-CARGO
               MOVE SPACES TO BIT-CODIGO-CONVENIO
               MOVE 0 TO BIT-SECUENCIA-ORIGINAL
               PERFORM CALCULAR-HASH-BITACORA
               WRITE REGISTRO-BITACORA AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-BITACORA
               PERFORM GRABAR-MOVIMIENTO-INDEXADO.

            GRABAR-LINEA-REPORTE.
               MOVE SPACES TO REGISTRO-REPORTE
               IF CPS-NUM-TARJETA NUMERIC
                   MOVE CPS-NUM-TARJETA TO REP-NUM-TARJETA
               ELSE
                   MOVE 0 TO REP-NUM-TARJETA
               END-IF
               MOVE CPS-COD-AUTORIZACION TO REP-COD-AUTORIZACION
               MOVE CPS-COMERCIO TO REP-COMERCIO
               IF CPS-MONTO NUMERIC
                   MOVE CPS-MONTO TO REP-MONTO
               ELSE
                   MOVE 0 TO REP-MONTO
               END-IF
               MOVE WS-MOTIVO TO REP-MOTIVO
               WRITE REGISTRO-REPORTE AFTER ADVANCING 1 LINE.

            VALIDAR-INTERFAZ-ENTRADA.
      *        Primera pasada completa del archivo antes de tocar
      *        una sola cuenta: cabecera y cola presentes, cantidad
      *        y suma de la cola iguales a lo contado, y secuencia
      *        de archivo nunca consumida antes.
               MOVE 'N' TO WS-INTERFAZ-VALIDA
               MOVE SPACES TO WS-INT-MOTIVO
               MOVE 'N' TO WS-HAY-HDR
               MOVE 'N' TO WS-HAY-TRL
               MOVE 0 TO WS-CNT-DETALLES
               MOVE 0 TO WS-SUM-DETALLES
               MOVE 'N' TO WS-VAL-EOF
               OPEN INPUT ARCHIVO-COMPENSACION
               IF WS-STATUS-COMPENSACION = "35"
                   MOVE "ARCHIVO DE ENTRADA NO EXISTE"
                       TO WS-INT-MOTIVO
                   MOVE 'S' TO WS-VAL-EOF
               END-IF
               PERFORM UNTIL WS-VAL-FIN-ARCHIVO
                   READ ARCHIVO-COMPENSACION
                       AT END
                           MOVE 'S' TO WS-VAL-EOF
                       NOT AT END
                           PERFORM CLASIFICAR-LINEA-VALIDACION
                   END-READ
               END-PERFORM
               IF WS-STATUS-COMPENSACION NOT = "35"
                   CLOSE ARCHIVO-COMPENSACION
               END-IF

               IF WS-INT-MOTIVO = SPACES AND WS-HAY-HDR = 'N'
                   MOVE "SIN CABECERA HDR" TO WS-INT-MOTIVO
               END-IF
               IF WS-INT-MOTIVO = SPACES AND WS-HAY-TRL = 'N'
                   MOVE "SIN COLA TRL (ARCHIVO TRUNCADO)"
                       TO WS-INT-MOTIVO
               END-IF
               IF WS-INT-MOTIVO = SPACES
                  AND WS-TRL-CANTIDAD NOT = WS-CNT-DETALLES
                   MOVE "CANTIDAD NO CALZA CON LA COLA"
                       TO WS-INT-MOTIVO
               END-IF
               IF WS-INT-MOTIVO = SPACES
                  AND WS-TRL-SUMA NOT = WS-SUM-DETALLES
                   MOVE "SUMA DE MONTOS NO CALZA CON LA COLA"
                       TO WS-INT-MOTIVO
               END-IF
               IF WS-INT-MOTIVO = SPACES
                   PERFORM VERIFICAR-SECUENCIA-CONSUMIDA
               END-IF
               IF WS-INT-MOTIVO = SPACES
                   MOVE 'S' TO WS-INTERFAZ-VALIDA
               END-IF.

            CLASIFICAR-LINEA-VALIDACION.
               EVALUATE REGISTRO-COMPENSACION(1:3)
                   WHEN "HDR"
                       MOVE 'S' TO WS-HAY-HDR
                       IF REGISTRO-COMPENSACION(5:8) NUMERIC
                           MOVE REGISTRO-COMPENSACION(5:8)
                               TO WS-INT-FECHA
                       END-IF
                       IF REGISTRO-COMPENSACION(14:6) NUMERIC
                           MOVE REGISTRO-COMPENSACION(14:6)
                               TO WS-INT-SECUENCIA
                       END-IF
                   WHEN "TRL"
                       MOVE 'S' TO WS-HAY-TRL
                       IF REGISTRO-COMPENSACION(5:6) NUMERIC
                           MOVE REGISTRO-COMPENSACION(5:6)
                               TO WS-TRL-CANTIDAD
                       END-IF
                       IF REGISTRO-COMPENSACION(12:12) NUMERIC
                           MOVE REGISTRO-COMPENSACION(12:12)
                               TO WS-TRL-SUMA
                       END-IF
                   WHEN OTHER
                       IF CPS-TIPO = "DET" AND CPS-MONTO NUMERIC
                           ADD 1 TO WS-CNT-DETALLES
                           ADD CPS-MONTO TO WS-SUM-DETALLES
                       END-IF
               END-EVALUATE.

            VERIFICAR-SECUENCIA-CONSUMIDA.
               OPEN INPUT ARCHIVO-CONSUMIDOS
               IF WS-STATUS-CONSUMIDOS = "35"
                   CONTINUE
               ELSE
                   MOVE WS-NOMBRE-INTERFAZ TO CSM-INTERFAZ
                   MOVE WS-INT-SECUENCIA TO CSM-SECUENCIA
                   READ ARCHIVO-CONSUMIDOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "SECUENCIA YA CONSUMIDA (DUPLICADO)"
                               TO WS-INT-MOTIVO
                   END-READ
                   CLOSE ARCHIVO-CONSUMIDOS
               END-IF.

            RECHAZAR-INTERFAZ.
      *        El archivo queda en cuarentena: no se proceso una
      *        sola linea, y el motivo queda en el
      *        reporte de rechazos de interfaz.
               OPEN EXTEND ARCHIVO-RECHAZO-INTERFAZ
               MOVE SPACES TO REGISTRO-RECHAZO-INTERFAZ
               MOVE WS-FECHA-HOY TO RIN-FECHA
               MOVE WS-NOMBRE-INTERFAZ TO RIN-INTERFAZ
               MOVE WS-INT-SECUENCIA TO RIN-SECUENCIA
               MOVE WS-INT-MOTIVO TO RIN-MOTIVO
               WRITE REGISTRO-RECHAZO-INTERFAZ AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-RECHAZO-INTERFAZ
               DISPLAY
                   "ARCHIVO EN CUARENTENA (" WS-NOMBRE-INTERFAZ
                   " SEC " WS-INT-SECUENCIA "): " WS-INT-MOTIVO.

            REGISTRAR-INTERFAZ-CONSUMIDA.
               OPEN I-O ARCHIVO-CONSUMIDOS
               IF WS-STATUS-CONSUMIDOS = "35"
                   OPEN OUTPUT ARCHIVO-CONSUMIDOS
                   CLOSE ARCHIVO-CONSUMIDOS
                   OPEN I-O ARCHIVO-CONSUMIDOS
               END-IF
               MOVE WS-NOMBRE-INTERFAZ TO CSM-INTERFAZ
               MOVE WS-INT-SECUENCIA TO CSM-SECUENCIA
               MOVE WS-INT-FECHA TO CSM-FECHA-ARCHIVO
               MOVE WS-FECHA-HOY TO CSM-FECHA-PROCESO
               MOVE WS-CNT-DETALLES TO CSM-CANTIDAD
               MOVE WS-SUM-DETALLES TO CSM-SUMA
               WRITE INTERFAZ-CONSUMIDA
                   INVALID KEY
                       REWRITE INTERFAZ-CONSUMIDA
               END-WRITE
               CLOSE ARCHIVO-CONSUMIDOS.
            GRABAR-MOVIMIENTO-INDEXADO.
      *        Replica del movimiento recien dejado en la bitacora en
      *        el indice por cliente (movimientos.txt), con los
      *        campos de REGISTRO-BITACORA todavia cargados; si el
      *        indice aun no existe se crea vacio antes de continuar.
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
            CALCULAR-HASH-BITACORA.
      *        Hash encadenado del movimiento que esta cargado en
      *        REGISTRO-BITACORA: mezcla el hash del movimiento
      *        anterior (ancla hash_bitacora.txt) con secuencia,
      *        monto y saldo de esta linea, deja el resultado en
      *        BIT-HASH y avanza el ancla. Cualquier edicion
      *        posterior de una linea rompe la cadena de todo lo que
      *        la sigue.
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
       END PROGRAM IMPORTAR-COMPENSACION-POS.
