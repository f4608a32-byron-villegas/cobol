      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Importacion diaria de los giros que nuestros clientes
      *          hicieron en cajeros de otras redes: lee
      *          giros_red_emisor.txt (cabecera HDR y cola TRL de
      *          control como toda interfaz de entrada, y DET por giro
      *          con tarjeta, traza de la red, cajero y monto), ubica
      *          la cuenta por el numero de tarjeta, le carga el giro
      *          (movimiento GRE) y la comision por uso de cajero
      *          ajeno del tarifario (codigo GRO, movimiento COB), y
      *          deja el giro EMI pendiente en giros_red.txt para la
      *          liquidacion de la red. El efectivo ya fue entregado
      *          por el otro banco con la autorizacion de la red, asi
      *          que el cargo se hace aunque deje la cuenta en
      *          sobregiro. Una traza ya informada o una tarjeta que
      *          no es nuestra no se carga y sale en
      *          giros_red_emisor_reporte.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-GIROS-RED.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Giros de clientes en cajeros de otras redes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ENTRADA ASSIGN TO "giros_red_emisor.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENTRADA.
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
           SELECT ARCHIVO-GIROS-RED ASSIGN TO "giros_red.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-GIROS-RED.
           SELECT ARCHIVO-TARIFAS ASSIGN TO "tarifas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARIFAS.
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
               ASSIGN TO "giros_red_emisor_reporte.txt"
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
       FD ARCHIVO-ENTRADA.
       01 REGISTRO-ENTRADA.
          05 ENT-TIPO PIC X(3).
          05 FILLER PIC X.
          05 ENT-NUM-TARJETA PIC 9(16).
          05 FILLER PIC X.
          05 ENT-REFERENCIA PIC X(18).
          05 FILLER PIC X.
          05 ENT-ID-CAJERO PIC X(8).
          05 FILLER PIC X.
          05 ENT-MONTO PIC 9(8).
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-GIROS-RED.
           COPY "GIRO-RED.CPY".
       FD ARCHIVO-TARIFAS.
           COPY "TARIFA.CPY".
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
          05 REP-REFERENCIA PIC X(18).
          05 FILLER PIC X VALUE SPACE.
          05 REP-ID-CAJERO PIC X(8).
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
       77 WS-STATUS-ENTRADA PIC X(2) VALUE "00".
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-GIROS-RED PIC X(2) VALUE "00".
       77 WS-STATUS-TARIFAS PIC X(2) VALUE "00".
      *    Tasa de IVA de las comisiones (tarifa IVA del tarifario,
      *    en puntos base) y cargo bruto que se desglosa al grabarlo.
       77 WS-TASA-IVA-PB PIC 9(5) VALUE 1900.
       77 WS-IVA-BRUTO PIC 9(8).
       77 WS-ID-TERMINAL PIC X(8) VALUE "BATCHGRE".
       77 WS-ENTRADA-EOF PIC X VALUE 'N'.
           88 WS-ENTRADA-FIN-ARCHIVO VALUE 'S'.
       77 WS-CUENTA-ENCONTRADA PIC X VALUE 'N'.
           88 CUENTA-ENCONTRADA VALUE 'S'.
      *    Comision por giro en cajero de otra red (tarifa GRO);
      *    cero si el tarifario no la define.
       77 WS-TARIFA-GRO-MONTO PIC 9(8) VALUE 0.
       77 WS-BIT-OPERACION PIC X(3).
       77 WS-BIT-MONTO PIC 9(8).
       77 WS-MOTIVO PIC X(30).
       77 WS-TOTAL-CARGADOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-RECHAZADOS PIC 9(6) COMP VALUE 0.
       77 WS-MONTO-CARGADO PIC 9(10) VALUE 0.
       77 WS-COMISIONES-COBRADAS PIC 9(10) VALUE 0.
       77 WS-FORMATO-MONEDA PIC -(9)9.
      *    Control de integridad de la interfaz de entrada, igual
      *    que en la nomina: cabecera HDR, cola TRL y secuencia no
      *    consumida.
       77 WS-STATUS-CONSUMIDOS PIC X(2) VALUE "00".
       77 WS-NOMBRE-INTERFAZ PIC X(8) VALUE "GIROSRED".
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
            DISPLAY "------ GIROS DE CLIENTES EN OTRAS REDES ------".

            PERFORM SETEAR-FECHA-ACTUAL.

            PERFORM VALIDAR-INTERFAZ-ENTRADA.
            IF NOT INTERFAZ-ES-VALIDA THEN
                PERFORM RECHAZAR-INTERFAZ
                STOP RUN
            END-IF.

            PERFORM CARGAR-TARIFA-GRO.

            PERFORM CARGAR-TASA-IVA.

            PERFORM PROCESAR-GIROS.

            PERFORM REGISTRAR-INTERFAZ-CONSUMIDA.

            DISPLAY "GIROS CARGADOS: " WS-TOTAL-CARGADOS.
            DISPLAY "GIROS RECHAZADOS: " WS-TOTAL-RECHAZADOS.
            MOVE WS-MONTO-CARGADO TO WS-FORMATO-MONEDA.
            DISPLAY "TOTAL GIRADO EN OTRAS REDES: " WS-FORMATO-MONEDA.
            MOVE WS-COMISIONES-COBRADAS TO WS-FORMATO-MONEDA.
            DISPLAY "COMISIONES COBRADAS: " WS-FORMATO-MONEDA.

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

            CARGAR-TARIFA-GRO.
               OPEN INPUT ARCHIVO-TARIFAS
               IF WS-STATUS-TARIFAS = "35"
                   DISPLAY "NO EXISTE TARIFARIO (tarifas.txt)"
               ELSE
                   MOVE "GRO" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TAR-MONTO TO WS-TARIFA-GRO-MONTO
                   END-READ
                   CLOSE ARCHIVO-TARIFAS
               END-IF.

            PROCESAR-GIROS.
               OPEN INPUT ARCHIVO-ENTRADA
               OPEN OUTPUT ARCHIVO-REPORTE
               OPEN I-O ARCHIVO-GIROS-RED
               IF WS-STATUS-GIROS-RED = "35"
                   OPEN OUTPUT ARCHIVO-GIROS-RED
                   CLOSE ARCHIVO-GIROS-RED
                   OPEN I-O ARCHIVO-GIROS-RED
               END-IF
               MOVE 'N' TO WS-ENTRADA-EOF
               PERFORM UNTIL WS-ENTRADA-FIN-ARCHIVO
                   READ ARCHIVO-ENTRADA
                       AT END
                           MOVE 'S' TO WS-ENTRADA-EOF
                       NOT AT END
                           IF ENT-TIPO = "DET"
                               PERFORM CARGAR-UN-GIRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-GIROS-RED
               CLOSE ARCHIVO-REPORTE
               CLOSE ARCHIVO-ENTRADA.

            CARGAR-UN-GIRO.
      *        La traza de la red identifica el giro: si ya esta en
      *        giros_red.txt el archivo lo esta informando de nuevo
      *        y no se vuelve a cargar.
               MOVE SPACES TO WS-MOTIVO
               IF ENT-NUM-TARJETA NOT NUMERIC
                  OR ENT-MONTO NOT NUMERIC
                  OR ENT-REFERENCIA = SPACES
                   MOVE "GIRO MAL INFORMADO" TO WS-MOTIVO
               ELSE
                   MOVE "EMI" TO GRD-SENTIDO
                   MOVE ENT-REFERENCIA TO GRD-REFERENCIA
                   READ ARCHIVO-GIROS-RED
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "GIRO YA INFORMADO" TO WS-MOTIVO
                   END-READ
               END-IF

               IF WS-MOTIVO = SPACES
                   PERFORM CARGAR-CUENTA-GIRO
                   IF NOT CUENTA-ENCONTRADA
                       MOVE "TARJETA NO ES DE ESTE BANCO"
                           TO WS-MOTIVO
                   END-IF
               END-IF

               IF WS-MOTIVO = SPACES
                   MOVE SPACES TO GIRO-RED
                   MOVE "EMI" TO GRD-SENTIDO
                   MOVE ENT-REFERENCIA TO GRD-REFERENCIA
                   MOVE ENT-NUM-TARJETA TO GRD-NUM-TARJETA
                   MOVE RUT TO GRD-RUT
                   MOVE NUM-CUENTA TO GRD-NUM-CUENTA
                   MOVE ENT-ID-CAJERO TO GRD-ID-CAJERO
                   MOVE ENT-MONTO TO GRD-MONTO
                   MOVE WS-FECHA-HOY TO GRD-FECHA
                   MOVE 0 TO GRD-INTERCAMBIO
                   MOVE 0 TO GRD-FECHA-LIQUIDACION
                   MOVE "PEN" TO GRD-ESTADO
                   WRITE GIRO-RED
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   ADD 1 TO WS-TOTAL-CARGADOS
                   ADD ENT-MONTO TO WS-MONTO-CARGADO
               ELSE
                   ADD 1 TO WS-TOTAL-RECHAZADOS
                   PERFORM GRABAR-LINEA-REPORTE
               END-IF.

            CARGAR-CUENTA-GIRO.
      *        Misma disciplina de READ/REWRITE bajo bloqueo del
      *        cajero. El giro y la comision son dos movimientos
      *        separados, para que la cartola muestre la comision
      *        aparte igual que la que cobra COBRAR-COMISIONES.
               MOVE 'N' TO WS-CUENTA-ENCONTRADA
               OPEN I-O ARCHIVO-CUENTAS
               MOVE ENT-NUM-TARJETA TO NUM-TARJETA
               READ ARCHIVO-CUENTAS KEY IS NUM-TARJETA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CUENTA-ENCONTRADA
                       SUBTRACT ENT-MONTO FROM SALDO
                       SUBTRACT WS-TARIFA-GRO-MONTO FROM SALDO
                       REWRITE CUENTA
               END-READ
      *        La linea del GRE lleva el saldo antes de la comision y
      *        la del COB el saldo final ya grabado.
               IF CUENTA-ENCONTRADA
                   ADD WS-TARIFA-GRO-MONTO TO SALDO
                   MOVE "GRE" TO WS-BIT-OPERACION
                   MOVE ENT-MONTO TO WS-BIT-MONTO
                   PERFORM GRABAR-BITACORA-GIRO
                   IF WS-TARIFA-GRO-MONTO > 0
                       SUBTRACT WS-TARIFA-GRO-MONTO FROM SALDO
                       MOVE "COB" TO WS-BIT-OPERACION
                       MOVE WS-TARIFA-GRO-MONTO TO WS-BIT-MONTO
                       PERFORM GRABAR-BITACORA-GIRO
                       ADD WS-TARIFA-GRO-MONTO
                           TO WS-COMISIONES-COBRADAS
                   END-IF
               END-IF
               CLOSE ARCHIVO-CUENTAS.

            GRABAR-BITACORA-GIRO.
               PERFORM SETEAR-FECHA-ACTUAL
               PERFORM SIGUIENTE-NUMERO-SECUENCIA
               OPEN EXTEND ARCHIVO-BITACORA
               MOVE SPACES TO REGISTRO-BITACORA
               MOVE RUT TO BIT-RUT
               MOVE NUM-CUENTA TO BIT-NUM-CUENTA
               MOVE WS-BIT-OPERACION TO BIT-OPERACION
               MOVE WS-BIT-MONTO TO BIT-MONTO
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
               IF WS-BIT-OPERACION = "COB"
                   PERFORM DESGLOSAR-IVA-COMISION
               END-IF
               PERFORM CALCULAR-HASH-BITACORA
               WRITE REGISTRO-BITACORA AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-BITACORA
               PERFORM GRABAR-MOVIMIENTO-INDEXADO.

            GRABAR-LINEA-REPORTE.
               MOVE SPACES TO REGISTRO-REPORTE
               IF ENT-NUM-TARJETA NUMERIC
                   MOVE ENT-NUM-TARJETA TO REP-NUM-TARJETA
               ELSE
                   MOVE 0 TO REP-NUM-TARJETA
               END-IF
               MOVE ENT-REFERENCIA TO REP-REFERENCIA
               MOVE ENT-ID-CAJERO TO REP-ID-CAJERO
               IF ENT-MONTO NUMERIC
                   MOVE ENT-MONTO TO REP-MONTO
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
               OPEN INPUT ARCHIVO-ENTRADA
               IF WS-STATUS-ENTRADA = "35"
                   MOVE "ARCHIVO DE ENTRADA NO EXISTE"
                       TO WS-INT-MOTIVO
                   MOVE 'S' TO WS-VAL-EOF
               END-IF
               PERFORM UNTIL WS-VAL-FIN-ARCHIVO
                   READ ARCHIVO-ENTRADA
                       AT END
                           MOVE 'S' TO WS-VAL-EOF
                       NOT AT END
                           PERFORM CLASIFICAR-LINEA-VALIDACION
                   END-READ
               END-PERFORM
               IF WS-STATUS-ENTRADA NOT = "35"
                   CLOSE ARCHIVO-ENTRADA
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
               EVALUATE REGISTRO-ENTRADA(1:3)
                   WHEN "HDR"
                       MOVE 'S' TO WS-HAY-HDR
                       IF REGISTRO-ENTRADA(5:8) NUMERIC
                           MOVE REGISTRO-ENTRADA(5:8)
                               TO WS-INT-FECHA
                       END-IF
                       IF REGISTRO-ENTRADA(14:6) NUMERIC
                           MOVE REGISTRO-ENTRADA(14:6)
                               TO WS-INT-SECUENCIA
                       END-IF
                   WHEN "TRL"
                       MOVE 'S' TO WS-HAY-TRL
                       IF REGISTRO-ENTRADA(5:6) NUMERIC
                           MOVE REGISTRO-ENTRADA(5:6)
                               TO WS-TRL-CANTIDAD
                       END-IF
                       IF REGISTRO-ENTRADA(12:12) NUMERIC
                           MOVE REGISTRO-ENTRADA(12:12)
                               TO WS-TRL-SUMA
                       END-IF
                   WHEN OTHER
                       IF ENT-TIPO = "DET" AND ENT-MONTO NUMERIC
                           ADD 1 TO WS-CNT-DETALLES
                           ADD ENT-MONTO TO WS-SUM-DETALLES
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
            CARGAR-TASA-IVA.
      *        Tasa de IVA de las comisiones desde la tarifa IVA del
      *        tarifario; sin esa fila rige la tasa por defecto.
               OPEN INPUT ARCHIVO-TARIFAS
               IF WS-STATUS-TARIFAS NOT = "35"
                   MOVE "IVA" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       NOT INVALID KEY
                           MOVE TAR-MONTO TO WS-TASA-IVA-PB
                   END-READ
                   CLOSE ARCHIVO-TARIFAS
               END-IF.

            DESGLOSAR-IVA-COMISION.
      *        El cobro cargado en BIT-MONTO es bruto, con el IVA
      *        incluido: se separa en neto e IVA para que el asiento
      *        contable y el libro de ventas no lo hagan a mano.
               MOVE BIT-MONTO TO WS-IVA-BRUTO
               COMPUTE BIT-MONTO-NETO ROUNDED =
                   (WS-IVA-BRUTO * 10000) / (10000 + WS-TASA-IVA-PB)
               COMPUTE BIT-MONTO-IVA =
                   WS-IVA-BRUTO - BIT-MONTO-NETO.

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
       END PROGRAM IMPORTAR-GIROS-RED.
