      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Batch que importa las transferencias internacionales
      *          entrantes (swift_entrante.txt): mensajes MT103 entre
      *          una cabecera HDR y una cola TRL de control como toda
      *          interfaz de entrada (la cola trae la cantidad de
      *          mensajes y la suma de sus montos en unidades
      *          enteras). Por cada mensaje toma la referencia :20:,
      *          moneda y monto :32A:, ordenante :50K:, banco
      *          ordenante :52A:, beneficiario :59: (/RUT/CUENTA) y
      *          proposito :70:. Un mensaje en dolares enteros para
      *          una cuenta nuestra se tamiza (RUT del beneficiario y
      *          BIC del banco ordenante) y, sin coincidencia, se
      *          acredita como TIE (al tipo de compra si la cuenta es
      *          en pesos); con coincidencia queda retenido (origen
      *          TIE) para cumplimiento. Lo que no calza (otra moneda,
      *          centavos, beneficiario ilegible o cuenta inexistente)
      *          se deriva al libro de suspenso bajo el tipo SWI.
      *          Cada mensaje queda con su folio en
      *          transferencias_internacionales.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-SWIFT-ENTRANTE.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Importacion de transferencias internacionales.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-SWIFT ASSIGN TO "swift_entrante.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SWIFT.
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
           SELECT ARCHIVO-TRANSFERENCIAS
               ASSIGN TO "transferencias_internacionales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIN-NUMERO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TRANSFERENCIAS.
           SELECT ARCHIVO-TASAS ASSIGN TO "tasas_cambio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TASAS.
           SELECT ARCHIVO-SUSPENSO ASSIGN TO "partidas_suspenso.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SUSPENSO.
           SELECT ARCHIVO-VIGILANCIA
               ASSIGN TO "lista_vigilancia.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIG-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-VIGILANCIA.
           SELECT ARCHIVO-RETENIDOS
               ASSIGN TO "retenidos_compliance.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTC-NUMERO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RETENIDOS.
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
       DATA DIVISION.
       FILE SECTION.
      *    Lineas del mensaje tal como llegan: etiqueta :NN: y
      *    contenido, o continuacion de la etiqueta anterior.
       FD ARCHIVO-SWIFT.
       01 REGISTRO-SWIFT PIC X(80).
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-TRANSFERENCIAS.
           COPY "TRANSFERENCIA-INTERNACIONAL.CPY".
       FD ARCHIVO-TASAS.
           COPY "TASA-CAMBIO.CPY".
       FD ARCHIVO-SUSPENSO.
           COPY "SUSPENSO.CPY".
       FD ARCHIVO-VIGILANCIA.
           COPY "VIGILADO.CPY".
       FD ARCHIVO-RETENIDOS.
           COPY "RETENIDO-COMPLIANCE.CPY".
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
       WORKING-STORAGE SECTION.
       77 WS-STATUS-SWIFT PIC X(2) VALUE "00".
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-TRANSFERENCIAS PIC X(2) VALUE "00".
       77 WS-STATUS-TASAS PIC X(2) VALUE "00".
       77 WS-STATUS-SUSPENSO PIC X(2) VALUE "00".
       77 WS-STATUS-VIGILANCIA PIC X(2) VALUE "00".
       77 WS-STATUS-RETENIDOS PIC X(2) VALUE "00".
       77 WS-STATUS-SECUENCIA PIC X(2) VALUE "00".
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
       77 WS-STATUS-HASH PIC X(2) VALUE "00".
       77 WS-HASH-ANTERIOR PIC 9(8) VALUE 0.
       77 WS-HASH-MONTO PIC 9(8).
       77 WS-HASH-SALDO PIC S9(8).
       77 WS-NUM-SECUENCIA PIC 9(10) VALUE 0.
       77 WS-ID-TERMINAL PIC X(8) VALUE "BATCHSWI".
       77 WS-SWIFT-EOF PIC X VALUE 'N'.
           88 WS-SWIFT-FIN-ARCHIVO VALUE 'S'.
      *    Mensaje en curso, armado linea a linea hasta el cierre
      *    "-}" del bloque de texto.
       77 WS-EN-MENSAJE PIC X VALUE 'N'.
           88 HAY-MENSAJE-ABIERTO VALUE 'S'.
       77 WS-ETIQUETA-ACTUAL PIC X(3).
       77 WS-MSJ-REFERENCIA PIC X(16).
       77 WS-MSJ-MONEDA PIC X(3).
       77 WS-MSJ-MONTO PIC 9(8).
       77 WS-MSJ-CENTAVOS PIC 9(2).
       77 WS-MSJ-MONTO-VALIDO PIC X VALUE 'N'.
           88 MONTO-MENSAJE-VALIDO VALUE 'S'.
       77 WS-MSJ-ORDENANTE-CUENTA PIC X(34).
       77 WS-MSJ-ORDENANTE-NOMBRE PIC X(35).
       77 WS-MSJ-ORDENANTE-DIRECCION PIC X(35).
       77 WS-MSJ-BIC PIC X(11).
       77 WS-MSJ-RUT PIC X(10).
       77 WS-MSJ-CUENTA-TXT PIC X(3).
       77 WS-MSJ-NUM-CUENTA PIC 9(3).
       77 WS-MSJ-BENEFICIARIO-VALIDO PIC X VALUE 'N'.
           88 BENEFICIARIO-LEGIBLE VALUE 'S'.
       77 WS-MSJ-PROPOSITO PIC X(3).
       77 WS-MSJ-DETALLE PIC X(35).
      *    Monto del :32A: (coma decimal): parte entera y centavos.
       77 WS-MONTO-ENTERO-TXT PIC X(8) JUSTIFIED RIGHT.
       77 WS-MONTO-CENTAVOS-TXT PIC X(2).
       01 WS-MONTO-ENTERO-NUM PIC 9(8).
       01 WS-MONTO-ENTERO-ALFA REDEFINES WS-MONTO-ENTERO-NUM
                               PIC X(8).
       01 WS-CENTAVOS-NUM PIC 9(2).
       01 WS-CENTAVOS-ALFA REDEFINES WS-CENTAVOS-NUM PIC X(2).
      *    Resultado del mensaje y su equivalente en la cuenta.
       77 WS-FOLIO PIC 9(8) VALUE 0.
       77 WS-MONTO-CUENTA PIC 9(8) VALUE 0.
       77 WS-CUENTA-ENCONTRADA PIC X VALUE 'N'.
           88 CUENTA-ENCONTRADA VALUE 'S'.
       77 WS-MONEDA-CUENTA PIC X(3).
       77 WS-ESTADO-TRANSFERENCIA PIC X(3).
       77 WS-MOTIVO-SUSPENSO PIC X(30).
       77 WS-TASAS-EOF PIC X VALUE 'N'.
           88 WS-TASAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-TASA-COMPRA PIC 9(4)V9(4) VALUE 930.
       77 WS-TASA-VENTA PIC 9(4)V9(4) VALUE 950.
      *    Tamizado: RUT del beneficiario y BIC de 8 posiciones del
      *    banco ordenante.
       77 WS-RUT-A-TAMIZAR PIC X(10).
       77 WS-RUT-EN-LISTA PIC X VALUE 'N'.
           88 RUT-ESTA-EN-LISTA VALUE 'S'.
       77 WS-RTC-CONTADOR PIC 9(10) VALUE 0.
       77 WS-TOTAL-MENSAJES PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-ACREDITADOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-RETENIDOS-CUM PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-SUSPENSO PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-USD-ACREDITADO PIC 9(12) VALUE 0.
       77 WS-FORMATO-MONEDA PIC Z(11)9.
      *    Control de integridad de la interfaz de entrada, igual
      *    que en la nomina: cabecera HDR, cola TRL y secuencia no
      *    consumida.
       77 WS-STATUS-CONSUMIDOS PIC X(2) VALUE "00".
       77 WS-NOMBRE-INTERFAZ PIC X(8) VALUE "SWIFT".
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
       77 WS-FECHA-HOY PIC 9(8).
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
            DISPLAY "--- IMPORTACION SWIFT ENTRANTE (MT103) ---".

            PERFORM SETEAR-FECHA-ACTUAL.

            PERFORM VALIDAR-INTERFAZ-ENTRADA.
            IF NOT INTERFAZ-ES-VALIDA THEN
                PERFORM RECHAZAR-INTERFAZ
                STOP RUN
            END-IF.

            PERFORM LEER-TASAS-CAMBIO.

            PERFORM IMPORTAR-MENSAJES.

            PERFORM REGISTRAR-INTERFAZ-CONSUMIDA.

            DISPLAY "MENSAJES RECIBIDOS: " WS-TOTAL-MENSAJES.
            DISPLAY "ACREDITADOS: " WS-TOTAL-ACREDITADOS.
            MOVE WS-TOTAL-USD-ACREDITADO TO WS-FORMATO-MONEDA.
            DISPLAY "TOTAL ACREDITADO (USD): " WS-FORMATO-MONEDA.
            IF WS-TOTAL-RETENIDOS-CUM > 0
                DISPLAY "RETENIDOS POR CUMPLIMIENTO: "
                    WS-TOTAL-RETENIDOS-CUM
            END-IF.
            IF WS-TOTAL-SUSPENSO > 0
                DISPLAY "DERIVADOS A SUSPENSO (SWI): "
                    WS-TOTAL-SUSPENSO
            END-IF.

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

            LEER-TASAS-CAMBIO.
      *        Ultima linea de tasas_cambio.txt cuya fecha ya llego,
      *        igual que el cajero.
               OPEN INPUT ARCHIVO-TASAS
               IF WS-STATUS-TASAS NOT = "35"
                   MOVE 'N' TO WS-TASAS-EOF
                   PERFORM UNTIL WS-TASAS-FIN-ARCHIVO
                       READ ARCHIVO-TASAS
                           AT END
                               MOVE 'S' TO WS-TASAS-EOF
                           NOT AT END
                               IF TASA-FECHA-VIGENCIA NOT > WS-FECHA-HOY
                                   MOVE TASA-COMPRA TO WS-TASA-COMPRA
                                   MOVE TASA-VENTA TO WS-TASA-VENTA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TASAS
               END-IF.

            IMPORTAR-MENSAJES.
               OPEN INPUT ARCHIVO-SWIFT
               OPEN I-O ARCHIVO-SUSPENSO
               IF WS-STATUS-SUSPENSO = "35"
                   OPEN OUTPUT ARCHIVO-SUSPENSO
                   CLOSE ARCHIVO-SUSPENSO
                   OPEN I-O ARCHIVO-SUSPENSO
               END-IF
               OPEN I-O ARCHIVO-TRANSFERENCIAS
               IF WS-STATUS-TRANSFERENCIAS = "35"
                   OPEN OUTPUT ARCHIVO-TRANSFERENCIAS
                   CLOSE ARCHIVO-TRANSFERENCIAS
                   OPEN I-O ARCHIVO-TRANSFERENCIAS
               END-IF
               MOVE 'N' TO WS-EN-MENSAJE
               MOVE 'N' TO WS-SWIFT-EOF
               PERFORM UNTIL WS-SWIFT-FIN-ARCHIVO
                   READ ARCHIVO-SWIFT
                       AT END
                           MOVE 'S' TO WS-SWIFT-EOF
                       NOT AT END
                           PERFORM CLASIFICAR-LINEA-MENSAJE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-TRANSFERENCIAS
               CLOSE ARCHIVO-SUSPENSO
               CLOSE ARCHIVO-SWIFT.

            CLASIFICAR-LINEA-MENSAJE.
      *        Las lineas sin etiqueta continuan la etiqueta anterior
      *        (nombre y direccion del ordenante bajo :50K:).
               EVALUATE TRUE
                   WHEN REGISTRO-SWIFT(1:3) = "HDR"
                     OR REGISTRO-SWIFT(1:3) = "TRL"
                       CONTINUE
                   WHEN REGISTRO-SWIFT(1:3) = "{1:"
                       PERFORM INICIAR-MENSAJE
                   WHEN REGISTRO-SWIFT(1:2) = "-}"
                       IF HAY-MENSAJE-ABIERTO
                           PERFORM PROCESAR-MENSAJE
                           MOVE 'N' TO WS-EN-MENSAJE
                       END-IF
                   WHEN REGISTRO-SWIFT(1:4) = ":20:"
                       MOVE REGISTRO-SWIFT(5:16) TO WS-MSJ-REFERENCIA
                       MOVE "20" TO WS-ETIQUETA-ACTUAL
                   WHEN REGISTRO-SWIFT(1:5) = ":32A:"
                       PERFORM LEER-MONTO-MENSAJE
                       MOVE WS-MONTO-ENTERO-NUM TO WS-MSJ-MONTO
                       MOVE WS-CENTAVOS-NUM TO WS-MSJ-CENTAVOS
                       MOVE REGISTRO-SWIFT(12:3) TO WS-MSJ-MONEDA
                       MOVE "32A" TO WS-ETIQUETA-ACTUAL
                   WHEN REGISTRO-SWIFT(1:5) = ":50K:"
                       IF REGISTRO-SWIFT(6:1) = "/"
                           MOVE REGISTRO-SWIFT(7:34)
                               TO WS-MSJ-ORDENANTE-CUENTA
                       ELSE
                           MOVE REGISTRO-SWIFT(6:35)
                               TO WS-MSJ-ORDENANTE-NOMBRE
                       END-IF
                       MOVE "50K" TO WS-ETIQUETA-ACTUAL
                   WHEN REGISTRO-SWIFT(1:5) = ":52A:"
                       MOVE REGISTRO-SWIFT(6:11) TO WS-MSJ-BIC
                       MOVE "52A" TO WS-ETIQUETA-ACTUAL
                   WHEN REGISTRO-SWIFT(1:4) = ":59:"
                       PERFORM LEER-BENEFICIARIO
                       MOVE "59" TO WS-ETIQUETA-ACTUAL
                   WHEN REGISTRO-SWIFT(1:4) = ":70:"
                       IF REGISTRO-SWIFT(5:6) = "/PURP/"
                           MOVE REGISTRO-SWIFT(11:3)
                               TO WS-MSJ-PROPOSITO
                           MOVE REGISTRO-SWIFT(15:35)
                               TO WS-MSJ-DETALLE
                       ELSE
                           MOVE "OTR" TO WS-MSJ-PROPOSITO
                           MOVE REGISTRO-SWIFT(5:35) TO WS-MSJ-DETALLE
                       END-IF
                       MOVE "70" TO WS-ETIQUETA-ACTUAL
                   WHEN REGISTRO-SWIFT(1:1) = ":"
                       MOVE SPACES TO WS-ETIQUETA-ACTUAL
                   WHEN OTHER
                       IF WS-ETIQUETA-ACTUAL = "50K"
                           IF WS-MSJ-ORDENANTE-NOMBRE = SPACES
                               MOVE REGISTRO-SWIFT(1:35)
                                   TO WS-MSJ-ORDENANTE-NOMBRE
                           ELSE
                               IF WS-MSJ-ORDENANTE-DIRECCION = SPACES
                                   MOVE REGISTRO-SWIFT(1:35)
                                       TO WS-MSJ-ORDENANTE-DIRECCION
                               END-IF
                           END-IF
                       END-IF
               END-EVALUATE.

            INICIAR-MENSAJE.
               MOVE 'S' TO WS-EN-MENSAJE
               MOVE SPACES TO WS-ETIQUETA-ACTUAL
               MOVE SPACES TO WS-MSJ-REFERENCIA
               MOVE SPACES TO WS-MSJ-MONEDA
               MOVE 0 TO WS-MSJ-MONTO
               MOVE 0 TO WS-MSJ-CENTAVOS
               MOVE 'N' TO WS-MSJ-MONTO-VALIDO
               MOVE SPACES TO WS-MSJ-ORDENANTE-CUENTA
               MOVE SPACES TO WS-MSJ-ORDENANTE-NOMBRE
               MOVE SPACES TO WS-MSJ-ORDENANTE-DIRECCION
               MOVE SPACES TO WS-MSJ-BIC
               MOVE SPACES TO WS-MSJ-RUT
               MOVE 0 TO WS-MSJ-NUM-CUENTA
               MOVE 'N' TO WS-MSJ-BENEFICIARIO-VALIDO
               MOVE "OTR" TO WS-MSJ-PROPOSITO
               MOVE SPACES TO WS-MSJ-DETALLE.

            LEER-MONTO-MENSAJE.
      *        :32A:AAMMDDMMMnnnn,cc -- la parte entera se alinea a la
      *        derecha y se rellena con ceros antes de tomarla como
      *        numero; un monto ilegible queda en cero.
               MOVE 'N' TO WS-MSJ-MONTO-VALIDO
               MOVE SPACES TO WS-MONTO-ENTERO-TXT
               MOVE SPACES TO WS-MONTO-CENTAVOS-TXT
               UNSTRING REGISTRO-SWIFT(15:20)
                   DELIMITED BY "," OR SPACE
                   INTO WS-MONTO-ENTERO-TXT WS-MONTO-CENTAVOS-TXT
               END-UNSTRING
               INSPECT WS-MONTO-ENTERO-TXT
                   REPLACING LEADING SPACE BY ZERO
               INSPECT WS-MONTO-CENTAVOS-TXT
                   REPLACING ALL SPACE BY ZERO
               MOVE WS-MONTO-ENTERO-TXT TO WS-MONTO-ENTERO-ALFA
               MOVE WS-MONTO-CENTAVOS-TXT TO WS-CENTAVOS-ALFA
               IF WS-MONTO-ENTERO-NUM NUMERIC
                  AND WS-CENTAVOS-NUM NUMERIC
                  AND WS-MONTO-ENTERO-NUM > 0
                   MOVE 'S' TO WS-MSJ-MONTO-VALIDO
               ELSE
                   MOVE 0 TO WS-MONTO-ENTERO-NUM
                   MOVE 0 TO WS-CENTAVOS-NUM
               END-IF.

            LEER-BENEFICIARIO.
      *        :59:/RUT/CUENTA -- la cuenta son las tres posiciones
      *        de nuestra numeracion.
               MOVE SPACES TO WS-MSJ-RUT
               MOVE SPACES TO WS-MSJ-CUENTA-TXT
               MOVE 'N' TO WS-MSJ-BENEFICIARIO-VALIDO
               IF REGISTRO-SWIFT(5:1) = "/"
                   UNSTRING REGISTRO-SWIFT(6:30)
                       DELIMITED BY "/" OR SPACE
                       INTO WS-MSJ-RUT WS-MSJ-CUENTA-TXT
                   END-UNSTRING
                   MOVE FUNCTION UPPER-CASE(WS-MSJ-RUT) TO WS-MSJ-RUT
                   IF WS-MSJ-RUT NOT = SPACES
                      AND WS-MSJ-CUENTA-TXT NUMERIC
                       MOVE WS-MSJ-CUENTA-TXT TO WS-MSJ-NUM-CUENTA
                       MOVE 'S' TO WS-MSJ-BENEFICIARIO-VALIDO
                   END-IF
               END-IF.

            PROCESAR-MENSAJE.
      *        Cada mensaje recibe su folio y queda en el libro de
      *        transferencias con el destino que tuvo.
               ADD 1 TO WS-TOTAL-MENSAJES
               PERFORM SIGUIENTE-FOLIO-TRANSFERENCIA
               MOVE 0 TO WS-NUM-SECUENCIA
               MOVE 0 TO WS-MONTO-CUENTA
               MOVE SPACES TO WS-MONEDA-CUENTA
               MOVE SPACES TO WS-MOTIVO-SUSPENSO

               EVALUATE TRUE
                   WHEN NOT MONTO-MENSAJE-VALIDO
                       MOVE "MONTO ILEGIBLE" TO WS-MOTIVO-SUSPENSO
                   WHEN WS-MSJ-MONEDA NOT = "USD"
                       MOVE "MONEDA DISTINTA DE USD"
                           TO WS-MOTIVO-SUSPENSO
                   WHEN WS-MSJ-CENTAVOS > 0
                       MOVE "MONTO CON CENTAVOS" TO WS-MOTIVO-SUSPENSO
                   WHEN NOT BENEFICIARIO-LEGIBLE
                       MOVE "BENEFICIARIO ILEGIBLE"
                           TO WS-MOTIVO-SUSPENSO
                   WHEN OTHER
                       PERFORM VERIFICAR-CUENTA-BENEFICIARIO
                       IF NOT CUENTA-ENCONTRADA
                           MOVE "CUENTA NO ENCONTRADA"
                               TO WS-MOTIVO-SUSPENSO
                       END-IF
               END-EVALUATE

               IF WS-MOTIVO-SUSPENSO NOT = SPACES
                   PERFORM DERIVAR-A-SUSPENSO-SWIFT
               ELSE
                   PERFORM CALCULAR-MONTO-CUENTA
                   MOVE WS-MSJ-RUT TO WS-RUT-A-TAMIZAR
                   PERFORM CONSULTAR-LISTA-VIGILANCIA
                   IF NOT RUT-ESTA-EN-LISTA
                       MOVE SPACES TO WS-RUT-A-TAMIZAR
                       MOVE WS-MSJ-BIC(1:8) TO WS-RUT-A-TAMIZAR
                       PERFORM CONSULTAR-LISTA-VIGILANCIA
                   END-IF
                   IF RUT-ESTA-EN-LISTA
                       PERFORM RETENER-ABONO-COMPLIANCE
                       MOVE "RET" TO WS-ESTADO-TRANSFERENCIA
                   ELSE
                       PERFORM ACREDITAR-TRANSFERENCIA
                   END-IF
               END-IF

               PERFORM REGISTRAR-TRANSFERENCIA.

            VERIFICAR-CUENTA-BENEFICIARIO.
               MOVE 'N' TO WS-CUENTA-ENCONTRADA
               OPEN INPUT ARCHIVO-CUENTAS
               MOVE WS-MSJ-RUT TO RUT
               MOVE WS-MSJ-NUM-CUENTA TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CUENTA-ENCONTRADA
                       MOVE MONEDA-CUENTA TO WS-MONEDA-CUENTA
               END-READ
               CLOSE ARCHIVO-CUENTAS.

            CALCULAR-MONTO-CUENTA.
      *        Los dolares entrantes se le compran al cliente al tipo
      *        de compra cuando su cuenta es en pesos.
               IF WS-MONEDA-CUENTA = "USD"
                   MOVE WS-MSJ-MONTO TO WS-MONTO-CUENTA
               ELSE
                   COMPUTE WS-MONTO-CUENTA ROUNDED =
                       WS-MSJ-MONTO * WS-TASA-COMPRA
                       ON SIZE ERROR
                           MOVE 0 TO WS-MONTO-CUENTA
                   END-COMPUTE
               END-IF.

            ACREDITAR-TRANSFERENCIA.
      *        Misma disciplina que el abono de camara: READ por clave
      *        y REWRITE bajo LOCK MODE AUTOMATIC. Un monto que no
      *        cabe en la cuenta va a suspenso en vez de truncarse.
               IF WS-MONTO-CUENTA = 0
                   MOVE "MONTO EXCEDE EL MAXIMO" TO WS-MOTIVO-SUSPENSO
                   PERFORM DERIVAR-A-SUSPENSO-SWIFT
               ELSE
                   MOVE 'N' TO WS-CUENTA-ENCONTRADA
                   OPEN I-O ARCHIVO-CUENTAS
                   MOVE WS-MSJ-RUT TO RUT
                   MOVE WS-MSJ-NUM-CUENTA TO NUM-CUENTA
                   READ ARCHIVO-CUENTAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-CUENTA-ENCONTRADA
                           ADD WS-MONTO-CUENTA TO SALDO
                           REWRITE CUENTA
                           PERFORM GRABAR-BITACORA-ABONO
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
                   IF CUENTA-ENCONTRADA
                       MOVE "ACR" TO WS-ESTADO-TRANSFERENCIA
                       ADD 1 TO WS-TOTAL-ACREDITADOS
                       ADD WS-MSJ-MONTO TO WS-TOTAL-USD-ACREDITADO
                   ELSE
                       MOVE "CUENTA NO ENCONTRADA"
                           TO WS-MOTIVO-SUSPENSO
                       PERFORM DERIVAR-A-SUSPENSO-SWIFT
                   END-IF
               END-IF.

            GRABAR-BITACORA-ABONO.
      *        Deja la transferencia entrante como TIE de abono ('A')
      *        con el registro de ARCHIVO-CUENTAS aun posicionado, y
      *        la tasa de compra si hubo conversion a pesos.
               PERFORM SETEAR-FECHA-ACTUAL
               PERFORM SIGUIENTE-NUMERO-SECUENCIA
               OPEN EXTEND ARCHIVO-BITACORA
               MOVE SPACES TO REGISTRO-BITACORA
               MOVE RUT TO BIT-RUT
               MOVE NUM-CUENTA TO BIT-NUM-CUENTA
               MOVE "TIE" TO BIT-OPERACION
               MOVE WS-MONTO-CUENTA TO BIT-MONTO
               MOVE SALDO TO BIT-SALDO
               MOVE WS-FECHAYHORA-FORMATEADA TO BIT-FECHAYHORA
               MOVE WS-NUM-SECUENCIA TO BIT-NUM-SECUENCIA
               MOVE WS-ID-TERMINAL TO BIT-ID-TERMINAL
               MOVE SPACES TO BIT-ANU-TIPO-ORIGINAL
               IF MONEDA-ES-CLP
                   MOVE WS-TASA-COMPRA TO BIT-TASA-CAMBIO
               ELSE
                   MOVE 0 TO BIT-TASA-CAMBIO
               END-IF
               MOVE MONEDA-CUENTA TO BIT-MONEDA
               MOVE 'A' TO BIT-ABONO-CARGO
               MOVE SPACES TO BIT-CODIGO-CONVENIO
               MOVE 0 TO BIT-SECUENCIA-ORIGINAL
               PERFORM CALCULAR-HASH-BITACORA
               WRITE REGISTRO-BITACORA AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-BITACORA
               PERFORM GRABAR-MOVIMIENTO-INDEXADO.

            DERIVAR-A-SUSPENSO-SWIFT.
      *        Lo que no se puede acreditar queda abierto en el libro
      *        de suspenso del dia bajo el tipo SWI, en unidades
      *        enteras de la moneda del mensaje; el detalle queda en
      *        el folio de la transferencia.
               MOVE "SUS" TO WS-ESTADO-TRANSFERENCIA
               MOVE WS-FECHA-HOY TO SUS-FECHA
               MOVE "SWI" TO SUS-TIPO
               READ ARCHIVO-SUSPENSO
                   INVALID KEY
                       MOVE WS-MSJ-MONTO TO SUS-MONTO
                       MOVE "ABI" TO SUS-ESTADO
                       MOVE SPACES TO SUS-CODIGO-RESOLUCION
                       MOVE "SWIFT ENTRANTE SIN ACREDITAR: VER FOLIOS"
                           TO SUS-NOTA
                       MOVE 0 TO SUS-FECHA-CIERRE
                       WRITE PARTIDA-SUSPENSO
                   NOT INVALID KEY
                       ADD WS-MSJ-MONTO TO SUS-MONTO
                       REWRITE PARTIDA-SUSPENSO
               END-READ
               ADD 1 TO WS-TOTAL-SUSPENSO
               DISPLAY
                   "A SUSPENSO SWI: " WS-MSJ-REFERENCIA " "
                   WS-MSJ-MONEDA " " WS-MSJ-MONTO " "
                   WS-MOTIVO-SUSPENSO.

            REGISTRAR-TRANSFERENCIA.
               MOVE SPACES TO TRANSFERENCIA-INTERNACIONAL
               MOVE WS-FOLIO TO TIN-NUMERO
               MOVE "ENT" TO TIN-SENTIDO
               MOVE WS-MSJ-RUT TO TIN-RUT
               MOVE WS-MSJ-NUM-CUENTA TO TIN-NUM-CUENTA
               MOVE WS-MSJ-ORDENANTE-NOMBRE TO TIN-CONTRAPARTE-NOMBRE
               MOVE WS-MSJ-ORDENANTE-DIRECCION
                   TO TIN-CONTRAPARTE-DIRECCION
               MOVE WS-MSJ-BIC(5:2) TO TIN-CONTRAPARTE-PAIS
               MOVE WS-MSJ-ORDENANTE-CUENTA TO TIN-CONTRAPARTE-CUENTA
               MOVE WS-MSJ-BIC TO TIN-BIC
               MOVE WS-MSJ-PROPOSITO TO TIN-PROPOSITO
               IF WS-MOTIVO-SUSPENSO NOT = SPACES
                   MOVE WS-MOTIVO-SUSPENSO TO TIN-DETALLE-PROPOSITO
               ELSE
                   MOVE WS-MSJ-DETALLE TO TIN-DETALLE-PROPOSITO
               END-IF
               MOVE WS-MSJ-MONEDA TO TIN-MONEDA
               MOVE WS-MSJ-MONTO TO TIN-MONTO-DIVISA
               MOVE WS-MSJ-CENTAVOS TO TIN-CENTAVOS
               MOVE WS-MONEDA-CUENTA TO TIN-MONEDA-CUENTA
               MOVE WS-MONTO-CUENTA TO TIN-MONTO-CUENTA
               MOVE WS-TASA-COMPRA TO TIN-TASA-CAMBIO
               MOVE 0 TO TIN-COMISION
               MOVE WS-MSJ-REFERENCIA TO TIN-REFERENCIA
               IF WS-ESTADO-TRANSFERENCIA = "ACR"
                   MOVE WS-NUM-SECUENCIA TO TIN-NUM-SECUENCIA
               ELSE
                   MOVE 0 TO TIN-NUM-SECUENCIA
               END-IF
               MOVE WS-FECHA-HOY TO TIN-FECHA-ORDEN
               MOVE 0 TO TIN-FECHA-ENVIO
               MOVE WS-ESTADO-TRANSFERENCIA TO TIN-ESTADO
               MOVE SPACES TO TIN-EJECUTIVO
               WRITE TRANSFERENCIA-INTERNACIONAL
                   INVALID KEY
                       DISPLAY "FOLIO DUPLICADO: " WS-FOLIO
               END-WRITE.

            RETENER-ABONO-COMPLIANCE.
      *        La transferencia no se acredita: queda congelada en la
      *        cola de retenidos con su folio, y cumplimiento decide
      *        si se acredita o se devuelve al banco ordenante.
               PERFORM SIGUIENTE-NUMERO-RETENIDO
               OPEN I-O ARCHIVO-RETENIDOS
               IF WS-STATUS-RETENIDOS = "35"
                   OPEN OUTPUT ARCHIVO-RETENIDOS
                   CLOSE ARCHIVO-RETENIDOS
                   OPEN I-O ARCHIVO-RETENIDOS
               END-IF
               PERFORM SETEAR-FECHA-ACTUAL
               MOVE WS-RTC-CONTADOR TO RTC-NUMERO
               MOVE "TIE" TO RTC-ORIGEN
               MOVE WS-RUT-A-TAMIZAR TO RTC-RUT-COINCIDENTE
               MOVE WS-MSJ-RUT TO RTC-RUT-CONTRAPARTE
               MOVE WS-MSJ-NUM-CUENTA TO RTC-NUM-CUENTA
               MOVE SPACES TO RTC-BANCO
               MOVE WS-FOLIO TO RTC-CUENTA-EXTERNA
               MOVE WS-MONTO-CUENTA TO RTC-MONTO
               MOVE 0 TO RTC-REFERENCIA
               MOVE WS-FECHAYHORA-FORMATEADA TO RTC-FECHAYHORA
               MOVE "PEN" TO RTC-ESTADO
               MOVE SPACES TO RTC-ANALISTA
               MOVE 0 TO RTC-FECHA-DECISION
               WRITE RETENIDO-COMPLIANCE
                   INVALID KEY
                       REWRITE RETENIDO-COMPLIANCE
               END-WRITE
               CLOSE ARCHIVO-RETENIDOS
               ADD 1 TO WS-TOTAL-RETENIDOS-CUM
               DISPLAY
                   "RETENIDO POR CUMPLIMIENTO: "
                   WS-MSJ-RUT " FOLIO " WS-FOLIO.

            CONSULTAR-LISTA-VIGILANCIA.
      *        Deja WS-RUT-EN-LISTA segun WS-RUT-A-TAMIZAR; sin
      *        lista cargada no hay contra que tamizar y el flujo
      *        sigue como siempre.
               MOVE 'N' TO WS-RUT-EN-LISTA
               OPEN INPUT ARCHIVO-VIGILANCIA
               IF WS-STATUS-VIGILANCIA = "35"
                   CONTINUE
               ELSE
                   MOVE WS-RUT-A-TAMIZAR TO VIG-RUT
                   READ ARCHIVO-VIGILANCIA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF VIG-ESTA-VIGENTE
                               MOVE 'S' TO WS-RUT-EN-LISTA
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-VIGILANCIA
               END-IF.

            SIGUIENTE-NUMERO-RETENIDO.
      *        Contador propio de la cola de retenidos, en el
      *        registro "W" de secuencia.txt, con el mismo bloqueo
      *        automatico del contador de movimientos.
               MOVE "W" TO SEC-CLAVE
               OPEN I-O ARCHIVO-SECUENCIA
               IF WS-STATUS-SECUENCIA = "35"
                   OPEN OUTPUT ARCHIVO-SECUENCIA
                   MOVE "W" TO SEC-CLAVE
                   MOVE 0 TO SEC-ULTIMO-NUMERO
                   WRITE REGISTRO-SECUENCIA
                   CLOSE ARCHIVO-SECUENCIA
                   MOVE "W" TO SEC-CLAVE
                   OPEN I-O ARCHIVO-SECUENCIA
               END-IF
               READ ARCHIVO-SECUENCIA
                   INVALID KEY
                       MOVE "W" TO SEC-CLAVE
                       MOVE 1 TO SEC-ULTIMO-NUMERO
                       MOVE SEC-ULTIMO-NUMERO TO WS-RTC-CONTADOR
                       WRITE REGISTRO-SECUENCIA
                   NOT INVALID KEY
                       ADD 1 TO SEC-ULTIMO-NUMERO
                       MOVE SEC-ULTIMO-NUMERO TO WS-RTC-CONTADOR
                       REWRITE REGISTRO-SECUENCIA
               END-READ
               CLOSE ARCHIVO-SECUENCIA.

            SIGUIENTE-FOLIO-TRANSFERENCIA.
      *        Contador de folios de transferencias internacionales,
      *        en el registro "X" de secuencia.txt, compartido con la
      *        captura de las de salida.
               MOVE "X" TO SEC-CLAVE
               OPEN I-O ARCHIVO-SECUENCIA
               IF WS-STATUS-SECUENCIA = "35"
                   OPEN OUTPUT ARCHIVO-SECUENCIA
                   MOVE "X" TO SEC-CLAVE
                   MOVE 0 TO SEC-ULTIMO-NUMERO
                   WRITE REGISTRO-SECUENCIA
                   CLOSE ARCHIVO-SECUENCIA
                   MOVE "X" TO SEC-CLAVE
                   OPEN I-O ARCHIVO-SECUENCIA
               END-IF
               READ ARCHIVO-SECUENCIA
                   INVALID KEY
                       MOVE "X" TO SEC-CLAVE
                       MOVE 1 TO SEC-ULTIMO-NUMERO
                       MOVE SEC-ULTIMO-NUMERO TO WS-FOLIO
                       WRITE REGISTRO-SECUENCIA
                   NOT INVALID KEY
                       ADD 1 TO SEC-ULTIMO-NUMERO
                       MOVE SEC-ULTIMO-NUMERO TO WS-FOLIO
                       REWRITE REGISTRO-SECUENCIA
               END-READ
               CLOSE ARCHIVO-SECUENCIA.

            VALIDAR-INTERFAZ-ENTRADA.
      *        Primera pasada completa del archivo antes de tocar
      *        una sola cuenta: cabecera y cola presentes, cantidad
      *        de mensajes y suma de montos de la cola iguales a lo
      *        contado, y secuencia de archivo nunca consumida antes.
               MOVE 'N' TO WS-INTERFAZ-VALIDA
               MOVE SPACES TO WS-INT-MOTIVO
               MOVE 'N' TO WS-HAY-HDR
               MOVE 'N' TO WS-HAY-TRL
               MOVE 0 TO WS-CNT-DETALLES
               MOVE 0 TO WS-SUM-DETALLES
               MOVE 'N' TO WS-VAL-EOF
               OPEN INPUT ARCHIVO-SWIFT
               IF WS-STATUS-SWIFT = "35"
                   MOVE "ARCHIVO DE ENTRADA NO EXISTE"
                       TO WS-INT-MOTIVO
                   MOVE 'S' TO WS-VAL-EOF
               END-IF
               PERFORM UNTIL WS-VAL-FIN-ARCHIVO
                   READ ARCHIVO-SWIFT
                       AT END
                           MOVE 'S' TO WS-VAL-EOF
                       NOT AT END
                           PERFORM CLASIFICAR-LINEA-VALIDACION
                   END-READ
               END-PERFORM
               IF WS-STATUS-SWIFT NOT = "35"
                   CLOSE ARCHIVO-SWIFT
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
               EVALUATE REGISTRO-SWIFT(1:3)
                   WHEN "HDR"
                       MOVE 'S' TO WS-HAY-HDR
                       IF REGISTRO-SWIFT(5:8) NUMERIC
                           MOVE REGISTRO-SWIFT(5:8)
                               TO WS-INT-FECHA
                       END-IF
                       IF REGISTRO-SWIFT(14:6) NUMERIC
                           MOVE REGISTRO-SWIFT(14:6)
                               TO WS-INT-SECUENCIA
                       END-IF
                   WHEN "TRL"
                       MOVE 'S' TO WS-HAY-TRL
                       IF REGISTRO-SWIFT(5:6) NUMERIC
                           MOVE REGISTRO-SWIFT(5:6)
                               TO WS-TRL-CANTIDAD
                       END-IF
                       IF REGISTRO-SWIFT(12:12) NUMERIC
                           MOVE REGISTRO-SWIFT(12:12)
                               TO WS-TRL-SUMA
                       END-IF
                   WHEN ":20"
                       ADD 1 TO WS-CNT-DETALLES
                   WHEN ":32"
                       PERFORM LEER-MONTO-MENSAJE
                       ADD WS-MONTO-ENTERO-NUM TO WS-SUM-DETALLES
                   WHEN OTHER
                       CONTINUE
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
      *        El archivo queda en cuarentena: no se proceso un solo
      *        mensaje, y el motivo queda en el reporte de rechazos
      *        de interfaz.
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
       END PROGRAM IMPORTAR-SWIFT-ENTRANTE.
