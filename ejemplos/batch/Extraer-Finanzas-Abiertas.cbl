      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Extracto diario de finanzas abiertas: primero marca
      *          expirados los consentimientos vencidos; luego, por
      *          cada proveedor vigente de proveedores_datos.txt,
      *          escribe finanzas_abiertas-<proveedor>-<fecha>.txt
      *          solo con las cuentas que sus clientes le
      *          consintieron y solo con los alcances otorgados:
      *          saldo de la cuenta, movimientos nuevos desde la
      *          ultima entrega (leidos del indice movimientos.txt)
      *          y prestamos vigentes del RUT, con cabecera y total
      *          de control. Cada cuenta incluida y cada archivo
      *          entregado quedan en la bitacora de accesos
      *          entregas_datos.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRAER-FINANZAS-ABIERTAS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Extracto diario por proveedor de finanzas abiertas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARCHIVO-PROVEEDORES-DATOS
               ASSIGN TO "proveedores_datos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PROVEEDORES.
           SELECT ARCHIVO-CONSENT-DATOS
               ASSIGN TO "consentimientos_datos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSD-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CONSENT-DATOS.
           SELECT ARCHIVO-EXTRACTO ASSIGN TO WS-NOMBRE-EXTRACTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVO-ENTREGAS-DATOS
               ASSIGN TO "entregas_datos.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-MOVIMIENTOS.
           COPY "MOVIMIENTO.CPY".
       FD ARCHIVO-PRESTAMOS.
           COPY "PRESTAMO.CPY".
       FD ARCHIVO-PROVEEDORES-DATOS.
           COPY "PROVEEDOR-DATOS.CPY".
       FD ARCHIVO-CONSENT-DATOS.
           COPY "CONSENTIMIENTO-DATOS.CPY".
      *    Formato convenido con los proveedores: una linea por
      *    registro, tipo en las tres primeras posiciones (HDR, SAL,
      *    MOV, PRE, TRL) y campos de ancho fijo separados por un
      *    blanco.
       FD ARCHIVO-EXTRACTO.
       01 EXF-CABECERA.
          05 EXF-TIPO PIC X(3).
          05 FILLER PIC X.
          05 EXF-CAB-PROVEEDOR PIC X(6).
          05 FILLER PIC X.
          05 EXF-CAB-FECHA PIC 9(8).
          05 FILLER PIC X.
          05 EXF-CAB-FECHAYHORA PIC X(19).
       01 EXF-SALDO.
          05 FILLER PIC X(4).
          05 EXF-SAL-RUT PIC X(10).
          05 FILLER PIC X.
          05 EXF-SAL-NUM-CUENTA PIC 9(3).
          05 FILLER PIC X.
          05 EXF-SAL-PRODUCTO PIC X(3).
          05 FILLER PIC X.
          05 EXF-SAL-MONEDA PIC X(3).
          05 FILLER PIC X.
          05 EXF-SAL-SALDO PIC -(8)9.
          05 FILLER PIC X.
          05 EXF-SAL-FECHA PIC 9(8).
       01 EXF-MOVIMIENTO.
          05 FILLER PIC X(4).
          05 EXF-MOV-RUT PIC X(10).
          05 FILLER PIC X.
          05 EXF-MOV-NUM-CUENTA PIC 9(3).
          05 FILLER PIC X.
          05 EXF-MOV-SECUENCIA PIC 9(10).
          05 FILLER PIC X.
          05 EXF-MOV-FECHAYHORA PIC X(19).
          05 FILLER PIC X.
          05 EXF-MOV-OPERACION PIC X(3).
          05 FILLER PIC X.
          05 EXF-MOV-MONTO PIC 9(8).
          05 FILLER PIC X.
          05 EXF-MOV-SALDO PIC -(8)9.
       01 EXF-PRESTAMO.
          05 FILLER PIC X(4).
          05 EXF-PRE-RUT PIC X(10).
          05 FILLER PIC X.
          05 EXF-PRE-NUM-PRESTAMO PIC 9(3).
          05 FILLER PIC X.
          05 EXF-PRE-PRINCIPAL PIC 9(8).
          05 FILLER PIC X.
          05 EXF-PRE-SALDO PIC 9(8).
          05 FILLER PIC X.
          05 EXF-PRE-TASA PIC 9.9999.
          05 FILLER PIC X.
          05 EXF-PRE-VENCIMIENTO PIC 9(8).
          05 FILLER PIC X.
          05 EXF-PRE-DIAS-MORA PIC 9(4).
          05 FILLER PIC X.
          05 EXF-PRE-REAJUSTE PIC X(3).
       01 EXF-TOTAL.
          05 FILLER PIC X(4).
          05 EXF-TOT-CUENTAS PIC 9(5).
          05 FILLER PIC X.
          05 EXF-TOT-SALDOS PIC 9(5).
          05 FILLER PIC X.
          05 EXF-TOT-MOVIMIENTOS PIC 9(7).
          05 FILLER PIC X.
          05 EXF-TOT-PRESTAMOS PIC 9(5).
       FD ARCHIVO-ENTREGAS-DATOS.
           COPY "ENTREGA-DATOS.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-CUENTAS PIC X(2) VALUE "00".
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
       77 WS-STATUS-PRESTAMOS PIC X(2) VALUE "00".
       77 WS-STATUS-PROVEEDORES PIC X(2) VALUE "00".
       77 WS-STATUS-CONSENT-DATOS PIC X(2) VALUE "00".
       77 WS-NOMBRE-EXTRACTO PIC X(60).
       77 WS-PROVEEDORES-EOF PIC X VALUE 'N'.
           88 WS-PROVEEDORES-FIN-ARCHIVO VALUE 'S'.
       77 WS-CONSENT-EOF PIC X VALUE 'N'.
           88 WS-CONSENT-FIN-ARCHIVO VALUE 'S'.
       77 WS-MOVIMIENTOS-EOF PIC X VALUE 'N'.
           88 WS-MOVIMIENTOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-PRESTAMOS-EOF PIC X VALUE 'N'.
           88 WS-PRESTAMOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-EXTRACTO-ABIERTO PIC X VALUE 'N'.
           88 EXTRACTO-ESTA-ABIERTO VALUE 'S'.
       77 WS-CUENTA-EXISTE PIC X VALUE 'N'.
           88 CUENTA-EXISTE VALUE 'S'.
      *    Los prestamos van por RUT: si el cliente consintio dos
      *    cuentas al mismo proveedor se envian una sola vez.
       77 WS-RUT-PRESTAMOS-ENVIADOS PIC X(10).
       77 WS-CTA-SALDOS PIC 9(5) VALUE 0.
       77 WS-CTA-MOVIMIENTOS PIC 9(7) VALUE 0.
       77 WS-CTA-PRESTAMOS PIC 9(5) VALUE 0.
       77 WS-ARC-CUENTAS PIC 9(5) VALUE 0.
       77 WS-ARC-SALDOS PIC 9(5) VALUE 0.
       77 WS-ARC-MOVIMIENTOS PIC 9(7) VALUE 0.
       77 WS-ARC-PRESTAMOS PIC 9(5) VALUE 0.
       77 WS-TOTAL-EXPIRADOS PIC 9(5) VALUE 0.
       77 WS-TOTAL-ARCHIVOS PIC 9(3) VALUE 0.
       77 WS-TOTAL-CUENTAS PIC 9(6) VALUE 0.
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
            DISPLAY "------- EXTRACTO DE FINANZAS ABIERTAS -------".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO.
            MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO.
            MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO.
            MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA.
            MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO.
            MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            OPEN I-O ARCHIVO-CONSENT-DATOS.
            IF WS-STATUS-CONSENT-DATOS = "35" THEN
                DISPLAY "NO EXISTEN CONSENTIMIENTOS DE DATOS"
                STOP RUN
            END-IF.

            OPEN INPUT ARCHIVO-PROVEEDORES-DATOS.
            IF WS-STATUS-PROVEEDORES = "35" THEN
                DISPLAY "NO EXISTEN PROVEEDORES INSCRITOS"
                CLOSE ARCHIVO-CONSENT-DATOS
                STOP RUN
            END-IF.

            OPEN INPUT ARCHIVO-CUENTAS.
            OPEN INPUT ARCHIVO-MOVIMIENTOS.
            OPEN INPUT ARCHIVO-PRESTAMOS.

            PERFORM MARCAR-EXPIRADOS.

            MOVE 'N' TO WS-PROVEEDORES-EOF.
            PERFORM UNTIL WS-PROVEEDORES-FIN-ARCHIVO
                READ ARCHIVO-PROVEEDORES-DATOS NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-PROVEEDORES-EOF
                END-READ
                IF NOT WS-PROVEEDORES-FIN-ARCHIVO
                   AND PRD-ESTA-VIGENTE
                    PERFORM EXTRAER-PROVEEDOR
                END-IF
            END-PERFORM.

            CLOSE ARCHIVO-PROVEEDORES-DATOS.
            CLOSE ARCHIVO-CONSENT-DATOS.
            IF WS-STATUS-CUENTAS NOT = "35"
                CLOSE ARCHIVO-CUENTAS
            END-IF.
            IF WS-STATUS-MOVIMIENTOS NOT = "35"
                CLOSE ARCHIVO-MOVIMIENTOS
            END-IF.
            IF WS-STATUS-PRESTAMOS NOT = "35"
                CLOSE ARCHIVO-PRESTAMOS
            END-IF.

            DISPLAY "CONSENTIMIENTOS EXPIRADOS HOY: "
                WS-TOTAL-EXPIRADOS.
            DISPLAY "ARCHIVOS ENTREGADOS: " WS-TOTAL-ARCHIVOS.
            DISPLAY "CUENTAS INCLUIDAS: " WS-TOTAL-CUENTAS.

            STOP RUN.

            MARCAR-EXPIRADOS.
      *        Un consentimiento vigente cuya fecha de expiracion ya
      *        paso deja de entregar datos desde hoy.
               MOVE 'N' TO WS-CONSENT-EOF
               MOVE LOW-VALUES TO CSD-CLAVE
               START ARCHIVO-CONSENT-DATOS
                   KEY IS NOT LESS THAN CSD-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-CONSENT-EOF
               END-START
               PERFORM UNTIL WS-CONSENT-FIN-ARCHIVO
                   READ ARCHIVO-CONSENT-DATOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-CONSENT-EOF
                   END-READ
                   IF NOT WS-CONSENT-FIN-ARCHIVO
                      AND CSD-ESTA-VIGENTE
                      AND CSD-FECHA-EXPIRACION < WS-FECHA-HOY
                       MOVE "EXP" TO CSD-ESTADO
                       REWRITE CONSENTIMIENTO-DATOS
                       ADD 1 TO WS-TOTAL-EXPIRADOS
                   END-IF
               END-PERFORM.

            EXTRAER-PROVEEDOR.
      *        El archivo del proveedor se abre con el primer
      *        consentimiento vigente que tenga; sin ninguno no se
      *        le entrega nada.
               MOVE 'N' TO WS-EXTRACTO-ABIERTO
               MOVE SPACES TO WS-RUT-PRESTAMOS-ENVIADOS
               MOVE 0 TO WS-ARC-CUENTAS
               MOVE 0 TO WS-ARC-SALDOS
               MOVE 0 TO WS-ARC-MOVIMIENTOS
               MOVE 0 TO WS-ARC-PRESTAMOS
               MOVE 'N' TO WS-CONSENT-EOF
               MOVE LOW-VALUES TO CSD-CLAVE
               START ARCHIVO-CONSENT-DATOS
                   KEY IS NOT LESS THAN CSD-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-CONSENT-EOF
               END-START
               PERFORM UNTIL WS-CONSENT-FIN-ARCHIVO
                   READ ARCHIVO-CONSENT-DATOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-CONSENT-EOF
                   END-READ
                   IF NOT WS-CONSENT-FIN-ARCHIVO
                      AND CSD-PROVEEDOR = PRD-CODIGO
                      AND CSD-ESTA-VIGENTE
                       PERFORM EXTRAER-CUENTA-CONSENTIDA
                   END-IF
               END-PERFORM
               IF EXTRACTO-ESTA-ABIERTO
                   PERFORM CERRAR-EXTRACTO
               END-IF.

            ABRIR-EXTRACTO.
               MOVE SPACES TO WS-NOMBRE-EXTRACTO
               STRING
                   "finanzas_abiertas-" DELIMITED BY SIZE
                   PRD-CODIGO DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOMBRE-EXTRACTO
               END-STRING
               OPEN OUTPUT ARCHIVO-EXTRACTO
               MOVE 'S' TO WS-EXTRACTO-ABIERTO
               MOVE SPACES TO EXF-CABECERA
               MOVE "HDR" TO EXF-TIPO
               MOVE PRD-CODIGO TO EXF-CAB-PROVEEDOR
               MOVE WS-FECHA-HOY TO EXF-CAB-FECHA
               MOVE WS-FECHAYHORA-FORMATEADA TO EXF-CAB-FECHAYHORA
               WRITE EXF-CABECERA.

            CERRAR-EXTRACTO.
               MOVE SPACES TO EXF-TOTAL
               MOVE "TRL" TO EXF-TIPO
               MOVE WS-ARC-CUENTAS TO EXF-TOT-CUENTAS
               MOVE WS-ARC-SALDOS TO EXF-TOT-SALDOS
               MOVE WS-ARC-MOVIMIENTOS TO EXF-TOT-MOVIMIENTOS
               MOVE WS-ARC-PRESTAMOS TO EXF-TOT-PRESTAMOS
               WRITE EXF-TOTAL
               CLOSE ARCHIVO-EXTRACTO
               ADD 1 TO WS-TOTAL-ARCHIVOS
               DISPLAY "ENTREGADO " WS-NOMBRE-EXTRACTO
               OPEN EXTEND ARCHIVO-ENTREGAS-DATOS
               MOVE SPACES TO REGISTRO-ENTREGA-DATOS
               MOVE WS-FECHAYHORA-FORMATEADA TO EDT-FECHAYHORA
               MOVE "ARC" TO EDT-TIPO
               MOVE PRD-CODIGO TO EDT-PROVEEDOR
               MOVE SPACES TO EDT-RUT
               MOVE 0 TO EDT-NUM-CUENTA
               MOVE WS-ARC-SALDOS TO EDT-SALDOS
               MOVE WS-ARC-MOVIMIENTOS TO EDT-MOVIMIENTOS
               MOVE WS-ARC-PRESTAMOS TO EDT-PRESTAMOS
               MOVE WS-NOMBRE-EXTRACTO TO EDT-ARCHIVO
               WRITE REGISTRO-ENTREGA-DATOS
               CLOSE ARCHIVO-ENTREGAS-DATOS.

            EXTRAER-CUENTA-CONSENTIDA.
      *        Una cuenta cerrada despues del consentimiento ya no
      *        tiene datos que entregar y se salta.
               MOVE 'N' TO WS-CUENTA-EXISTE
               IF WS-STATUS-CUENTAS NOT = "35"
                   MOVE CSD-RUT TO RUT
                   MOVE CSD-NUM-CUENTA TO NUM-CUENTA
                   READ ARCHIVO-CUENTAS
                       NOT INVALID KEY
                           MOVE 'S' TO WS-CUENTA-EXISTE
                   END-READ
               END-IF
               IF CUENTA-EXISTE
                   IF NOT EXTRACTO-ESTA-ABIERTO
                       PERFORM ABRIR-EXTRACTO
                   END-IF
                   MOVE 0 TO WS-CTA-SALDOS
                   MOVE 0 TO WS-CTA-MOVIMIENTOS
                   MOVE 0 TO WS-CTA-PRESTAMOS
                   IF CSD-INCLUYE-SALDOS
                       PERFORM EXTRAER-SALDO
                   END-IF
                   IF CSD-INCLUYE-MOVIMIENTOS
                      AND WS-STATUS-MOVIMIENTOS NOT = "35"
                       PERFORM EXTRAER-MOVIMIENTOS
                   END-IF
                   IF CSD-INCLUYE-PRESTAMOS
                      AND WS-STATUS-PRESTAMOS NOT = "35"
                      AND CSD-RUT NOT = WS-RUT-PRESTAMOS-ENVIADOS
                       PERFORM EXTRAER-PRESTAMOS
                       MOVE CSD-RUT TO WS-RUT-PRESTAMOS-ENVIADOS
                   END-IF
                   MOVE WS-FECHA-HOY TO CSD-FECHA-ULTIMA-ENTREGA
                   REWRITE CONSENTIMIENTO-DATOS
                   ADD 1 TO WS-ARC-CUENTAS
                   ADD 1 TO WS-TOTAL-CUENTAS
                   ADD WS-CTA-SALDOS TO WS-ARC-SALDOS
                   ADD WS-CTA-MOVIMIENTOS TO WS-ARC-MOVIMIENTOS
                   ADD WS-CTA-PRESTAMOS TO WS-ARC-PRESTAMOS
                   PERFORM ANOTAR-ENTREGA-CUENTA
               END-IF.

            EXTRAER-SALDO.
               MOVE SPACES TO EXF-SALDO
               MOVE "SAL" TO EXF-TIPO
               MOVE CSD-RUT TO EXF-SAL-RUT
               MOVE CSD-NUM-CUENTA TO EXF-SAL-NUM-CUENTA
               MOVE TIPO-PRODUCTO TO EXF-SAL-PRODUCTO
               MOVE MONEDA-CUENTA TO EXF-SAL-MONEDA
               MOVE SALDO TO EXF-SAL-SALDO
               MOVE WS-FECHA-HOY TO EXF-SAL-FECHA
               WRITE EXF-SALDO
               ADD 1 TO WS-CTA-SALDOS.

            EXTRAER-MOVIMIENTOS.
      *        Solo los movimientos posteriores al ultimo entregado,
      *        posicionando el indice en la cuenta consentida.
               MOVE 'N' TO WS-MOVIMIENTOS-EOF
               MOVE CSD-RUT TO MOV-RUT
               MOVE CSD-NUM-CUENTA TO MOV-NUM-CUENTA
               COMPUTE MOV-NUM-SECUENCIA = CSD-ULTIMA-SECUENCIA + 1
               START ARCHIVO-MOVIMIENTOS
                   KEY IS NOT LESS THAN MOV-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-MOVIMIENTOS-EOF
               END-START
               PERFORM UNTIL WS-MOVIMIENTOS-FIN-ARCHIVO
                   READ ARCHIVO-MOVIMIENTOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-MOVIMIENTOS-EOF
                   END-READ
                   IF NOT WS-MOVIMIENTOS-FIN-ARCHIVO
                       IF MOV-RUT NOT = CSD-RUT
                          OR MOV-NUM-CUENTA NOT = CSD-NUM-CUENTA
                           MOVE 'S' TO WS-MOVIMIENTOS-EOF
                       ELSE
                           MOVE SPACES TO EXF-MOVIMIENTO
                           MOVE "MOV" TO EXF-TIPO
                           MOVE MOV-RUT TO EXF-MOV-RUT
                           MOVE MOV-NUM-CUENTA TO EXF-MOV-NUM-CUENTA
                           MOVE MOV-NUM-SECUENCIA
                               TO EXF-MOV-SECUENCIA
                           MOVE MOV-FECHAYHORA TO EXF-MOV-FECHAYHORA
                           MOVE MOV-OPERACION TO EXF-MOV-OPERACION
                           MOVE MOV-MONTO TO EXF-MOV-MONTO
                           MOVE MOV-SALDO TO EXF-MOV-SALDO
                           WRITE EXF-MOVIMIENTO
                           ADD 1 TO WS-CTA-MOVIMIENTOS
                           MOVE MOV-NUM-SECUENCIA
                               TO CSD-ULTIMA-SECUENCIA
                       END-IF
                   END-IF
               END-PERFORM.

            EXTRAER-PRESTAMOS.
               MOVE 'N' TO WS-PRESTAMOS-EOF
               MOVE CSD-RUT TO PRESTAMO-RUT
               MOVE 0 TO NUM-PRESTAMO
               START ARCHIVO-PRESTAMOS
                   KEY IS NOT LESS THAN PRESTAMO-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-PRESTAMOS-EOF
               END-START
               PERFORM UNTIL WS-PRESTAMOS-FIN-ARCHIVO
                   READ ARCHIVO-PRESTAMOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-PRESTAMOS-EOF
                   END-READ
                   IF NOT WS-PRESTAMOS-FIN-ARCHIVO
                       IF PRESTAMO-RUT NOT = CSD-RUT
                           MOVE 'S' TO WS-PRESTAMOS-EOF
                       ELSE
                           IF SALDO-PRESTAMO > 0
                               PERFORM ESCRIBIR-PRESTAMO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

            ESCRIBIR-PRESTAMO.
               MOVE SPACES TO EXF-PRESTAMO
               MOVE "PRE" TO EXF-TIPO
               MOVE PRESTAMO-RUT TO EXF-PRE-RUT
               MOVE NUM-PRESTAMO TO EXF-PRE-NUM-PRESTAMO
               MOVE MONTO-PRINCIPAL TO EXF-PRE-PRINCIPAL
               MOVE SALDO-PRESTAMO TO EXF-PRE-SALDO
               MOVE TASA-INTERES TO EXF-PRE-TASA
               MOVE FECHA-VENCIMIENTO-PAGO TO EXF-PRE-VENCIMIENTO
               MOVE PRESTAMO-DIAS-MORA TO EXF-PRE-DIAS-MORA
               MOVE PRESTAMO-REAJUSTE TO EXF-PRE-REAJUSTE
               WRITE EXF-PRESTAMO
               ADD 1 TO WS-CTA-PRESTAMOS.

            ANOTAR-ENTREGA-CUENTA.
               OPEN EXTEND ARCHIVO-ENTREGAS-DATOS
               MOVE SPACES TO REGISTRO-ENTREGA-DATOS
               MOVE WS-FECHAYHORA-FORMATEADA TO EDT-FECHAYHORA
               MOVE "CTA" TO EDT-TIPO
               MOVE CSD-PROVEEDOR TO EDT-PROVEEDOR
               MOVE CSD-RUT TO EDT-RUT
               MOVE CSD-NUM-CUENTA TO EDT-NUM-CUENTA
               MOVE WS-CTA-SALDOS TO EDT-SALDOS
               MOVE WS-CTA-MOVIMIENTOS TO EDT-MOVIMIENTOS
               MOVE WS-CTA-PRESTAMOS TO EDT-PRESTAMOS
               MOVE WS-NOMBRE-EXTRACTO TO EDT-ARCHIVO
               WRITE REGISTRO-ENTREGA-DATOS
               CLOSE ARCHIVO-ENTREGAS-DATOS.

       END PROGRAM EXTRAER-FINANZAS-ABIERTAS.
