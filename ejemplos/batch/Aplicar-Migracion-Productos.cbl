      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Batch diario que aplica las migraciones de producto
      *          programadas por MIGRACION-PRODUCTOS cuya fecha
      *          efectiva ya llego: vuelve a revisar cada cuenta
      *          contra las reglas del producto destino (pudo
      *          cambiar desde el aviso) y, si las cumple, le cambia
      *          el producto en cuentas.txt, eliminando la linea de
      *          sobregiro cuando el destino no la admite. Las que ya
      *          no se pueden migrar quedan rechazadas con su motivo
      *          y van al informe migracion_productos_rechazos.txt.
      *          Cada cuenta aplicada o rechazada queda en la
      *          bitacora administrativa a nombre del supervisor que
      *          programo el lote.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICAR-MIGRACION-PRODUCTOS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Batch de aplicacion de migraciones de producto.

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
           SELECT ARCHIVO-PRODUCTOS ASSIGN TO "productos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PRODUCTOS.
           SELECT ARCHIVO-MIGRACIONES
               ASSIGN TO "migraciones_producto.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MGP-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MIGRACIONES.
           SELECT OPTIONAL ARCHIVO-RECHAZOS-MIGRACION
               ASSIGN TO "migracion_productos_rechazos.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-PRODUCTOS.
           COPY "PRODUCTO.CPY".
       FD ARCHIVO-MIGRACIONES.
           COPY "MIGRACION-PRODUCTO.CPY".
       FD ARCHIVO-RECHAZOS-MIGRACION.
           COPY "RECHAZO-MIGRACION.CPY".
       FD ARCHIVO-AUDITORIA.
           COPY "AUDITORIA-ADMIN.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-CUENTAS PIC X(2) VALUE "00".
       77 WS-STATUS-PRODUCTOS PIC X(2) VALUE "00".
       77 WS-STATUS-MIGRACIONES PIC X(2) VALUE "00".
       77 WS-MIGRACIONES-EOF PIC X VALUE 'N'.
           88 WS-MIGRACIONES-FIN-ARCHIVO VALUE 'S'.
      *    Migracion en curso: motivo si ya no procede (en blanco
      *    si se aplica) y reglas del producto destino.
       77 WS-MOTIVO-RECHAZO PIC X(30).
       77 WS-CUENTA-ENCONTRADA PIC X VALUE 'N'.
           88 CUENTA-ENCONTRADA VALUE 'S'.
       77 WS-DESTINO-SOBREGIRO PIC X VALUE 'S'.
           88 DESTINO-CON-SOBREGIRO VALUE 'S'.
       77 WS-DESTINO-EN-CATALOGO PIC X VALUE 'N'.
           88 DESTINO-EN-CATALOGO VALUE 'S'.
       77 WS-LINEA-ELIMINADA PIC X VALUE 'N'.
           88 LINEA-FUE-ELIMINADA VALUE 'S'.
      *    Totales de la corrida.
       77 WS-TOTAL-VENCIDAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-APLICADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-RECHAZADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-LINEAS-ELIMINADAS PIC 9(6) COMP VALUE 0.
       77 WS-FORMATO-CANTIDAD PIC Z(5)9.
       77 WS-ACCION-AUDIT PIC X(10).
       77 WS-DETALLE-AUDIT PIC X(40).
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
            DISPLAY "---- APLICACION DE MIGRACIONES DE PRODUCTO ----".

            PERFORM SETEAR-FECHA-ACTUAL.

            PERFORM APLICAR-MIGRACIONES.

            PERFORM IMPRIMIR-TOTALES.

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

            APLICAR-MIGRACIONES.
      *        Una migracion programada con fecha efectiva pasada
      *        (el batch no corrio algun dia) se aplica igual.
               OPEN I-O ARCHIVO-MIGRACIONES
               IF WS-STATUS-MIGRACIONES = "35"
                   DISPLAY "NO HAY MIGRACIONES PROGRAMADAS"
               ELSE
                   OPEN I-O ARCHIVO-CUENTAS
                   OPEN INPUT ARCHIVO-PRODUCTOS
                   MOVE 'N' TO WS-MIGRACIONES-EOF
                   MOVE LOW-VALUES TO MGP-CLAVE
                   START ARCHIVO-MIGRACIONES
                       KEY IS NOT LESS THAN MGP-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-MIGRACIONES-EOF
                   END-START
                   PERFORM UNTIL WS-MIGRACIONES-FIN-ARCHIVO
                       READ ARCHIVO-MIGRACIONES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MIGRACIONES-EOF
                       END-READ
                       IF NOT WS-MIGRACIONES-FIN-ARCHIVO
                          AND MGP-ESTA-PROGRAMADA
                          AND MGP-FECHA-EFECTIVA <= WS-FECHA-HOY
                           ADD 1 TO WS-TOTAL-VENCIDAS
                           PERFORM APLICAR-UNA-MIGRACION
                       END-IF
                   END-PERFORM
                   IF WS-STATUS-PRODUCTOS NOT = "35"
                       CLOSE ARCHIVO-PRODUCTOS
                   END-IF
                   CLOSE ARCHIVO-CUENTAS
                   CLOSE ARCHIVO-MIGRACIONES
               END-IF.

            APLICAR-UNA-MIGRACION.
               PERFORM LEER-PRODUCTO-DESTINO
               MOVE 'N' TO WS-CUENTA-ENCONTRADA
               MOVE MGP-CLAVE TO CUENTA-CLAVE
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CUENTA-ENCONTRADA
               END-READ
               PERFORM REVISAR-REGLAS-DESTINO
               MOVE WS-FECHA-HOY TO MGP-FECHA-APLICACION
               IF WS-MOTIVO-RECHAZO = SPACES
                   PERFORM CAMBIAR-PRODUCTO-CUENTA
               ELSE
                   PERFORM RECHAZAR-MIGRACION
               END-IF
               REWRITE MIGRACION-PRODUCTO.

            LEER-PRODUCTO-DESTINO.
               MOVE 'N' TO WS-DESTINO-EN-CATALOGO
               MOVE 'S' TO WS-DESTINO-SOBREGIRO
               IF WS-STATUS-PRODUCTOS NOT = "35"
                   MOVE MGP-PRODUCTO-DESTINO TO PROD-CODIGO
                   READ ARCHIVO-PRODUCTOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-DESTINO-EN-CATALOGO
                           MOVE PROD-PERMITE-SOBREGIRO
                               TO WS-DESTINO-SOBREGIRO
                   END-READ
               END-IF.

            REVISAR-REGLAS-DESTINO.
      *        Las mismas reglas que al programar, mas lo que pudo
      *        cambiar desde el aviso: la cuenta cerrada o cambiada
      *        de producto por otra via, o el destino retirado del
      *        catalogo.
               MOVE SPACES TO WS-MOTIVO-RECHAZO
               EVALUATE TRUE
                   WHEN NOT CUENTA-ENCONTRADA
                       MOVE "CUENTA YA NO EXISTE"
                           TO WS-MOTIVO-RECHAZO
                   WHEN NOT DESTINO-EN-CATALOGO
                       MOVE "DESTINO RETIRADO DEL CATALOGO"
                           TO WS-MOTIVO-RECHAZO
                   WHEN TIPO-PRODUCTO NOT = MGP-PRODUCTO-ORIGEN
                       MOVE "PRODUCTO CAMBIO DESDE EL AVISO"
                           TO WS-MOTIVO-RECHAZO
                   WHEN CUENTA-TRASPASADA-NR
                       MOVE "CUENTA TRASPASADA NO RECLAMADA"
                           TO WS-MOTIVO-RECHAZO
                   WHEN NOT DESTINO-CON-SOBREGIRO AND SALDO < 0
                       MOVE "USA SOBREGIRO, DESTINO NO ADMITE"
                           TO WS-MOTIVO-RECHAZO
               END-EVALUATE.

            CAMBIAR-PRODUCTO-CUENTA.
               MOVE 'N' TO WS-LINEA-ELIMINADA
               MOVE MGP-PRODUCTO-DESTINO TO TIPO-PRODUCTO
               IF NOT DESTINO-CON-SOBREGIRO AND LIMITE-SOBREGIRO > 0
                   MOVE 0 TO LIMITE-SOBREGIRO
                   MOVE 'S' TO WS-LINEA-ELIMINADA
                   ADD 1 TO WS-TOTAL-LINEAS-ELIMINADAS
               END-IF
               REWRITE CUENTA
               MOVE "APL" TO MGP-ESTADO
               ADD 1 TO WS-TOTAL-APLICADAS
               MOVE SPACES TO WS-DETALLE-AUDIT
               STRING
                   "CTA " DELIMITED BY SIZE
                   MGP-NUM-CUENTA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MGP-PRODUCTO-ORIGEN DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   MGP-PRODUCTO-DESTINO DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDIT
               END-STRING
               IF LINEA-FUE-ELIMINADA
                   MOVE "LINEA SOBREGIRO QUITADA"
                       TO WS-DETALLE-AUDIT(17:23)
               END-IF
               MOVE "MIGRA-APL" TO WS-ACCION-AUDIT
               PERFORM GRABAR-AUDITORIA.

            RECHAZAR-MIGRACION.
               MOVE "REC" TO MGP-ESTADO
               MOVE WS-MOTIVO-RECHAZO TO MGP-MOTIVO
               ADD 1 TO WS-TOTAL-RECHAZADAS
               OPEN EXTEND ARCHIVO-RECHAZOS-MIGRACION
               MOVE SPACES TO REGISTRO-RECHAZO-MIGRACION
               MOVE WS-FECHA-HOY TO RCM-FECHA
               MOVE MGP-LOTE TO RCM-LOTE
               MOVE "APL" TO RCM-ETAPA
               MOVE MGP-RUT TO RCM-RUT
               MOVE MGP-NUM-CUENTA TO RCM-NUM-CUENTA
               MOVE MGP-PRODUCTO-ORIGEN TO RCM-PRODUCTO-ORIGEN
               MOVE MGP-PRODUCTO-DESTINO TO RCM-PRODUCTO-DESTINO
               IF CUENTA-ENCONTRADA
                   MOVE SALDO TO RCM-SALDO
               ELSE
                   MOVE 0 TO RCM-SALDO
               END-IF
               MOVE WS-MOTIVO-RECHAZO TO RCM-MOTIVO
               WRITE REGISTRO-RECHAZO-MIGRACION
               CLOSE ARCHIVO-RECHAZOS-MIGRACION
               MOVE SPACES TO WS-DETALLE-AUDIT
               STRING
                   "CTA " DELIMITED BY SIZE
                   MGP-NUM-CUENTA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MOTIVO-RECHAZO DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDIT
               END-STRING
               MOVE "MIGRA-REC" TO WS-ACCION-AUDIT
               PERFORM GRABAR-AUDITORIA.

            GRABAR-AUDITORIA.
               OPEN EXTEND ARCHIVO-AUDITORIA
               MOVE SPACES TO REGISTRO-AUDITORIA-ADMIN
               MOVE WS-FECHAYHORA-FORMATEADA TO ADM-FECHAYHORA
               MOVE MGP-SUPERVISOR TO ADM-EJECUTIVO-RUT
               MOVE "APLICAR-MIGRA" TO ADM-PROGRAMA
               MOVE WS-ACCION-AUDIT TO ADM-ACCION
               MOVE MGP-RUT TO ADM-OBJETO
               MOVE WS-DETALLE-AUDIT TO ADM-DETALLE
               WRITE REGISTRO-AUDITORIA-ADMIN
               CLOSE ARCHIVO-AUDITORIA.

            IMPRIMIR-TOTALES.
               DISPLAY "--------------------------------------------"
               MOVE WS-TOTAL-VENCIDAS TO WS-FORMATO-CANTIDAD
               DISPLAY "MIGRACIONES CON FECHA EFECTIVA: "
                   WS-FORMATO-CANTIDAD
               MOVE WS-TOTAL-APLICADAS TO WS-FORMATO-CANTIDAD
               DISPLAY "APLICADAS:                      "
                   WS-FORMATO-CANTIDAD
               MOVE WS-TOTAL-LINEAS-ELIMINADAS TO WS-FORMATO-CANTIDAD
               DISPLAY "  CON LINEA DE SOBREGIRO QUITADA: "
                   WS-FORMATO-CANTIDAD
               MOVE WS-TOTAL-RECHAZADAS TO WS-FORMATO-CANTIDAD
               DISPLAY "RECHAZADAS:                     "
                   WS-FORMATO-CANTIDAD
               IF WS-TOTAL-RECHAZADAS > 0
                   DISPLAY "VER migracion_productos_rechazos.txt"
               END-IF.
       END PROGRAM APLICAR-MIGRACION-PRODUCTOS.
