      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Migracion masiva de cuentas de un producto a otro
      *          (por ejemplo todas las VIS a un nuevo plan vista),
      *          bajo firma de supervisor. Toma el producto origen y
      *          el destino del catalogo productos.txt y criterios de
      *          seleccion (moneda, sucursal de apertura, tramo de
      *          saldo, fecha de apertura tope); cada cuenta que los
      *          cumple se revisa contra las reglas del producto
      *          destino (una cuenta que hoy usa sobregiro no pasa a
      *          un producto sin linea) y, si las cumple, queda
      *          programada en migraciones_producto.txt con aviso al
      *          cliente y una fecha efectiva que respeta el plazo
      *          legal de aviso; APLICAR-MIGRACION-PRODUCTOS hace el
      *          cambio ese dia. Las que no se pueden migrar van al
      *          informe migracion_productos_rechazos.txt. Permite
      *          ademas anular un lote antes de su fecha efectiva y
      *          consultar como va. Todo queda en la bitacora
      *          administrativa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRACION-PRODUCTOS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Programacion supervisada de migraciones de producto.

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
           SELECT ARCHIVO-USUARIOS ASSIGN TO "usuarios.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-USUARIOS.
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
           SELECT ARCHIVO-NOTIFICACIONES ASSIGN TO "notificaciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-PRODUCTOS.
           COPY "PRODUCTO.CPY".
       FD ARCHIVO-MIGRACIONES.
           COPY "MIGRACION-PRODUCTO.CPY".
       FD ARCHIVO-RECHAZOS-MIGRACION.
           COPY "RECHAZO-MIGRACION.CPY".
       FD ARCHIVO-NOTIFICACIONES.
           COPY "NOTIFICACION.CPY".
       FD ARCHIVO-AUDITORIA.
           COPY "AUDITORIA-ADMIN.CPY".
       WORKING-STORAGE SECTION.
      *    Inicio de sesion del operador contra el maestro
      *    usuarios.txt (roles y bloqueo por intentos); ver
      *    USUARIO.CPY.
       77 WS-STATUS-USUARIOS PIC X(2) VALUE "00".
       77 WS-OPERADOR-RUT PIC X(10).
       77 WS-OPERADOR-CLAVE PIC 9(4).
       77 WS-OPERADOR-CLAVE-HASH PIC 9(8).
       77 WS-OPERADOR-AUTORIZADO PIC X VALUE 'N'.
           88 OPERADOR-AUTORIZADO VALUE 'S'.
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-PRODUCTOS PIC X(2) VALUE "00".
       77 WS-STATUS-MIGRACIONES PIC X(2) VALUE "00".
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA VALUE "PRG" "ANU" "CON".
       77 WS-ID-TERMINAL PIC X(8) VALUE "MIGRAPRD".
      *    Plazo legal de aviso al cliente antes de cambiarle el
      *    producto, en dias corridos desde la programacion.
       77 WS-DIAS-AVISO-LEGAL PIC 9(3) VALUE 30.
       77 WS-PRODUCTO-ORIGEN PIC X(3).
       77 WS-PRODUCTO-DESTINO PIC X(3).
       77 WS-DESTINO-SOBREGIRO PIC X VALUE 'S'.
           88 DESTINO-CON-SOBREGIRO VALUE 'S'.
       77 WS-PRODUCTOS-VALIDOS PIC X VALUE 'N'.
           88 PRODUCTOS-SON-VALIDOS VALUE 'S'.
      *    Criterios de seleccion; en blanco no filtran.
       77 WS-CRIT-MONEDA PIC X(3).
       77 WS-CRIT-SUCURSAL PIC X(4).
       77 WS-CRIT-SALDO-DESDE-TXT PIC X(8).
       77 WS-CRIT-SALDO-HASTA-TXT PIC X(8).
       77 WS-CRIT-SALDO-DESDE PIC 9(8).
       77 WS-CRIT-SALDO-HASTA PIC 9(8).
       77 WS-CRIT-APERTURA-TXT PIC X(8).
       77 WS-CRIT-APERTURA-HASTA PIC 9(8).
       77 WS-FECHA-EFECTIVA-TXT PIC X(8).
       77 WS-FECHA-EFECTIVA PIC 9(8).
       77 WS-FECHA-MINIMA PIC 9(8).
       77 WS-FECHA-AVISO PIC 9(6).
       77 WS-CONFIRMA PIC X.
       77 WS-LOTE PIC X(14).
       77 WS-CUENTAS-EOF PIC X VALUE 'N'.
           88 WS-CUENTAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-MIGRACIONES-EOF PIC X VALUE 'N'.
           88 WS-MIGRACIONES-FIN-ARCHIVO VALUE 'S'.
       77 WS-CUENTA-SELECCIONADA PIC X VALUE 'N'.
           88 CUENTA-SELECCIONADA VALUE 'S'.
       77 WS-MOTIVO-RECHAZO PIC X(30).
       77 WS-TOTAL-SELECCIONADAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-PROGRAMADAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-RECHAZADAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-ANULADAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-LOTE PIC 9(6) VALUE 0.
       77 WS-ACCION-AUDIT PIC X(10).
       77 WS-OBJETO-AUDIT PIC X(20).
       77 WS-DETALLE-AUDIT PIC X(40).
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
       77 WS-SUPERVISOR-RUT PIC X(10).
       77 WS-SUPERVISOR-NUM-CUENTA PIC 9(3).
       77 WS-SUPERVISOR-CLAVE PIC 9(4).
       77 WS-SUPERVISOR-CLAVE-HASH PIC 9(8).
       77 WS-SUPERVISOR-AUTORIZADO PIC X VALUE 'N'.
           88 SUPERVISOR-AUTORIZADO VALUE 'S'.

       PROCEDURE DIVISION.
            DISPLAY "------ MIGRACION MASIVA DE PRODUCTOS ------".

            PERFORM VALIDAR-OPERADOR.

            IF NOT OPERADOR-AUTORIZADO THEN
                STOP RUN
            END-IF.

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO.
            MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO.
            MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO.
            MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA.
            MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO.
            MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            DISPLAY "ACCION (PRG=PROGRAMAR MIGRACION, ".
            DISPLAY "        ANU=ANULAR LOTE, CON=CONSULTAR LOTE): ".
            ACCEPT WS-ACCION.
            MOVE FUNCTION UPPER-CASE(WS-ACCION) TO WS-ACCION.

            IF NOT WS-ACCION-ES-VALIDA THEN
                DISPLAY "ACCION NO VALIDA"
                STOP RUN
            END-IF.

            PERFORM ABRIR-MIGRACIONES-IO.

            EVALUATE WS-ACCION
                WHEN "PRG"
                    PERFORM PROGRAMAR-MIGRACION
                WHEN "ANU"
                    PERFORM ANULAR-LOTE
                WHEN "CON"
                    PERFORM CONSULTAR-LOTE
            END-EVALUATE.

            CLOSE ARCHIVO-MIGRACIONES.

            STOP RUN.

            ABRIR-MIGRACIONES-IO.
               OPEN I-O ARCHIVO-MIGRACIONES
               IF WS-STATUS-MIGRACIONES = "35"
                   OPEN OUTPUT ARCHIVO-MIGRACIONES
                   CLOSE ARCHIVO-MIGRACIONES
                   OPEN I-O ARCHIVO-MIGRACIONES
               END-IF.

            PROGRAMAR-MIGRACION.
               PERFORM PEDIR-PRODUCTOS
               IF NOT PRODUCTOS-SON-VALIDOS
                   CLOSE ARCHIVO-MIGRACIONES
                   STOP RUN
               END-IF
               PERFORM PEDIR-CRITERIOS
               PERFORM PEDIR-FECHA-EFECTIVA

               DISPLAY "SE MIGRARAN LAS CUENTAS " WS-PRODUCTO-ORIGEN
                   " QUE CUMPLAN LOS CRITERIOS A " WS-PRODUCTO-DESTINO
               DISPLAY "FECHA EFECTIVA: " WS-FECHA-EFECTIVA
               DISPLAY "CONFIRMA (S/N): "
               ACCEPT WS-CONFIRMA
               MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S'
                   DISPLAY "MIGRACION NO PROGRAMADA"
               ELSE
                   MOVE WS-FECHAYHORA(1:14) TO WS-LOTE
                   PERFORM RECORRER-CUENTAS
                   PERFORM INFORMAR-LOTE-PROGRAMADO
               END-IF.

            PEDIR-PRODUCTOS.
      *        Las cuentas de menor tienen su propio ciclo de vida
      *        (APERTURA-CUENTA-MENOR, mayoria de edad) y no entran
      *        ni salen por una migracion masiva. El destino debe
      *        estar en el catalogo: sus reglas son las que se
      *        revisan.
               MOVE 'N' TO WS-PRODUCTOS-VALIDOS
               DISPLAY "PRODUCTO ORIGEN (CTE, VIS, AHO...): "
               ACCEPT WS-PRODUCTO-ORIGEN
               MOVE FUNCTION UPPER-CASE(WS-PRODUCTO-ORIGEN)
                   TO WS-PRODUCTO-ORIGEN
               DISPLAY "PRODUCTO DESTINO: "
               ACCEPT WS-PRODUCTO-DESTINO
               MOVE FUNCTION UPPER-CASE(WS-PRODUCTO-DESTINO)
                   TO WS-PRODUCTO-DESTINO

               IF WS-PRODUCTO-ORIGEN = SPACES
                  OR WS-PRODUCTO-DESTINO = SPACES
                  OR WS-PRODUCTO-ORIGEN = WS-PRODUCTO-DESTINO
                   DISPLAY "PRODUCTOS ORIGEN Y DESTINO INVALIDOS"
               ELSE
                   IF WS-PRODUCTO-ORIGEN = "MEN"
                      OR WS-PRODUCTO-DESTINO = "MEN"
                       DISPLAY "LAS CUENTAS DE MENOR NO SE MIGRAN "
                           "EN FORMA MASIVA"
                   ELSE
                       PERFORM LEER-PRODUCTO-DESTINO
                   END-IF
               END-IF.

            LEER-PRODUCTO-DESTINO.
               OPEN INPUT ARCHIVO-PRODUCTOS
               IF WS-STATUS-PRODUCTOS = "35"
                   DISPLAY "NO HAY CATALOGO DE PRODUCTOS"
               ELSE
                   MOVE WS-PRODUCTO-DESTINO TO PROD-CODIGO
                   READ ARCHIVO-PRODUCTOS
                       INVALID KEY
                           DISPLAY "PRODUCTO DESTINO NO EXISTE EN "
                               "EL CATALOGO"
                       NOT INVALID KEY
                           MOVE 'S' TO WS-PRODUCTOS-VALIDOS
                           MOVE PROD-PERMITE-SOBREGIRO
                               TO WS-DESTINO-SOBREGIRO
                           DISPLAY "DESTINO: " PROD-NOMBRE
                           IF NOT DESTINO-CON-SOBREGIRO
                               DISPLAY "EL DESTINO NO ADMITE "
                                   "SOBREGIRO: LAS LINEAS SE "
                                   "ELIMINAN AL MIGRAR"
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-PRODUCTOS
               END-IF.

            PEDIR-CRITERIOS.
               DISPLAY "CRITERIOS DE SELECCION (EN BLANCO = TODAS)"
               DISPLAY "MONEDA (CLP/USD): "
               ACCEPT WS-CRIT-MONEDA
               MOVE FUNCTION UPPER-CASE(WS-CRIT-MONEDA)
                   TO WS-CRIT-MONEDA
               DISPLAY "SUCURSAL DE APERTURA: "
               ACCEPT WS-CRIT-SUCURSAL
               MOVE FUNCTION UPPER-CASE(WS-CRIT-SUCURSAL)
                   TO WS-CRIT-SUCURSAL

               MOVE SPACES TO WS-CRIT-SALDO-DESDE-TXT
               DISPLAY "SALDO DESDE: "
               ACCEPT WS-CRIT-SALDO-DESDE-TXT
               MOVE 0 TO WS-CRIT-SALDO-DESDE
               IF WS-CRIT-SALDO-DESDE-TXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-CRIT-SALDO-DESDE-TXT)
                       TO WS-CRIT-SALDO-DESDE
               END-IF

               MOVE SPACES TO WS-CRIT-SALDO-HASTA-TXT
               DISPLAY "SALDO HASTA: "
               ACCEPT WS-CRIT-SALDO-HASTA-TXT
               MOVE 0 TO WS-CRIT-SALDO-HASTA
               IF WS-CRIT-SALDO-HASTA-TXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-CRIT-SALDO-HASTA-TXT)
                       TO WS-CRIT-SALDO-HASTA
               END-IF

               MOVE SPACES TO WS-CRIT-APERTURA-TXT
               DISPLAY "ABIERTAS HASTA EL (AAAAMMDD): "
               ACCEPT WS-CRIT-APERTURA-TXT
               MOVE 0 TO WS-CRIT-APERTURA-HASTA
               IF WS-CRIT-APERTURA-TXT NUMERIC
                   MOVE WS-CRIT-APERTURA-TXT TO WS-CRIT-APERTURA-HASTA
               END-IF.

            PEDIR-FECHA-EFECTIVA.
      *        La fecha efectiva no puede quedar antes del plazo
      *        legal de aviso; en blanco se toma el primer dia
      *        permitido.
               COMPUTE WS-FECHA-MINIMA =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                        + WS-DIAS-AVISO-LEGAL)
               DISPLAY "FECHA EFECTIVA (AAAAMMDD, MINIMO "
                   WS-FECHA-MINIMA "): "
               MOVE SPACES TO WS-FECHA-EFECTIVA-TXT
               ACCEPT WS-FECHA-EFECTIVA-TXT
               IF WS-FECHA-EFECTIVA-TXT = SPACES
                   MOVE WS-FECHA-MINIMA TO WS-FECHA-EFECTIVA
               ELSE
                   IF WS-FECHA-EFECTIVA-TXT NOT NUMERIC
                       DISPLAY "FECHA INVALIDA"
                       CLOSE ARCHIVO-MIGRACIONES
                       STOP RUN
                   END-IF
                   MOVE WS-FECHA-EFECTIVA-TXT TO WS-FECHA-EFECTIVA
                   IF WS-FECHA-EFECTIVA < WS-FECHA-MINIMA
                       DISPLAY "LA FECHA NO RESPETA EL PLAZO LEGAL "
                           "DE AVISO DE " WS-DIAS-AVISO-LEGAL " DIAS"
                       CLOSE ARCHIVO-MIGRACIONES
                       STOP RUN
                   END-IF
               END-IF
               MOVE WS-FECHA-EFECTIVA(3:6) TO WS-FECHA-AVISO.

            RECORRER-CUENTAS.
               OPEN INPUT ARCHIVO-CUENTAS
               IF WS-STATUS-CUENTAS = "35"
                   MOVE 'S' TO WS-CUENTAS-EOF
               ELSE
                   MOVE 'N' TO WS-CUENTAS-EOF
                   MOVE LOW-VALUES TO CUENTA-CLAVE
                   START ARCHIVO-CUENTAS
                       KEY IS NOT LESS THAN CUENTA-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-CUENTAS-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-CUENTAS-FIN-ARCHIVO
                   READ ARCHIVO-CUENTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-CUENTAS-EOF
                   END-READ
                   IF NOT WS-CUENTAS-FIN-ARCHIVO
                       PERFORM SELECCIONAR-CUENTA
                       IF CUENTA-SELECCIONADA
                           ADD 1 TO WS-TOTAL-SELECCIONADAS
                           PERFORM EVALUAR-CUENTA-DESTINO
                           IF WS-MOTIVO-RECHAZO = SPACES
                               PERFORM PROGRAMAR-CUENTA
                           ELSE
                               PERFORM RECHAZAR-CUENTA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-STATUS-CUENTAS NOT = "35"
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

            SELECCIONAR-CUENTA.
               MOVE 'S' TO WS-CUENTA-SELECCIONADA
               IF TIPO-PRODUCTO NOT = WS-PRODUCTO-ORIGEN
                   MOVE 'N' TO WS-CUENTA-SELECCIONADA
               END-IF
               IF WS-CRIT-MONEDA NOT = SPACES
                  AND MONEDA-CUENTA NOT = WS-CRIT-MONEDA
                   MOVE 'N' TO WS-CUENTA-SELECCIONADA
               END-IF
               IF WS-CRIT-SUCURSAL NOT = SPACES
                  AND SUCURSAL-APERTURA NOT = WS-CRIT-SUCURSAL
                   MOVE 'N' TO WS-CUENTA-SELECCIONADA
               END-IF
               IF WS-CRIT-SALDO-DESDE-TXT NOT = SPACES
                  AND SALDO < WS-CRIT-SALDO-DESDE
                   MOVE 'N' TO WS-CUENTA-SELECCIONADA
               END-IF
               IF WS-CRIT-SALDO-HASTA-TXT NOT = SPACES
                  AND SALDO > WS-CRIT-SALDO-HASTA
                   MOVE 'N' TO WS-CUENTA-SELECCIONADA
               END-IF
               IF WS-CRIT-APERTURA-HASTA > 0
                  AND FECHA-APERTURA > WS-CRIT-APERTURA-HASTA
                   MOVE 'N' TO WS-CUENTA-SELECCIONADA
               END-IF.

            EVALUAR-CUENTA-DESTINO.
      *        Reglas del producto destino que la cuenta debe
      *        cumplir hoy. Una linea de sobregiro sin uso no impide
      *        la migracion a un producto sin sobregiro: se elimina
      *        al aplicar y el aviso lo advierte.
               MOVE SPACES TO WS-MOTIVO-RECHAZO
               EVALUATE TRUE
                   WHEN CUENTA-PREABIERTA
                       MOVE "CUENTA AUN NO ACTIVADA"
                           TO WS-MOTIVO-RECHAZO
                   WHEN CUENTA-TRASPASADA-NR
                       MOVE "CUENTA TRASPASADA NO RECLAMADA"
                           TO WS-MOTIVO-RECHAZO
                   WHEN NOT DESTINO-CON-SOBREGIRO AND SALDO < 0
                       MOVE "USA SOBREGIRO, DESTINO NO ADMITE"
                           TO WS-MOTIVO-RECHAZO
                   WHEN OTHER
                       PERFORM VERIFICAR-MIGRACION-PENDIENTE
               END-EVALUATE.

            VERIFICAR-MIGRACION-PENDIENTE.
               MOVE CUENTA-CLAVE TO MGP-CLAVE
               READ ARCHIVO-MIGRACIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MGP-ESTA-PROGRAMADA
                           MOVE "YA TIENE MIGRACION PROGRAMADA"
                               TO WS-MOTIVO-RECHAZO
                       END-IF
               END-READ.

            PROGRAMAR-CUENTA.
      *        Una migracion anterior ya cerrada de la misma cuenta
      *        (aplicada, rechazada o anulada) se reemplaza.
               MOVE CUENTA-CLAVE TO MGP-CLAVE
               READ ARCHIVO-MIGRACIONES
                   INVALID KEY
                       PERFORM ARMAR-MIGRACION
                       WRITE MIGRACION-PRODUCTO
                   NOT INVALID KEY
                       PERFORM ARMAR-MIGRACION
                       REWRITE MIGRACION-PRODUCTO
               END-READ
               ADD 1 TO WS-TOTAL-PROGRAMADAS
               PERFORM GRABAR-NOTIFICACION-MIGRACION
               MOVE SPACES TO WS-DETALLE-AUDIT
               STRING
                   "CTA " DELIMITED BY SIZE
                   NUM-CUENTA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PRODUCTO-ORIGEN DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   WS-PRODUCTO-DESTINO DELIMITED BY SIZE
                   " EFECTIVA " DELIMITED BY SIZE
                   WS-FECHA-EFECTIVA DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDIT
               END-STRING
               MOVE "MIGRA-PRG" TO WS-ACCION-AUDIT
               MOVE RUT TO WS-OBJETO-AUDIT
               PERFORM GRABAR-AUDITORIA.

            ARMAR-MIGRACION.
               MOVE CUENTA-CLAVE TO MGP-CLAVE
               MOVE WS-LOTE TO MGP-LOTE
               MOVE WS-PRODUCTO-ORIGEN TO MGP-PRODUCTO-ORIGEN
               MOVE WS-PRODUCTO-DESTINO TO MGP-PRODUCTO-DESTINO
               MOVE WS-FECHA-HOY TO MGP-FECHA-PROGRAMACION
               MOVE WS-FECHA-EFECTIVA TO MGP-FECHA-EFECTIVA
               MOVE "PRG" TO MGP-ESTADO
               MOVE 0 TO MGP-FECHA-APLICACION
               MOVE WS-OPERADOR-RUT TO MGP-SUPERVISOR
               MOVE SPACES TO MGP-MOTIVO.

            GRABAR-NOTIFICACION-MIGRACION.
      *        El aviso lleva la fecha efectiva AAMMDD en lugar del
      *        saldo; el despachador arma el texto de la migracion.
               OPEN EXTEND ARCHIVO-NOTIFICACIONES
               MOVE SPACES TO REGISTRO-NOTIFICACION
               MOVE RUT TO NOT-RUT
               MOVE NUM-CUENTA TO NOT-NUM-CUENTA
               MOVE "MPR" TO NOT-OPERACION
               MOVE WS-FECHA-AVISO TO NOT-SALDO-NUEVO
               MOVE WS-FECHAYHORA-FORMATEADA TO NOT-FECHAYHORA
               MOVE WS-ID-TERMINAL TO NOT-ID-TERMINAL
               MOVE "PEN" TO NOT-ESTADO
               MOVE 0 TO NOT-REINTENTOS
               WRITE REGISTRO-NOTIFICACION AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-NOTIFICACIONES.

            RECHAZAR-CUENTA.
               ADD 1 TO WS-TOTAL-RECHAZADAS
               OPEN EXTEND ARCHIVO-RECHAZOS-MIGRACION
               MOVE SPACES TO REGISTRO-RECHAZO-MIGRACION
               MOVE WS-FECHA-HOY TO RCM-FECHA
               MOVE WS-LOTE TO RCM-LOTE
               MOVE "PRG" TO RCM-ETAPA
               MOVE RUT TO RCM-RUT
               MOVE NUM-CUENTA TO RCM-NUM-CUENTA
               MOVE WS-PRODUCTO-ORIGEN TO RCM-PRODUCTO-ORIGEN
               MOVE WS-PRODUCTO-DESTINO TO RCM-PRODUCTO-DESTINO
               MOVE SALDO TO RCM-SALDO
               MOVE WS-MOTIVO-RECHAZO TO RCM-MOTIVO
               WRITE REGISTRO-RECHAZO-MIGRACION
               CLOSE ARCHIVO-RECHAZOS-MIGRACION
               MOVE SPACES TO WS-DETALLE-AUDIT
               STRING
                   "CTA " DELIMITED BY SIZE
                   NUM-CUENTA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MOTIVO-RECHAZO DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDIT
               END-STRING
               MOVE "MIGRA-REC" TO WS-ACCION-AUDIT
               MOVE RUT TO WS-OBJETO-AUDIT
               PERFORM GRABAR-AUDITORIA.

            INFORMAR-LOTE-PROGRAMADO.
               DISPLAY "LOTE " WS-LOTE
               DISPLAY "CUENTAS SELECCIONADAS: " WS-TOTAL-SELECCIONADAS
               DISPLAY "PROGRAMADAS Y AVISADAS: " WS-TOTAL-PROGRAMADAS
               DISPLAY "NO MIGRABLES: " WS-TOTAL-RECHAZADAS
               IF WS-TOTAL-RECHAZADAS > 0
                   DISPLAY "VER migracion_productos_rechazos.txt"
               END-IF
               MOVE SPACES TO WS-DETALLE-AUDIT
               STRING
                   WS-PRODUCTO-ORIGEN DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   WS-PRODUCTO-DESTINO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FECHA-EFECTIVA DELIMITED BY SIZE
                   " PRG=" DELIMITED BY SIZE
                   WS-TOTAL-PROGRAMADAS DELIMITED BY SIZE
                   " REC=" DELIMITED BY SIZE
                   WS-TOTAL-RECHAZADAS DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDIT
               END-STRING
               MOVE "MIGRA-LOTE" TO WS-ACCION-AUDIT
               MOVE WS-LOTE TO WS-OBJETO-AUDIT
               PERFORM GRABAR-AUDITORIA.

            PEDIR-LOTE.
               DISPLAY "LOTE (AAAAMMDDHHMMSS): "
               ACCEPT WS-LOTE.

            ANULAR-LOTE.
      *        Solo las cuentas aun programadas; lo ya aplicado se
      *        revierte con otra migracion.
               PERFORM PEDIR-LOTE
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
                      AND MGP-LOTE = WS-LOTE
                      AND MGP-ESTA-PROGRAMADA
                       MOVE "ANU" TO MGP-ESTADO
                       MOVE "ANULADA POR SUPERVISOR" TO MGP-MOTIVO
                       REWRITE MIGRACION-PRODUCTO
                       ADD 1 TO WS-TOTAL-ANULADAS
                   END-IF
               END-PERFORM
               DISPLAY "MIGRACIONES ANULADAS: " WS-TOTAL-ANULADAS
               IF WS-TOTAL-ANULADAS > 0
                   MOVE SPACES TO WS-DETALLE-AUDIT
                   STRING
                       "ANULADAS=" DELIMITED BY SIZE
                       WS-TOTAL-ANULADAS DELIMITED BY SIZE
                       INTO WS-DETALLE-AUDIT
                   END-STRING
                   MOVE "MIGRA-ANU" TO WS-ACCION-AUDIT
                   MOVE WS-LOTE TO WS-OBJETO-AUDIT
                   PERFORM GRABAR-AUDITORIA
               END-IF.

            CONSULTAR-LOTE.
               PERFORM PEDIR-LOTE
               MOVE 'N' TO WS-MIGRACIONES-EOF
               MOVE LOW-VALUES TO MGP-CLAVE
               START ARCHIVO-MIGRACIONES
                   KEY IS NOT LESS THAN MGP-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-MIGRACIONES-EOF
               END-START
               DISPLAY "RUT        CTA ORI DES EFECTIVA EST APLICADA"
                   " MOTIVO"
               PERFORM UNTIL WS-MIGRACIONES-FIN-ARCHIVO
                   READ ARCHIVO-MIGRACIONES NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-MIGRACIONES-EOF
                   END-READ
                   IF NOT WS-MIGRACIONES-FIN-ARCHIVO
                      AND MGP-LOTE = WS-LOTE
                       ADD 1 TO WS-TOTAL-LOTE
                       DISPLAY MGP-RUT " " MGP-NUM-CUENTA " "
                           MGP-PRODUCTO-ORIGEN " "
                           MGP-PRODUCTO-DESTINO " "
                           MGP-FECHA-EFECTIVA " " MGP-ESTADO " "
                           MGP-FECHA-APLICACION " " MGP-MOTIVO
                   END-IF
               END-PERFORM
               DISPLAY "CUENTAS DEL LOTE: " WS-TOTAL-LOTE.

            GRABAR-AUDITORIA.
               OPEN EXTEND ARCHIVO-AUDITORIA
               MOVE SPACES TO REGISTRO-AUDITORIA-ADMIN
               MOVE WS-FECHAYHORA-FORMATEADA TO ADM-FECHAYHORA
               MOVE WS-OPERADOR-RUT TO ADM-EJECUTIVO-RUT
               MOVE "MIGRA-PRODUCTO" TO ADM-PROGRAMA
               MOVE WS-ACCION-AUDIT TO ADM-ACCION
               MOVE WS-OBJETO-AUDIT TO ADM-OBJETO
               MOVE WS-DETALLE-AUDIT TO ADM-DETALLE
               WRITE REGISTRO-AUDITORIA-ADMIN
               CLOSE ARCHIVO-AUDITORIA.

            VALIDAR-OPERADOR.
      *        Inicio de sesion contra el maestro de operadores
      *        usuarios.txt: cada funcionario entra con su propia
      *        clave y solo con el rol que este programa exige; tres
      *        claves malas seguidas bloquean al operador. Mientras
      *        el maestro no exista (puesta en marcha) se mantiene
      *        la firma con cuenta supervisora de siempre.
               MOVE 'N' TO WS-OPERADOR-AUTORIZADO

               DISPLAY "RUT DEL OPERADOR: "
               ACCEPT WS-OPERADOR-RUT
               MOVE FUNCTION UPPER-CASE(WS-OPERADOR-RUT)
                   TO WS-OPERADOR-RUT

               DISPLAY "CLAVE DEL OPERADOR: "
               ACCEPT WS-OPERADOR-CLAVE

               COMPUTE WS-OPERADOR-CLAVE-HASH =
                   FUNCTION MOD
                       ((WS-OPERADOR-CLAVE * 7919) + 104729,
                        100000000)

               OPEN I-O ARCHIVO-USUARIOS
               IF WS-STATUS-USUARIOS = "35"
                   PERFORM AUTORIZAR-SUPERVISOR
                   IF SUPERVISOR-AUTORIZADO
                       MOVE 'S' TO WS-OPERADOR-AUTORIZADO
                       MOVE WS-SUPERVISOR-RUT TO WS-OPERADOR-RUT
                   END-IF
               ELSE
                   MOVE WS-OPERADOR-RUT TO USU-RUT
                   READ ARCHIVO-USUARIOS
                       INVALID KEY
                           DISPLAY "OPERADOR NO REGISTRADO"
                       NOT INVALID KEY
                           PERFORM EVALUAR-CREDENCIAL-OPERADOR
                   END-READ
                   CLOSE ARCHIVO-USUARIOS
               END-IF.

            EVALUAR-CREDENCIAL-OPERADOR.
               IF USU-ESTA-BLOQUEADO
                   DISPLAY
                       "OPERADOR BLOQUEADO. SOLICITE DESBLOQUEO A "
                       "UN SUPERVISOR"
               ELSE
                   IF WS-OPERADOR-CLAVE-HASH = USU-CLAVE
                       IF USU-ES-SUPERVISOR
                           MOVE 'S' TO WS-OPERADOR-AUTORIZADO
                           MOVE 0 TO USU-INTENTOS-FALLIDOS
                           REWRITE USUARIO
                       ELSE
                           DISPLAY
                               "SU ROL NO PERMITE USAR ESTE "
                               "PROGRAMA (SOLO SUP)"
                       END-IF
                   ELSE
                       DISPLAY "CLAVE DE OPERADOR INVALIDA"
                       ADD 1 TO USU-INTENTOS-FALLIDOS
                       IF USU-INTENTOS-FALLIDOS >= 3
                           MOVE 'S' TO USU-BLOQUEADO
                           DISPLAY
                               "OPERADOR BLOQUEADO POR EXCESO DE "
                               "INTENTOS"
                       END-IF
                       REWRITE USUARIO
                   END-IF
               END-IF.

            AUTORIZAR-SUPERVISOR.
      *        Exige RUT y CLAVE de una cuenta marcada CUENTA-ES-
      *        SUPERVISOR, validados contra ARCHIVO-CUENTAS igual que
      *        AUTORIZAR-GIRO-SUPERVISOR en CAJERO-AUTOMATICO, en vez
      *        de una clave unica compartida entre todos los
      *        ejecutivos.
               MOVE 'N' TO WS-SUPERVISOR-AUTORIZADO

               DISPLAY "RUT DEL SUPERVISOR: "
               ACCEPT WS-SUPERVISOR-RUT
               MOVE FUNCTION UPPER-CASE(WS-SUPERVISOR-RUT)
                   TO WS-SUPERVISOR-RUT

               DISPLAY "NUMERO DE CUENTA DEL SUPERVISOR: "
               ACCEPT WS-SUPERVISOR-NUM-CUENTA

               DISPLAY "CLAVE DEL SUPERVISOR: "
               ACCEPT WS-SUPERVISOR-CLAVE

               COMPUTE WS-SUPERVISOR-CLAVE-HASH =
                   FUNCTION MOD
                       ((WS-SUPERVISOR-CLAVE * 7919) + 104729,
                        100000000)

               OPEN INPUT ARCHIVO-CUENTAS
               MOVE WS-SUPERVISOR-RUT TO RUT
               MOVE WS-SUPERVISOR-NUM-CUENTA TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       DISPLAY "SUPERVISOR NO ENCONTRADO"
                   NOT INVALID KEY
                       IF CUENTA-ES-SUPERVISOR
                          AND WS-SUPERVISOR-CLAVE-HASH = CLAVE THEN
                           MOVE 'S' TO WS-SUPERVISOR-AUTORIZADO
                       ELSE
                           DISPLAY
                               "CREDENCIALES DE SUPERVISOR INVALIDAS"
                       END-IF
               END-READ
               CLOSE ARCHIVO-CUENTAS.
       END PROGRAM MIGRACION-PRODUCTOS.
