      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Aplicacion en el sitio de contingencia (DR) de los
      *          paquetes que arma ENVIAR-BITACORA-DR en el primario:
      *          toma en orden estricto de numero cada
      *          envio_dr-NNNNNNNN.txt recibido (se detiene en el
      *          primero que falte, sin saltarse ninguno), lo valida
      *          completo antes de tocar nada (cabecera y cola
      *          presentes, conteos, secuencias crecientes y la
      *          cadena de hashes de la bitacora continuando desde la
      *          cabeza que quedo aplicada) y recien entonces lo
      *          aplica: anexa las lineas a bitacora.txt y
      *          bitacora_admin.txt del sitio DR, las indexa en
      *          movimientos.txt, reescribe cuentas.txt con las
      *          imagenes recibidas, reconstruye la lista de tarjetas
      *          calientes y deja el ancla hash_bitacora.txt y el
      *          contador de secuencia.txt al dia, de modo que el
      *          sitio DR pueda seguir posteando sin repetir numeros
      *          el dia que asuma.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICAR-BITACORA-DR.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Aplicacion de paquetes en el sitio de contingencia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PAQUETE ASSIGN TO WS-NOMBRE-PAQUETE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAQUETE.
           SELECT OPTIONAL ARCHIVO-BITACORA ASSIGN TO "bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT ARCHIVO-TARJETAS-BLOQUEADAS
               ASSIGN TO "tarjetas_bloqueadas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TBL-NUM-TARJETA
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARJETAS-BLOQ.
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
           SELECT OPTIONAL ARCHIVO-ESTADO-APLICADO
               ASSIGN TO "dr_aplicado_estado.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESTADO.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-PAQUETE.
           COPY "ENVIO-DR.CPY".
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-AUDITORIA.
           COPY "AUDITORIA-ADMIN.CPY".
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-MOVIMIENTOS.
           COPY "MOVIMIENTO.CPY".
       FD ARCHIVO-TARJETAS-BLOQUEADAS.
           COPY "TARJETA-BLOQUEADA.CPY".
       FD ARCHIVO-SECUENCIA.
       01 REGISTRO-SECUENCIA.
          05 SEC-CLAVE PIC X(1).
          05 SEC-ULTIMO-NUMERO PIC 9(10).
       FD ARCHIVO-HASH-BITACORA.
       01 REGISTRO-HASH-BITACORA PIC 9(8).
       FD ARCHIVO-ESTADO-APLICADO.
           COPY "ESTADO-DR.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-PAQUETE PIC X(2) VALUE "00".
       77 WS-STATUS-BITACORA PIC X(2) VALUE "00".
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
       77 WS-STATUS-TARJETAS-BLOQ PIC X(2) VALUE "00".
       77 WS-STATUS-SECUENCIA PIC X(2) VALUE "00".
       77 WS-STATUS-HASH PIC X(2) VALUE "00".
       77 WS-STATUS-ESTADO PIC X(2) VALUE "00".
       77 WS-NOMBRE-PAQUETE PIC X(30).
      *    Lo ya aplicado en este sitio (dr_aplicado_estado.txt).
      *    Sin estado el sitio aun no esta sembrado: el primer
      *    paquete se acepta sin verificar su primer eslabon, que
      *    encadena con historia que el sitio DR no tiene.
       77 WS-NUM-APLICADO PIC 9(8) VALUE 0.
       77 WS-ULTIMA-SECUENCIA PIC 9(10) VALUE 0.
       77 WS-HASH-CADENA PIC 9(8) VALUE 0.
       77 WS-LINEAS-ADMIN PIC 9(8) VALUE 0.
       77 WS-FECHA-COMPLETA PIC 9(8) VALUE 0.
       77 WS-SITIO-SEMBRADO PIC X VALUE 'N'.
           88 SITIO-ESTA-SEMBRADO VALUE 'S'.
       77 WS-NUM-ESPERADO PIC 9(8).
       77 WS-HAY-PAQUETE PIC X VALUE 'S'.
           88 HAY-PAQUETE-QUE-APLICAR VALUE 'S'.
       77 WS-PAQUETE-EOF PIC X VALUE 'N'.
           88 WS-PAQUETE-FIN-ARCHIVO VALUE 'S'.
      *    Resultado de la validacion del paquete en curso.
       77 WS-PAQUETE-VALIDO PIC X VALUE 'S'.
           88 PAQUETE-ES-VALIDO VALUE 'S'.
       77 WS-MOTIVO-RECHAZO PIC X(50).
       77 WS-HAY-CABECERA PIC X VALUE 'N'.
       77 WS-HAY-COLA PIC X VALUE 'N'.
       77 WS-VERIFICAR-ESLABON PIC X VALUE 'S'.
           88 ESLABON-SE-VERIFICA VALUE 'S'.
       77 WS-SEC-VALIDACION PIC 9(10).
       77 WS-HASH-VALIDACION PIC 9(8).
       77 WS-HASH-ESPERADO PIC 9(8).
       77 WS-HASH-MONTO PIC 9(8).
       77 WS-HASH-SALDO PIC S9(8).
       77 WS-CANT-BITACORA PIC 9(8).
       77 WS-CANT-ADMIN PIC 9(8).
       77 WS-CANT-CUENTAS PIC 9(8).
       77 WS-CANT-TARJETAS PIC 9(8).
      *    Valores de la cola del paquete en curso.
       77 WS-TRL-CANT-BITACORA PIC 9(8).
       77 WS-TRL-CANT-ADMIN PIC 9(8).
       77 WS-TRL-CANT-CUENTAS PIC 9(8).
       77 WS-TRL-CANT-TARJETAS PIC 9(8).
       77 WS-TRL-HASH-CADENA PIC 9(8).
       77 WS-TRL-ULTIMA-SECUENCIA PIC 9(10).
       77 WS-TRL-CONTADOR-PRIMARIO PIC 9(10).
       77 WS-CONTADOR-NUEVO PIC 9(10).
       77 WS-TOTAL-PAQUETES PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-LINEAS PIC 9(8) COMP VALUE 0.
       77 WS-TOTAL-REPETIDAS PIC 9(8) COMP VALUE 0.
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
            DISPLAY "---- APLICACION EN SITIO DE CONTINGENCIA ----".

            PERFORM LEER-ESTADO-APLICADO.

            PERFORM UNTIL NOT HAY-PAQUETE-QUE-APLICAR
                PERFORM APLICAR-SIGUIENTE-PAQUETE
            END-PERFORM.

            DISPLAY "PAQUETES APLICADOS: " WS-TOTAL-PAQUETES.
            DISPLAY "LINEAS DE BITACORA APLICADAS: " WS-TOTAL-LINEAS.
            IF WS-TOTAL-REPETIDAS > 0
                DISPLAY "LINEAS YA PRESENTES (REINTENTO): "
                    WS-TOTAL-REPETIDAS
            END-IF.
            DISPLAY "ULTIMO PAQUETE APLICADO: " WS-NUM-APLICADO
                " SECUENCIA " WS-ULTIMA-SECUENCIA
                " HASH " WS-HASH-CADENA.

            STOP RUN.

            SETEAR-FECHA-ACTUAL.
               MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA
               MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO
               MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO
               MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO
               MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA
               MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO
               MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO.

            LEER-ESTADO-APLICADO.
               OPEN INPUT ARCHIVO-ESTADO-APLICADO
               IF WS-STATUS-ESTADO NOT = "35"
                   READ ARCHIVO-ESTADO-APLICADO
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 'S' TO WS-SITIO-SEMBRADO
                           MOVE ESD-NUM-PAQUETE TO WS-NUM-APLICADO
                           MOVE ESD-ULTIMA-SECUENCIA
                               TO WS-ULTIMA-SECUENCIA
                           MOVE ESD-HASH-CADENA TO WS-HASH-CADENA
                           MOVE ESD-LINEAS-ADMIN TO WS-LINEAS-ADMIN
                           MOVE ESD-FECHA-COMPLETA
                               TO WS-FECHA-COMPLETA
                   END-READ
               END-IF
               CLOSE ARCHIVO-ESTADO-APLICADO.

            APLICAR-SIGUIENTE-PAQUETE.
               COMPUTE WS-NUM-ESPERADO = WS-NUM-APLICADO + 1
               MOVE SPACES TO WS-NOMBRE-PAQUETE
               STRING
                   "envio_dr-" DELIMITED BY SIZE
                   WS-NUM-ESPERADO DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOMBRE-PAQUETE
               END-STRING

               OPEN INPUT ARCHIVO-PAQUETE
               IF WS-STATUS-PAQUETE = "35"
                   MOVE 'N' TO WS-HAY-PAQUETE
               ELSE
                   PERFORM VALIDAR-PAQUETE
                   CLOSE ARCHIVO-PAQUETE
                   IF PAQUETE-ES-VALIDO
                       OPEN INPUT ARCHIVO-PAQUETE
                       PERFORM APLICAR-PAQUETE
                       CLOSE ARCHIVO-PAQUETE
                       PERFORM ACTUALIZAR-ANCLA-Y-CONTADOR
                       PERFORM GRABAR-ESTADO-APLICADO
                       ADD 1 TO WS-TOTAL-PAQUETES
                   ELSE
                       DISPLAY
                           "*** PAQUETE " WS-NOMBRE-PAQUETE
                           " RECHAZADO: " WS-MOTIVO-RECHAZO
                       DISPLAY
                           "*** SE DETIENE LA APLICACION: PEDIR AL "
                           "PRIMARIO QUE REENVIE EL PAQUETE ***"
                       MOVE 'N' TO WS-HAY-PAQUETE
                   END-IF
               END-IF.

            VALIDAR-PAQUETE.
      *        Pasada completa sin escribir nada: un paquete
      *        truncado en el traslado (sin cola), con conteos que no
      *        calzan o que no continua la cadena del sitio se
      *        rechaza entero.
               MOVE 'S' TO WS-PAQUETE-VALIDO
               MOVE SPACES TO WS-MOTIVO-RECHAZO
               MOVE 'N' TO WS-HAY-CABECERA
               MOVE 'N' TO WS-HAY-COLA
               MOVE 0 TO WS-CANT-BITACORA
               MOVE 0 TO WS-CANT-ADMIN
               MOVE 0 TO WS-CANT-CUENTAS
               MOVE 0 TO WS-CANT-TARJETAS
               MOVE WS-ULTIMA-SECUENCIA TO WS-SEC-VALIDACION
               MOVE WS-HASH-CADENA TO WS-HASH-VALIDACION
               MOVE WS-SITIO-SEMBRADO TO WS-VERIFICAR-ESLABON
               MOVE 'N' TO WS-PAQUETE-EOF
               PERFORM UNTIL WS-PAQUETE-FIN-ARCHIVO
                   READ ARCHIVO-PAQUETE
                       AT END
                           MOVE 'S' TO WS-PAQUETE-EOF
                       NOT AT END
                           PERFORM VALIDAR-LINEA-PAQUETE
                   END-READ
               END-PERFORM

               IF WS-HAY-CABECERA = 'N' OR WS-HAY-COLA = 'N'
                   MOVE "PAQUETE INCOMPLETO (SIN CABECERA O COLA)"
                       TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-PAQUETE-VALIDO
               END-IF
               IF PAQUETE-ES-VALIDO
                   IF WS-CANT-BITACORA NOT = WS-TRL-CANT-BITACORA
                      OR WS-CANT-ADMIN NOT = WS-TRL-CANT-ADMIN
                      OR WS-CANT-CUENTAS NOT = WS-TRL-CANT-CUENTAS
                      OR WS-CANT-TARJETAS NOT = WS-TRL-CANT-TARJETAS
                       MOVE "LOS CONTEOS NO CALZAN CON LA COLA"
                           TO WS-MOTIVO-RECHAZO
                       MOVE 'N' TO WS-PAQUETE-VALIDO
                   END-IF
               END-IF
      *        Un sitio sin sembrar toma la cabeza que informa la
      *        cola aunque el paquete no traiga lineas de bitacora.
               IF PAQUETE-ES-VALIDO AND NOT SITIO-ESTA-SEMBRADO
                   MOVE WS-TRL-HASH-CADENA TO WS-HASH-VALIDACION
                   MOVE WS-TRL-ULTIMA-SECUENCIA TO WS-SEC-VALIDACION
               END-IF
               IF PAQUETE-ES-VALIDO
                  AND WS-HASH-VALIDACION NOT = WS-TRL-HASH-CADENA
                   MOVE "LA CABEZA DE LA CADENA NO CALZA CON LA COLA"
                       TO WS-MOTIVO-RECHAZO
                   MOVE 'N' TO WS-PAQUETE-VALIDO
               END-IF.

            VALIDAR-LINEA-PAQUETE.
               EVALUATE TRUE
                   WHEN EDR-ES-CABECERA
                       MOVE 'S' TO WS-HAY-CABECERA
                       IF EDR-NUM-PAQUETE NOT = WS-NUM-ESPERADO
                           PERFORM ANOTAR-RECHAZO-CABECERA
                       END-IF
                   WHEN EDR-ES-BITACORA
                       ADD 1 TO WS-CANT-BITACORA
                       MOVE EDR-DATOS TO REGISTRO-BITACORA
                       PERFORM VALIDAR-ESLABON
                   WHEN EDR-ES-ADMIN
                       ADD 1 TO WS-CANT-ADMIN
                   WHEN EDR-ES-CUENTA
                       ADD 1 TO WS-CANT-CUENTAS
                   WHEN EDR-ES-TARJETA
                       ADD 1 TO WS-CANT-TARJETAS
                   WHEN EDR-ES-COLA
                       MOVE 'S' TO WS-HAY-COLA
                       MOVE EDR-CANT-BITACORA TO WS-TRL-CANT-BITACORA
                       MOVE EDR-CANT-ADMIN TO WS-TRL-CANT-ADMIN
                       MOVE EDR-CANT-CUENTAS TO WS-TRL-CANT-CUENTAS
                       MOVE EDR-CANT-TARJETAS TO WS-TRL-CANT-TARJETAS
                       MOVE EDR-HASH-CADENA TO WS-TRL-HASH-CADENA
                       MOVE EDR-ULTIMA-SECUENCIA
                           TO WS-TRL-ULTIMA-SECUENCIA
                       MOVE EDR-CONTADOR-PRIMARIO
                           TO WS-TRL-CONTADOR-PRIMARIO
                   WHEN OTHER
                       IF WS-MOTIVO-RECHAZO = SPACES
                           MOVE "LINEA DE TIPO DESCONOCIDO"
                               TO WS-MOTIVO-RECHAZO
                       END-IF
                       MOVE 'N' TO WS-PAQUETE-VALIDO
               END-EVALUATE.

            ANOTAR-RECHAZO-CABECERA.
               IF WS-MOTIVO-RECHAZO = SPACES
                   MOVE "EL NUMERO DE LA CABECERA NO ES EL ESPERADO"
                       TO WS-MOTIVO-RECHAZO
               END-IF
               MOVE 'N' TO WS-PAQUETE-VALIDO.

            VALIDAR-ESLABON.
      *        Misma formula del encadenado que usan los programas
      *        que escriben la bitacora y VERIFICAR-BITACORA.
               IF BIT-NUM-SECUENCIA NOT NUMERIC
                  OR BIT-NUM-SECUENCIA <= WS-SEC-VALIDACION
                   IF WS-MOTIVO-RECHAZO = SPACES
                       MOVE "SECUENCIA YA APLICADA O FUERA DE ORDEN"
                           TO WS-MOTIVO-RECHAZO
                   END-IF
                   MOVE 'N' TO WS-PAQUETE-VALIDO
               ELSE
                   MOVE BIT-NUM-SECUENCIA TO WS-SEC-VALIDACION
               END-IF
               IF BIT-HASH NUMERIC
                   IF ESLABON-SE-VERIFICA
                       MOVE BIT-MONTO TO WS-HASH-MONTO
                       MOVE BIT-SALDO TO WS-HASH-SALDO
                       COMPUTE WS-HASH-ESPERADO =
                           FUNCTION MOD
                               ((WS-HASH-VALIDACION * 31)
                               + (BIT-NUM-SECUENCIA * 7)
                               + (WS-HASH-MONTO * 13)
                               + ((WS-HASH-SALDO + 99999999) * 3)
                               + 17, 100000000)
                       IF WS-HASH-ESPERADO NOT = BIT-HASH
                           IF WS-MOTIVO-RECHAZO = SPACES
                               MOVE "CADENA DE HASH ROTA EN EL PAQUETE"
                                   TO WS-MOTIVO-RECHAZO
                           END-IF
                           MOVE 'N' TO WS-PAQUETE-VALIDO
                       END-IF
                   END-IF
                   MOVE 'S' TO WS-VERIFICAR-ESLABON
                   MOVE BIT-HASH TO WS-HASH-VALIDACION
               END-IF.

            APLICAR-PAQUETE.
      *        Una aplicacion cortada a medias se repite completa
      *        (el estado no avanzo): las lineas de bitacora que ya
      *        estan en el indice de movimientos no se vuelven a
      *        anexar, y las imagenes de cuenta y la lista caliente
      *        se reescriben igual.
               OPEN EXTEND ARCHIVO-BITACORA
               OPEN EXTEND ARCHIVO-AUDITORIA
               OPEN I-O ARCHIVO-CUENTAS
               IF WS-STATUS-CUENTAS = "35"
                   OPEN OUTPUT ARCHIVO-CUENTAS
                   CLOSE ARCHIVO-CUENTAS
                   OPEN I-O ARCHIVO-CUENTAS
               END-IF
               OPEN I-O ARCHIVO-MOVIMIENTOS
               IF WS-STATUS-MOVIMIENTOS = "35"
                   OPEN OUTPUT ARCHIVO-MOVIMIENTOS
                   CLOSE ARCHIVO-MOVIMIENTOS
                   OPEN I-O ARCHIVO-MOVIMIENTOS
               END-IF
               OPEN OUTPUT ARCHIVO-TARJETAS-BLOQUEADAS

               MOVE 'N' TO WS-PAQUETE-EOF
               PERFORM UNTIL WS-PAQUETE-FIN-ARCHIVO
                   READ ARCHIVO-PAQUETE
                       AT END
                           MOVE 'S' TO WS-PAQUETE-EOF
                       NOT AT END
                           EVALUATE TRUE
                               WHEN EDR-ES-BITACORA
                                   PERFORM APLICAR-LINEA-BITACORA
                               WHEN EDR-ES-ADMIN
                                   MOVE EDR-DATOS
                                       TO REGISTRO-AUDITORIA-ADMIN
                                   WRITE REGISTRO-AUDITORIA-ADMIN
                               WHEN EDR-ES-CUENTA
                                   MOVE EDR-DATOS TO CUENTA
                                   WRITE CUENTA
                                       INVALID KEY
                                           REWRITE CUENTA
                                   END-WRITE
                               WHEN EDR-ES-TARJETA
                                   MOVE EDR-DATOS TO TARJETA-BLOQUEADA
                                   WRITE TARJETA-BLOQUEADA
                                       INVALID KEY
                                           CONTINUE
                                   END-WRITE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM

               CLOSE ARCHIVO-TARJETAS-BLOQUEADAS
               CLOSE ARCHIVO-MOVIMIENTOS
               CLOSE ARCHIVO-CUENTAS
               CLOSE ARCHIVO-AUDITORIA
               CLOSE ARCHIVO-BITACORA

               MOVE WS-NUM-ESPERADO TO WS-NUM-APLICADO
               MOVE WS-SEC-VALIDACION TO WS-ULTIMA-SECUENCIA
               MOVE WS-HASH-VALIDACION TO WS-HASH-CADENA
               ADD WS-CANT-ADMIN TO WS-LINEAS-ADMIN
               MOVE 'S' TO WS-SITIO-SEMBRADO.

            APLICAR-LINEA-BITACORA.
               MOVE EDR-DATOS TO REGISTRO-BITACORA
               MOVE BIT-RUT TO MOV-RUT
               MOVE BIT-NUM-CUENTA TO MOV-NUM-CUENTA
               MOVE BIT-NUM-SECUENCIA TO MOV-NUM-SECUENCIA
               READ ARCHIVO-MOVIMIENTOS
                   INVALID KEY
                       WRITE REGISTRO-BITACORA
                       MOVE BIT-RUT TO MOV-RUT
                       MOVE BIT-NUM-CUENTA TO MOV-NUM-CUENTA
                       MOVE BIT-NUM-SECUENCIA TO MOV-NUM-SECUENCIA
                       MOVE BIT-OPERACION TO MOV-OPERACION
                       MOVE BIT-MONTO TO MOV-MONTO
                       MOVE BIT-SALDO TO MOV-SALDO
                       MOVE BIT-FECHAYHORA TO MOV-FECHAYHORA
                       MOVE BIT-ID-TERMINAL TO MOV-ID-TERMINAL
                       MOVE BIT-ANU-TIPO-ORIGINAL
                           TO MOV-ANU-TIPO-ORIGINAL
                       MOVE BIT-RUT-CONTRAPARTE
                           TO MOV-RUT-CONTRAPARTE
                       WRITE MOVIMIENTO
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       ADD 1 TO WS-TOTAL-LINEAS
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-REPETIDAS
               END-READ.

            ACTUALIZAR-ANCLA-Y-CONTADOR.
      *        El ancla queda en la cabeza de la cadena aplicada y el
      *        contador en lo mas alto entre la ultima secuencia
      *        aplicada y el contador que informo el primario, para
      *        que el sitio DR no reutilice un numero al asumir.
               OPEN OUTPUT ARCHIVO-HASH-BITACORA
               MOVE WS-HASH-CADENA TO REGISTRO-HASH-BITACORA
               WRITE REGISTRO-HASH-BITACORA
               CLOSE ARCHIVO-HASH-BITACORA

               MOVE WS-ULTIMA-SECUENCIA TO WS-CONTADOR-NUEVO
               IF WS-TRL-CONTADOR-PRIMARIO > WS-CONTADOR-NUEVO
                   MOVE WS-TRL-CONTADOR-PRIMARIO TO WS-CONTADOR-NUEVO
               END-IF
               OPEN I-O ARCHIVO-SECUENCIA
               IF WS-STATUS-SECUENCIA = "35"
                   OPEN OUTPUT ARCHIVO-SECUENCIA
                   CLOSE ARCHIVO-SECUENCIA
                   OPEN I-O ARCHIVO-SECUENCIA
               END-IF
               MOVE "S" TO SEC-CLAVE
               READ ARCHIVO-SECUENCIA
                   INVALID KEY
                       MOVE "S" TO SEC-CLAVE
                       MOVE WS-CONTADOR-NUEVO TO SEC-ULTIMO-NUMERO
                       WRITE REGISTRO-SECUENCIA
                   NOT INVALID KEY
                       IF SEC-ULTIMO-NUMERO < WS-CONTADOR-NUEVO
                           MOVE WS-CONTADOR-NUEVO
                               TO SEC-ULTIMO-NUMERO
                           REWRITE REGISTRO-SECUENCIA
                       END-IF
               END-READ
               CLOSE ARCHIVO-SECUENCIA.

            GRABAR-ESTADO-APLICADO.
               PERFORM SETEAR-FECHA-ACTUAL
               OPEN OUTPUT ARCHIVO-ESTADO-APLICADO
               MOVE SPACES TO ESTADO-DR
               MOVE WS-NUM-APLICADO TO ESD-NUM-PAQUETE
               MOVE WS-ULTIMA-SECUENCIA TO ESD-ULTIMA-SECUENCIA
               MOVE WS-HASH-CADENA TO ESD-HASH-CADENA
               MOVE WS-LINEAS-ADMIN TO ESD-LINEAS-ADMIN
               MOVE WS-FECHA-COMPLETA TO ESD-FECHA-COMPLETA
               MOVE WS-FECHAYHORA-FORMATEADA TO ESD-FECHAYHORA
               WRITE ESTADO-DR
               CLOSE ARCHIVO-ESTADO-APLICADO.
       END PROGRAM APLICAR-BITACORA-DR.
