      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Administracion de la tarjeta de credito rotativa de
      *          un cliente, para uso exclusivo de un ejecutivo:
      *          abrirla con su cupo, dia de facturacion y tasa
      *          rotativa, cambiar el cupo, bloquearla y
      *          desbloquearla, cancelarla cuando no tiene deuda, y
      *          consultar su posicion. Cada accion queda auditada en
      *          la bitacora administrativa con la identidad del
      *          ejecutivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-TARJETA-CREDITO.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Apertura y administracion de tarjetas de credito.

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
           SELECT ARCHIVO-TARJETAS-CREDITO
               ASSIGN TO "tarjetas_credito.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCR-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARJETAS-CREDITO.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-TARJETAS-CREDITO.
           COPY "TARJETA-CREDITO.CPY".
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
       77 WS-STATUS-TARJETAS-CREDITO PIC X(2) VALUE "00".
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA
               VALUE "APE" "CUP" "BLO" "DES" "CAN" "CON".
       77 WS-RUT-TITULAR PIC X(10).
       77 WS-CLIENTE-EXISTE PIC X VALUE 'N'.
           88 CLIENTE-EXISTE VALUE 'S'.
       77 WS-CLIENTE-ES-MENOR PIC X VALUE 'N'.
           88 CLIENTE-ES-MENOR VALUE 'S'.
       77 WS-NUEVO-CUPO PIC 9(8).
       77 WS-DEUDA-TOTAL PIC 9(8).
       77 WS-ACCION-AUDIT PIC X(10).
       77 WS-DETALLE-AUDIT PIC X(40).
       77 WS-MONTO-EDITADO PIC Z(7)9.
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
       77 WS-SUPERVISOR-RUT PIC X(10).
       77 WS-SUPERVISOR-NUM-CUENTA PIC 9(3).
       77 WS-SUPERVISOR-CLAVE PIC 9(4).
       77 WS-SUPERVISOR-CLAVE-HASH PIC 9(8).
       77 WS-SUPERVISOR-AUTORIZADO PIC X VALUE 'N'.
           88 SUPERVISOR-AUTORIZADO VALUE 'S'.

       PROCEDURE DIVISION.
            DISPLAY "------- GESTION DE TARJETAS DE CREDITO -------".

            PERFORM VALIDAR-OPERADOR.

            IF NOT OPERADOR-AUTORIZADO THEN
                STOP RUN
            END-IF.

            MOVE WS-OPERADOR-RUT TO WS-SUPERVISOR-RUT.

            PERFORM SETEAR-FECHA-ACTUAL.

            DISPLAY
                "ACCION (APE=ABRIR, CUP=CAMBIAR CUPO, BLO=BLOQUEAR, "
                "DES=DESBLOQUEAR, CAN=CANCELAR, CON=CONSULTAR): ".
            ACCEPT WS-ACCION.
            MOVE FUNCTION UPPER-CASE(WS-ACCION) TO WS-ACCION.

            IF NOT WS-ACCION-ES-VALIDA THEN
                DISPLAY "ACCION NO VALIDA"
                STOP RUN
            END-IF.

            DISPLAY "RUT DEL TITULAR: ".
            ACCEPT WS-RUT-TITULAR.
            MOVE FUNCTION UPPER-CASE(WS-RUT-TITULAR) TO WS-RUT-TITULAR.

            PERFORM ABRIR-TARJETAS-CREDITO-IO.

            IF WS-ACCION = "APE" THEN
                PERFORM ABRIR-TARJETA-CREDITO
            ELSE
                MOVE WS-RUT-TITULAR TO TCR-RUT
                READ ARCHIVO-TARJETAS-CREDITO
                    INVALID KEY
                        DISPLAY "EL CLIENTE NO TIENE TARJETA DE CREDITO"
                    NOT INVALID KEY
                        EVALUATE WS-ACCION
                            WHEN "CUP"
                                PERFORM CAMBIAR-CUPO-TARJETA
                            WHEN "BLO"
                                PERFORM BLOQUEAR-TARJETA-CREDITO
                            WHEN "DES"
                                PERFORM DESBLOQUEAR-TARJETA-CREDITO
                            WHEN "CAN"
                                PERFORM CANCELAR-TARJETA-CREDITO
                            WHEN "CON"
                                PERFORM CONSULTAR-TARJETA-CREDITO
                        END-EVALUATE
                END-READ
            END-IF.

            CLOSE ARCHIVO-TARJETAS-CREDITO.

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

            ABRIR-TARJETAS-CREDITO-IO.
               OPEN I-O ARCHIVO-TARJETAS-CREDITO
               IF WS-STATUS-TARJETAS-CREDITO = "35"
                   OPEN OUTPUT ARCHIVO-TARJETAS-CREDITO
                   CLOSE ARCHIVO-TARJETAS-CREDITO
                   OPEN I-O ARCHIVO-TARJETAS-CREDITO
               END-IF.

            VERIFICAR-CLIENTE.
      *        La tarjeta solo se abre a quien ya es cliente, es decir
      *        a un RUT con al menos una cuenta en cuentas.txt.
               MOVE 'N' TO WS-CLIENTE-EXISTE
               MOVE 'N' TO WS-CLIENTE-ES-MENOR
               OPEN INPUT ARCHIVO-CUENTAS
               MOVE WS-RUT-TITULAR TO RUT
               MOVE 0 TO NUM-CUENTA
               START ARCHIVO-CUENTAS KEY IS >= CUENTA-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ARCHIVO-CUENTAS NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF RUT = WS-RUT-TITULAR
                                   MOVE 'S' TO WS-CLIENTE-EXISTE
                                   IF PRODUCTO-ES-MENOR
                                      AND NOT MENOR-CUMPLIO-MAYORIA
                                       MOVE 'S' TO WS-CLIENTE-ES-MENOR
                                   END-IF
                               END-IF
                       END-READ
               END-START
               CLOSE ARCHIVO-CUENTAS.

            ABRIR-TARJETA-CREDITO.
               PERFORM VERIFICAR-CLIENTE

               IF NOT CLIENTE-EXISTE
                   DISPLAY "EL RUT NO TIENE CUENTAS EN EL BANCO"
               ELSE
               IF CLIENTE-ES-MENOR
                   DISPLAY
                       "CLIENTE MENOR DE EDAD: SIN TARJETA DE CREDITO"
               ELSE
                   MOVE WS-RUT-TITULAR TO TCR-RUT
                   READ ARCHIVO-TARJETAS-CREDITO
                       INVALID KEY
                           PERFORM INGRESAR-DATOS-TARJETA-NUEVA
                       NOT INVALID KEY
                           DISPLAY
                               "EL CLIENTE YA TIENE TARJETA, ESTADO "
                               TCR-ESTADO
                   END-READ
               END-IF
               END-IF.

            INGRESAR-DATOS-TARJETA-NUEVA.
               INITIALIZE TARJETA-CREDITO
               MOVE WS-RUT-TITULAR TO TCR-RUT

               DISPLAY "NUMERO DE LA TARJETA: "
               ACCEPT TCR-NUM-TARJETA
               DISPLAY "CUPO: "
               ACCEPT TCR-CUPO
               DISPLAY "DIA DE FACTURACION (1-28): "
               ACCEPT TCR-DIA-FACTURACION
               DISPLAY "TASA ROTATIVA MENSUAL (EJ. 0.0250): "
               ACCEPT TCR-TASA-ROTATIVA

               IF TCR-NUM-TARJETA NOT NUMERIC
                  OR TCR-NUM-TARJETA = 0
                   DISPLAY "NUMERO DE TARJETA INVALIDO"
               ELSE
                   IF TCR-CUPO NOT NUMERIC OR TCR-CUPO = 0
                       DISPLAY "CUPO INVALIDO"
                   ELSE
                       IF TCR-DIA-FACTURACION < 1
                          OR TCR-DIA-FACTURACION > 28
                           DISPLAY "DIA DE FACTURACION INVALIDO"
                       ELSE
                           MOVE "VIG" TO TCR-ESTADO
                           MOVE WS-FECHA-HOY TO TCR-FECHA-APERTURA
                           WRITE TARJETA-CREDITO
                           DISPLAY "TARJETA DE CREDITO ABIERTA"
                           MOVE "APERTURA" TO WS-ACCION-AUDIT
                           MOVE TCR-CUPO TO WS-MONTO-EDITADO
                           MOVE SPACES TO WS-DETALLE-AUDIT
                           STRING "CUPO " WS-MONTO-EDITADO
                                  " DIA " TCR-DIA-FACTURACION
                               DELIMITED BY SIZE
                               INTO WS-DETALLE-AUDIT
                           END-STRING
                           PERFORM GRABAR-AUDITORIA
                       END-IF
                   END-IF
               END-IF.

            CAMBIAR-CUPO-TARJETA.
      *        Un cupo nuevo por debajo de la deuda vigente dejaria la
      *        tarjeta sobregirada, por eso no se acepta.
               COMPUTE WS-DEUDA-TOTAL =
                   TCR-SALDO-FACTURADO + TCR-SALDO-NO-FACTURADO

               MOVE TCR-CUPO TO WS-MONTO-EDITADO
               DISPLAY "CUPO ACTUAL: " WS-MONTO-EDITADO
               MOVE WS-DEUDA-TOTAL TO WS-MONTO-EDITADO
               DISPLAY "DEUDA ACTUAL: " WS-MONTO-EDITADO
               DISPLAY "CUPO NUEVO: "
               ACCEPT WS-NUEVO-CUPO

               IF WS-NUEVO-CUPO NOT NUMERIC OR WS-NUEVO-CUPO = 0
                   DISPLAY "CUPO INVALIDO"
               ELSE
                   IF WS-NUEVO-CUPO < WS-DEUDA-TOTAL
                       DISPLAY "EL CUPO NUEVO NO CUBRE LA DEUDA ACTUAL"
                   ELSE
                       MOVE WS-NUEVO-CUPO TO TCR-CUPO
                       REWRITE TARJETA-CREDITO
                       DISPLAY "CUPO ACTUALIZADO"
                       MOVE "CAMBIO CUPO" TO WS-ACCION-AUDIT
                       MOVE WS-NUEVO-CUPO TO WS-MONTO-EDITADO
                       MOVE SPACES TO WS-DETALLE-AUDIT
                       STRING "CUPO NUEVO " WS-MONTO-EDITADO
                           DELIMITED BY SIZE
                           INTO WS-DETALLE-AUDIT
                       END-STRING
                       PERFORM GRABAR-AUDITORIA
                   END-IF
               END-IF.

            BLOQUEAR-TARJETA-CREDITO.
               IF NOT TCR-ESTA-VIGENTE
                   DISPLAY "LA TARJETA NO ESTA VIGENTE, ESTADO "
                       TCR-ESTADO
               ELSE
                   MOVE "BLO" TO TCR-ESTADO
                   REWRITE TARJETA-CREDITO
                   DISPLAY "TARJETA DE CREDITO BLOQUEADA"
                   MOVE "BLOQUEO" TO WS-ACCION-AUDIT
                   DISPLAY "MOTIVO DEL BLOQUEO: "
                   ACCEPT WS-DETALLE-AUDIT
                   MOVE FUNCTION UPPER-CASE(WS-DETALLE-AUDIT)
                       TO WS-DETALLE-AUDIT
                   PERFORM GRABAR-AUDITORIA
               END-IF.

            DESBLOQUEAR-TARJETA-CREDITO.
               IF NOT TCR-ESTA-BLOQUEADA
                   DISPLAY "LA TARJETA NO ESTA BLOQUEADA, ESTADO "
                       TCR-ESTADO
               ELSE
                   MOVE "VIG" TO TCR-ESTADO
                   REWRITE TARJETA-CREDITO
                   DISPLAY "TARJETA DE CREDITO DESBLOQUEADA"
                   MOVE "DESBLOQUEO" TO WS-ACCION-AUDIT
                   MOVE "TARJETA DE CREDITO VIGENTE NUEVAMENTE"
                       TO WS-DETALLE-AUDIT
                   PERFORM GRABAR-AUDITORIA
               END-IF.

            CANCELAR-TARJETA-CREDITO.
      *        Solo se cancela una tarjeta sin deuda; el registro se
      *        conserva con estado CAN para el historial.
               COMPUTE WS-DEUDA-TOTAL =
                   TCR-SALDO-FACTURADO + TCR-SALDO-NO-FACTURADO

               IF TCR-ESTA-CANCELADA
                   DISPLAY "LA TARJETA YA ESTA CANCELADA"
               ELSE
                   IF WS-DEUDA-TOTAL > 0
                       MOVE WS-DEUDA-TOTAL TO WS-MONTO-EDITADO
                       DISPLAY "LA TARJETA TIENE DEUDA: "
                           WS-MONTO-EDITADO
                   ELSE
                       MOVE "CAN" TO TCR-ESTADO
                       MOVE 0 TO TCR-PAGO-MINIMO
                       REWRITE TARJETA-CREDITO
                       DISPLAY "TARJETA DE CREDITO CANCELADA"
                       MOVE "CANCELA" TO WS-ACCION-AUDIT
                       MOVE "TARJETA DE CREDITO SIN DEUDA"
                           TO WS-DETALLE-AUDIT
                       PERFORM GRABAR-AUDITORIA
                   END-IF
               END-IF.

            CONSULTAR-TARJETA-CREDITO.
               DISPLAY "NUMERO DE TARJETA: " TCR-NUM-TARJETA
               DISPLAY "ESTADO: " TCR-ESTADO
               MOVE TCR-CUPO TO WS-MONTO-EDITADO
               DISPLAY "CUPO: " WS-MONTO-EDITADO
               MOVE TCR-SALDO-FACTURADO TO WS-MONTO-EDITADO
               DISPLAY "SALDO FACTURADO: " WS-MONTO-EDITADO
               MOVE TCR-SALDO-NO-FACTURADO TO WS-MONTO-EDITADO
               DISPLAY "SALDO NO FACTURADO: " WS-MONTO-EDITADO
               MOVE TCR-PAGO-MINIMO TO WS-MONTO-EDITADO
               DISPLAY "PAGO MINIMO: " WS-MONTO-EDITADO
               DISPLAY "VENCIMIENTO DEL PAGO: "
                   TCR-FECHA-VENCIMIENTO-PAGO
               DISPLAY "DIA DE FACTURACION: " TCR-DIA-FACTURACION
               DISPLAY "TASA ROTATIVA: " TCR-TASA-ROTATIVA
               DISPLAY "DIAS DE MORA: " TCR-DIAS-MORA
                   " TRAMO: " TCR-TRAMO-MORA
               MOVE "CONSULTA" TO WS-ACCION-AUDIT
               MOVE "POSICION DE TARJETA DE CREDITO"
                   TO WS-DETALLE-AUDIT
               PERFORM GRABAR-AUDITORIA.

            GRABAR-AUDITORIA.
      *        Deja la accion en la bitacora administrativa con la
      *        identidad del ejecutivo que la autorizo.
               OPEN EXTEND ARCHIVO-AUDITORIA
               MOVE SPACES TO REGISTRO-AUDITORIA-ADMIN
               MOVE WS-FECHAYHORA-FORMATEADA TO ADM-FECHAYHORA
               MOVE WS-SUPERVISOR-RUT TO ADM-EJECUTIVO-RUT
               MOVE "GEST-TARJ-CRED" TO ADM-PROGRAMA
               MOVE WS-ACCION-AUDIT TO ADM-ACCION
               MOVE TCR-NUM-TARJETA TO ADM-OBJETO
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
                       IF USU-ES-EJECUTIVO OR USU-ES-SUPERVISOR
                           MOVE 'S' TO WS-OPERADOR-AUTORIZADO
                           MOVE 0 TO USU-INTENTOS-FALLIDOS
                           REWRITE USUARIO
                       ELSE
                           DISPLAY
                               "SU ROL NO PERMITE USAR ESTE "
                               "PROGRAMA (EJE/SUP)"
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
       END PROGRAM GESTION-TARJETA-CREDITO.
