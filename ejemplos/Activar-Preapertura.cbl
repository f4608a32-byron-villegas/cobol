      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-09-02
      * Purpose: Activacion de una cuenta pre-abierta por la nomina
      *          o por una solicitud de apertura del formulario web:
      *          el ejecutivo verifica la identidad del beneficiario
      *          presente, le asigna tarjeta y clave, y la cuenta
      *          pasa de pendiente (P) a activa (A) con vigencia de
      *          tarjeta normal; recien entonces puede pagar hacia
      *          afuera. La preapertura queda ACT y no expira. Todo
      *          en la bitacora administrativa. Tambien convierte a
      *          un producto regular la cuenta de menor (MEN) cuyo
      *          titular ya cumplio 18 anios: el titular elige
      *          producto y clave nueva, y la cuenta y su ficha de
      *          cliente quedan sin tutor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CUENTAS.
           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CLIENTES.
           SELECT ARCHIVO-USUARIOS ASSIGN TO "usuarios.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-TERMINALES
               ASSIGN TO "terminales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-ID-TERMINAL
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TERMINALES.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-PREAPERTURAS.
           COPY "PREAPERTURA.CPY".
       FD ARCHIVO-AUDITORIA.
           COPY "AUDITORIA-ADMIN.CPY".
       FD ARCHIVO-TERMINALES.
           COPY "TERMINAL.CPY".
       WORKING-STORAGE SECTION.
      *    Inicio de sesion del operador contra el maestro
      *    usuarios.txt (roles y bloqueo por intentos); ver
           88 OPERADOR-AUTORIZADO VALUE 'S'.
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-PREAPERTURAS PIC X(2) VALUE "00".
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-TIPO-PRODUCTO PIC X(3).
       77 WS-LIMITE-GIRO-DEFECTO PIC 9(8) VALUE 500000.
       77 WS-ACCION-AUDIT PIC X(10).
       77 WS-DETALLE-AUDIT PIC X(40).
       77 WS-RUT PIC X(10).
       77 WS-NUM-CUENTA PIC 9(3).
       77 WS-NUM-TARJETA PIC 9(16).
       77 WS-SUPERVISOR-CLAVE-HASH PIC 9(8).
       77 WS-SUPERVISOR-AUTORIZADO PIC X VALUE 'N'.
           88 SUPERVISOR-AUTORIZADO VALUE 'S'.
      *    Sucursal del puesto segun el maestro de terminales
      *    (terminales.txt); queda en blanco si el puesto no esta
      *    registrado o el maestro aun no existe.
       77 WS-STATUS-TERMINALES PIC X(2) VALUE "00".
       77 WS-CODIGO-SUCURSAL PIC X(4) VALUE SPACES.
       77 WS-ID-TERMINAL PIC X(8) VALUE "VENTANIL".

       PROCEDURE DIVISION.
            DISPLAY "------- ACTIVACION DE PREAPERTURA -------".
            ACCEPT WS-RUT.
            MOVE FUNCTION UPPER-CASE(WS-RUT) TO WS-RUT.

            DISPLAY "NUMERO DE CUENTA PRE-ABIERTA O DE MENOR: ".
            ACCEPT WS-NUM-CUENTA.

            DISPLAY
                       STOP RUN
               END-READ

               IF PRODUCTO-ES-MENOR
                   IF NOT MENOR-CUMPLIO-MAYORIA
                       DISPLAY
                           "EL TITULAR AUN NO CUMPLE LA MAYORIA DE "
                           "EDAD: LA CUENTA SIGUE COMO CUENTA DE MENOR"
                       CLOSE ARCHIVO-CUENTAS
                       STOP RUN
                   END-IF
                   PERFORM CONVERTIR-CUENTA-MENOR
                   STOP RUN
               END-IF

               IF NOT CUENTA-PREABIERTA
                   DISPLAY "LA CUENTA NO ESTA PENDIENTE DE ACTIVAR"
                   CLOSE ARCHIVO-CUENTAS
               COMPUTE FECHA-EXPIRACION-TARJETA =
                   WS-FECHA-HOY + 40000
               MOVE WS-FECHA-HOY TO FECHA-ULTIMA-ACTIVIDAD
      *        La apertura efectiva es la activacion en sucursal: la
      *        pre-apertura masiva no tiene sucursal ni fecha propias.
               PERFORM BUSCAR-SUCURSAL-TERMINAL
               MOVE WS-CODIGO-SUCURSAL TO SUCURSAL-APERTURA
               MOVE WS-FECHA-HOY TO FECHA-APERTURA
               REWRITE CUENTA
               CLOSE ARCHIVO-CUENTAS

               PERFORM MARCAR-PREAPERTURA-ACTIVADA
               MOVE "ACTIVA" TO WS-ACCION-AUDIT
               MOVE "PREAPERTURA ACTIVADA CON IDENTIDAD"
                   TO WS-DETALLE-AUDIT
               PERFORM GRABAR-AUDITORIA

               DISPLAY
                   "CUENTA ACTIVADA: EL CLIENTE YA PUEDE OPERAR "
                   "CON SU TARJETA Y CLAVE".

            CONVERTIR-CUENTA-MENOR.
      *        El titular ya es mayor de edad y esta presente: la
      *        cuenta pasa al producto regular que elija, con su
      *        propia clave nueva y el limite diario normal; el tutor
      *        y el tope de giro sin tutor desaparecen. Saldo, numero
      *        de cuenta y tarjeta se conservan.
               DISPLAY
                   "PRODUCTO REGULAR (CTE=CORRIENTE, VIS=VISTA, "
                   "AHO=AHORRO): "
               ACCEPT WS-TIPO-PRODUCTO
               MOVE FUNCTION UPPER-CASE(WS-TIPO-PRODUCTO)
                   TO WS-TIPO-PRODUCTO
               IF WS-TIPO-PRODUCTO NOT = "VIS"
                  AND WS-TIPO-PRODUCTO NOT = "AHO"
                   MOVE "CTE" TO WS-TIPO-PRODUCTO
               END-IF
               DISPLAY "CLAVE NUEVA ELEGIDA POR EL TITULAR: "
               ACCEPT WS-CLAVE-INICIAL
               COMPUTE WS-CLAVE-HASH =
                   FUNCTION MOD
                       ((WS-CLAVE-INICIAL * 7919) + 104729,
                        100000000)

               MOVE WS-TIPO-PRODUCTO TO TIPO-PRODUCTO
               MOVE WS-CLAVE-HASH TO CLAVE
               MOVE 0 TO INTENTOS-FALLIDOS
               MOVE WS-LIMITE-GIRO-DEFECTO TO LIMITE-GIRO-DIARIO
               MOVE SPACES TO RUT-TUTOR
               MOVE 0 TO TOPE-GIRO-SIN-TUTOR
               MOVE 'N' TO ESTADO-MAYORIA
               MOVE WS-FECHA-HOY TO FECHA-ULTIMA-ACTIVIDAD
               REWRITE CUENTA
               CLOSE ARCHIVO-CUENTAS

               OPEN I-O ARCHIVO-CLIENTES
               IF WS-STATUS-CLIENTES NOT = "35"
                   MOVE WS-RUT TO CLI-RUT
                   READ ARCHIVO-CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO CLI-RUT-TUTOR
                           REWRITE CLIENTE
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF

               MOVE "CONVIERTE" TO WS-ACCION-AUDIT
               MOVE SPACES TO WS-DETALLE-AUDIT
               STRING "CUENTA " WS-NUM-CUENTA " DE MEN A "
                   WS-TIPO-PRODUCTO " POR MAYORIA DE EDAD"
                   DELIMITED BY SIZE INTO WS-DETALLE-AUDIT
               END-STRING
               PERFORM GRABAR-AUDITORIA

               DISPLAY
                   "CUENTA CONVERTIDA A " WS-TIPO-PRODUCTO
                   ": EL TITULAR YA OPERA SIN TUTOR".

            MARCAR-PREAPERTURA-ACTIVADA.
               OPEN I-O ARCHIVO-PREAPERTURAS
               IF WS-STATUS-PREAPERTURAS = "35"
                       NOT INVALID KEY
                           MOVE "ACT" TO PRE-ESTADO
                           REWRITE PREAPERTURA
                           IF PRE-ES-SOLICITUD-WEB
                               DISPLAY
                                   "SOLICITUD WEB NUMERO DE APERTURA "
                                   PRE-NUMERO-APERTURA " COMPLETADA"
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-PREAPERTURAS
               END-IF.

            BUSCAR-SUCURSAL-TERMINAL.
      *        CAJA_ID_VENTANILLA identifica el puesto de atencion
      *        (variable de ambiente, igual que CAJERO_ID_TERMINAL en
      *        el cajero); sin ella se asume VENTANIL. La sucursal se
      *        resuelve en el maestro que mantiene
      *        MANTENCION-SUCURSALES.
               ACCEPT WS-ID-TERMINAL
                   FROM ENVIRONMENT "CAJA_ID_VENTANILLA"
               IF WS-ID-TERMINAL = SPACES THEN
                   MOVE "VENTANIL" TO WS-ID-TERMINAL
               END-IF
               MOVE SPACES TO WS-CODIGO-SUCURSAL
               OPEN INPUT ARCHIVO-TERMINALES
               IF WS-STATUS-TERMINALES NOT = "35" THEN
                   MOVE WS-ID-TERMINAL TO TRM-ID-TERMINAL
                   READ ARCHIVO-TERMINALES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TRM-CODIGO-SUCURSAL
                               TO WS-CODIGO-SUCURSAL
                   END-READ
                   CLOSE ARCHIVO-TERMINALES
               END-IF.

            GRABAR-AUDITORIA.
               OPEN EXTEND ARCHIVO-AUDITORIA
               MOVE SPACES TO REGISTRO-AUDITORIA-ADMIN
               MOVE WS-FECHAYHORA-FORMATEADA TO ADM-FECHAYHORA
               MOVE WS-OPERADOR-RUT TO ADM-EJECUTIVO-RUT
               MOVE "ACTIVAR-PREAP" TO ADM-PROGRAMA
               MOVE WS-ACCION-AUDIT TO ADM-ACCION
               MOVE WS-RUT TO ADM-OBJETO
               MOVE WS-DETALLE-AUDIT TO ADM-DETALLE
               WRITE REGISTRO-AUDITORIA-ADMIN
               CLOSE ARCHIVO-AUDITORIA.

