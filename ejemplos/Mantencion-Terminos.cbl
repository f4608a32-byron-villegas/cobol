      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Registro de versiones de terminos y condiciones por
      *          producto (terminos.txt): un supervisor publica cada
      *          version nueva del contrato o del tarifario con su
      *          fecha de vigencia, su fecha de gracia y el texto
      *          breve que el cliente ve al iniciar sesion en el
      *          cajero; cualquier ejecutivo lista las versiones y
      *          registra en sucursal la aceptacion o el rechazo del
      *          cliente que fue derivado desde el cajero. Cada
      *          publicacion y cada decision quedan en la bitacora
      *          administrativa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENCION-TERMINOS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Versiones de terminos y condiciones y su aceptacion.

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
           SELECT ARCHIVO-TERMINOS ASSIGN TO "terminos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TERMINOS.
           SELECT ARCHIVO-ACEPTACIONES
               ASSIGN TO "aceptaciones_terminos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACP-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-ACEPTACIONES.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-TERMINOS.
           COPY "TERMINO.CPY".
       FD ARCHIVO-ACEPTACIONES.
           COPY "ACEPTACION-TERMINOS.CPY".
       FD ARCHIVO-AUDITORIA.
           COPY "AUDITORIA-ADMIN.CPY".
       WORKING-STORAGE SECTION.
      *    Inicio de sesion del operador contra el maestro
      *    usuarios.txt (roles y bloqueo por intentos); ver
      *    USUARIO.CPY. Publicar una version exige rol SUP.
       77 WS-STATUS-USUARIOS PIC X(2) VALUE "00".
       77 WS-OPERADOR-RUT PIC X(10).
       77 WS-OPERADOR-CLAVE PIC 9(4).
       77 WS-OPERADOR-CLAVE-HASH PIC 9(8).
       77 WS-OPERADOR-AUTORIZADO PIC X VALUE 'N'.
           88 OPERADOR-AUTORIZADO VALUE 'S'.
       77 WS-OPERADOR-ROL PIC X(3) VALUE SPACES.
           88 OPERADOR-ES-SUPERVISOR VALUE "SUP".
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-TERMINOS PIC X(2) VALUE "00".
       77 WS-STATUS-ACEPTACIONES PIC X(2) VALUE "00".
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA VALUE "PUB" "LIS" "ACE".
       77 WS-PRODUCTO PIC X(3).
           88 WS-PRODUCTO-ES-VALIDO VALUE "CTE" "VIS" "AHO" "MEN".
       77 WS-VERSION PIC 9(3) VALUE 0.
       77 WS-ULTIMA-VERSION PIC 9(3) VALUE 0.
       77 WS-RUT-CLIENTE PIC X(10).
       77 WS-DECISION PIC X(1).
           88 WS-DECISION-ES-VALIDA VALUE 'A' 'R'.
       77 WS-TERMINOS-EOF PIC X VALUE 'N'.
           88 WS-TERMINOS-FIN-ARCHIVO VALUE 'S'.
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
            DISPLAY "---- TERMINOS Y CONDICIONES POR PRODUCTO ----".

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

            DISPLAY
                "ACCION (PUB=PUBLICAR VERSION, LIS=LISTAR, "
                "ACE=REGISTRAR DECISION DEL CLIENTE): ".
            ACCEPT WS-ACCION.
            MOVE FUNCTION UPPER-CASE(WS-ACCION) TO WS-ACCION.

            IF NOT WS-ACCION-ES-VALIDA THEN
                DISPLAY "ACCION NO VALIDA"
                STOP RUN
            END-IF.

            DISPLAY "PRODUCTO (CTE/VIS/AHO/MEN): ".
            ACCEPT WS-PRODUCTO.
            MOVE FUNCTION UPPER-CASE(WS-PRODUCTO) TO WS-PRODUCTO.

            IF NOT WS-PRODUCTO-ES-VALIDO THEN
                DISPLAY "PRODUCTO NO VALIDO"
                STOP RUN
            END-IF.

            PERFORM ABRIR-TERMINOS-IO.

            EVALUATE WS-ACCION
                WHEN "PUB"
                    PERFORM PUBLICAR-VERSION
                WHEN "LIS"
                    PERFORM LISTAR-VERSIONES
                WHEN "ACE"
                    PERFORM REGISTRAR-DECISION-CLIENTE
            END-EVALUATE.

            CLOSE ARCHIVO-TERMINOS.

            STOP RUN.

            ABRIR-TERMINOS-IO.
               OPEN I-O ARCHIVO-TERMINOS
               IF WS-STATUS-TERMINOS = "35"
                   OPEN OUTPUT ARCHIVO-TERMINOS
                   CLOSE ARCHIVO-TERMINOS
                   OPEN I-O ARCHIVO-TERMINOS
               END-IF.

            PUBLICAR-VERSION.
      *        La version nueva toma el correlativo siguiente del
      *        producto; lo ya publicado no se corrige, se reemplaza
      *        con otra version.
               IF NOT OPERADOR-ES-SUPERVISOR
                   DISPLAY
                       "SOLO UN SUPERVISOR PUEDE PUBLICAR TERMINOS"
               ELSE
                   PERFORM BUSCAR-ULTIMA-VERSION
                   PERFORM CAPTURAR-VERSION
               END-IF.

            CAPTURAR-VERSION.
               MOVE WS-PRODUCTO TO TRM-PRODUCTO
               COMPUTE TRM-VERSION = WS-ULTIMA-VERSION + 1
               DISPLAY "VERSION NUEVA: " TRM-VERSION

               DISPLAY "FECHA DE VIGENCIA (AAAAMMDD): "
               ACCEPT TRM-FECHA-VIGENCIA
               DISPLAY
                   "FECHA DE GRACIA: SIN ACEPTARLOS EL CLIENTE "
                   "OPERA HASTA ESE DIA (AAAAMMDD): "
               ACCEPT TRM-FECHA-GRACIA
               IF TRM-FECHA-VIGENCIA NOT NUMERIC
                  OR TRM-FECHA-GRACIA NOT NUMERIC
                  OR TRM-FECHA-GRACIA < TRM-FECHA-VIGENCIA
                   DISPLAY
                       "FECHAS INVALIDAS: LA GRACIA NO PUEDE SER "
                       "ANTERIOR A LA VIGENCIA"
               ELSE
                   DISPLAY "TEXTO BREVE PARA EL CLIENTE: "
                   ACCEPT TRM-TEXTO
                   MOVE FUNCTION UPPER-CASE(TRM-TEXTO) TO TRM-TEXTO
                   MOVE WS-OPERADOR-RUT TO TRM-PUBLICADO-POR
                   MOVE WS-FECHA-HOY TO TRM-FECHA-PUBLICACION
                   WRITE TERMINO
                       INVALID KEY
                           DISPLAY "NO SE PUDO PUBLICAR LA VERSION"
                       NOT INVALID KEY
                           DISPLAY "VERSION PUBLICADA"
                           MOVE "PUBLICA" TO WS-ACCION-AUDIT
                           MOVE SPACES TO WS-OBJETO-AUDIT
                           STRING "TERMINOS " TRM-PRODUCTO
                               " V" TRM-VERSION
                               DELIMITED BY SIZE INTO WS-OBJETO-AUDIT
                           END-STRING
                           MOVE SPACES TO WS-DETALLE-AUDIT
                           STRING "VIGENCIA " TRM-FECHA-VIGENCIA
                               " GRACIA " TRM-FECHA-GRACIA
                               DELIMITED BY SIZE INTO WS-DETALLE-AUDIT
                           END-STRING
                           PERFORM GRABAR-AUDITORIA
                   END-WRITE
               END-IF.

            BUSCAR-ULTIMA-VERSION.
               MOVE 0 TO WS-ULTIMA-VERSION
               PERFORM POSICIONAR-TERMINOS-PRODUCTO
               PERFORM UNTIL WS-TERMINOS-FIN-ARCHIVO
                   PERFORM LEER-SIGUIENTE-TERMINO
                   IF NOT WS-TERMINOS-FIN-ARCHIVO
                       MOVE TRM-VERSION TO WS-ULTIMA-VERSION
                   END-IF
               END-PERFORM.

            LISTAR-VERSIONES.
               DISPLAY "VER VIGENCIA GRACIA   TEXTO"
               PERFORM POSICIONAR-TERMINOS-PRODUCTO
               PERFORM UNTIL WS-TERMINOS-FIN-ARCHIVO
                   PERFORM LEER-SIGUIENTE-TERMINO
                   IF NOT WS-TERMINOS-FIN-ARCHIVO
                       DISPLAY
                           TRM-VERSION " " TRM-FECHA-VIGENCIA " "
                           TRM-FECHA-GRACIA " " TRM-TEXTO
                   END-IF
               END-PERFORM.

            POSICIONAR-TERMINOS-PRODUCTO.
               MOVE 'N' TO WS-TERMINOS-EOF
               MOVE WS-PRODUCTO TO TRM-PRODUCTO
               MOVE 0 TO TRM-VERSION
               START ARCHIVO-TERMINOS
                   KEY IS NOT LESS THAN TRM-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-TERMINOS-EOF
               END-START.

            LEER-SIGUIENTE-TERMINO.
               READ ARCHIVO-TERMINOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-TERMINOS-EOF
               END-READ
               IF NOT WS-TERMINOS-FIN-ARCHIVO
                  AND TRM-PRODUCTO NOT = WS-PRODUCTO
                   MOVE 'S' TO WS-TERMINOS-EOF
               END-IF.

            REGISTRAR-DECISION-CLIENTE.
      *        El cliente derivado desde el cajero revisa su contrato
      *        con el ejecutivo, que deja la decision con origen EJE.
               DISPLAY "RUT DEL CLIENTE: "
               ACCEPT WS-RUT-CLIENTE
               MOVE FUNCTION UPPER-CASE(WS-RUT-CLIENTE)
                   TO WS-RUT-CLIENTE
               DISPLAY "VERSION DE LOS TERMINOS: "
               ACCEPT WS-VERSION

               MOVE WS-PRODUCTO TO TRM-PRODUCTO
               MOVE WS-VERSION TO TRM-VERSION
               READ ARCHIVO-TERMINOS
                   INVALID KEY
                       DISPLAY "VERSION NO PUBLICADA PARA EL PRODUCTO"
                   NOT INVALID KEY
                       DISPLAY TRM-TEXTO
                       DISPLAY "DECISION (A=ACEPTA, R=RECHAZA): "
                       ACCEPT WS-DECISION
                       MOVE FUNCTION UPPER-CASE(WS-DECISION)
                           TO WS-DECISION
                       IF WS-DECISION-ES-VALIDA
                           PERFORM GRABAR-DECISION-CLIENTE
                       ELSE
                           DISPLAY "DECISION NO VALIDA"
                       END-IF
               END-READ.

            GRABAR-DECISION-CLIENTE.
               OPEN I-O ARCHIVO-ACEPTACIONES
               IF WS-STATUS-ACEPTACIONES = "35"
                   OPEN OUTPUT ARCHIVO-ACEPTACIONES
                   CLOSE ARCHIVO-ACEPTACIONES
                   OPEN I-O ARCHIVO-ACEPTACIONES
               END-IF
               MOVE WS-RUT-CLIENTE TO ACP-RUT
               MOVE WS-PRODUCTO TO ACP-PRODUCTO
               MOVE WS-VERSION TO ACP-VERSION
               MOVE WS-DECISION TO ACP-DECISION
               MOVE WS-FECHAYHORA-FORMATEADA TO ACP-FECHAYHORA
               MOVE "EJE" TO ACP-ORIGEN
               MOVE WS-OPERADOR-RUT TO ACP-USUARIO
               WRITE ACEPTACION-TERMINOS
                   INVALID KEY
                       REWRITE ACEPTACION-TERMINOS
               END-WRITE
               CLOSE ARCHIVO-ACEPTACIONES

               IF WS-DECISION = 'A'
                   DISPLAY "ACEPTACION REGISTRADA"
                   MOVE "ACEPTA" TO WS-ACCION-AUDIT
               ELSE
                   DISPLAY "RECHAZO REGISTRADO"
                   MOVE "RECHAZA" TO WS-ACCION-AUDIT
               END-IF
               MOVE WS-RUT-CLIENTE TO WS-OBJETO-AUDIT
               MOVE SPACES TO WS-DETALLE-AUDIT
               STRING "TERMINOS " WS-PRODUCTO " V" WS-VERSION
                   " EN SUCURSAL"
                   DELIMITED BY SIZE INTO WS-DETALLE-AUDIT
               END-STRING
               PERFORM GRABAR-AUDITORIA.

            GRABAR-AUDITORIA.
               OPEN EXTEND ARCHIVO-AUDITORIA
               MOVE SPACES TO REGISTRO-AUDITORIA-ADMIN
               MOVE WS-FECHAYHORA-FORMATEADA TO ADM-FECHAYHORA
               MOVE WS-OPERADOR-RUT TO ADM-EJECUTIVO-RUT
               MOVE "MANT-TERMINOS" TO ADM-PROGRAMA
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
                       MOVE "SUP" TO WS-OPERADOR-ROL
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
                           MOVE USU-ROL TO WS-OPERADOR-ROL
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
       END PROGRAM MANTENCION-TERMINOS.
