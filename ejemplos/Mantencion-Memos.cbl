      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Ficha de notas y alertas por cliente
      *          (memos_clientes.txt): agregar una nota libre o una
      *          alerta codificada con vencimiento y, si corresponde,
      *          la operacion de ventanilla que bloquea; levantar una
      *          entrada; y listar la ficha de un RUT. Cada alta y
      *          cada levantamiento queda en la bitacora
      *          administrativa. Las alertas que bloquean solo las
      *          levanta un supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENCION-MEMOS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Notas y alertas de la ficha del cliente.

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
           SELECT ARCHIVO-MEMOS ASSIGN TO "memos_clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEM-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MEMOS.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-MEMOS.
           COPY "MEMO-CLIENTE.CPY".
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
       77 WS-OPERADOR-ROL PIC X(3) VALUE "SUP".
           88 OPERADOR-ES-SUPERVISOR VALUE "SUP".
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-MEMOS PIC X(2) VALUE "00".
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA VALUE "AGR" "LEV" "LIS".
       77 WS-RUT PIC X(10).
       77 WS-NUMERO PIC 9(3).
       77 WS-PROXIMO-MEMO PIC 9(3) VALUE 1.
       77 WS-MEMOS-EOF PIC X VALUE 'N'.
           88 WS-MEMOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-TIPO PIC X(1).
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
            DISPLAY "------ NOTAS Y ALERTAS DEL CLIENTE ------".

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

            DISPLAY "ACCION (AGR=AGREGAR, LEV=LEVANTAR, LIS=LISTAR): ".
            ACCEPT WS-ACCION.
            MOVE FUNCTION UPPER-CASE(WS-ACCION) TO WS-ACCION.

            IF NOT WS-ACCION-ES-VALIDA THEN
                DISPLAY "ACCION NO VALIDA"
                STOP RUN
            END-IF.

            DISPLAY "RUT DEL CLIENTE: ".
            ACCEPT WS-RUT.
            MOVE FUNCTION UPPER-CASE(WS-RUT) TO WS-RUT.

            PERFORM ABRIR-MEMOS-IO.

            EVALUATE WS-ACCION
                WHEN "AGR"
                    PERFORM AGREGAR-MEMO
                WHEN "LEV"
                    PERFORM LEVANTAR-MEMO
                WHEN "LIS"
                    PERFORM LISTAR-MEMOS
            END-EVALUATE.

            CLOSE ARCHIVO-MEMOS.

            STOP RUN.

            ABRIR-MEMOS-IO.
               OPEN I-O ARCHIVO-MEMOS
               IF WS-STATUS-MEMOS = "35"
                   OPEN OUTPUT ARCHIVO-MEMOS
                   CLOSE ARCHIVO-MEMOS
                   OPEN I-O ARCHIVO-MEMOS
               END-IF.

            BUSCAR-PROXIMO-MEMO.
      *        Numera la entrada nueva a continuacion de la ultima
      *        de la ficha del RUT.
               MOVE 1 TO WS-PROXIMO-MEMO
               MOVE 'N' TO WS-MEMOS-EOF
               MOVE WS-RUT TO MEM-RUT
               MOVE 0 TO MEM-NUMERO
               START ARCHIVO-MEMOS
                   KEY IS NOT LESS THAN MEM-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-MEMOS-EOF
               END-START
               PERFORM UNTIL WS-MEMOS-FIN-ARCHIVO
                   READ ARCHIVO-MEMOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-MEMOS-EOF
                   END-READ
                   IF NOT WS-MEMOS-FIN-ARCHIVO
                       IF MEM-RUT NOT = WS-RUT
                           MOVE 'S' TO WS-MEMOS-EOF
                       ELSE
                           COMPUTE WS-PROXIMO-MEMO = MEM-NUMERO + 1
                       END-IF
                   END-IF
               END-PERFORM.

            AGREGAR-MEMO.
               PERFORM BUSCAR-PROXIMO-MEMO

               DISPLAY "TIPO (N=NOTA, A=ALERTA): "
               ACCEPT WS-TIPO
               MOVE FUNCTION UPPER-CASE(WS-TIPO) TO WS-TIPO

               MOVE SPACES TO MEMO-CLIENTE
               MOVE WS-RUT TO MEM-RUT
               MOVE WS-PROXIMO-MEMO TO MEM-NUMERO
               MOVE WS-TIPO TO MEM-TIPO
               MOVE 0 TO MEM-FECHA-VENCE
               MOVE 0 TO MEM-FECHA-LEVANTA

               IF NOT MEM-ES-NOTA AND NOT MEM-ES-ALERTA
                   DISPLAY "TIPO NO VALIDO"
               ELSE
                   IF MEM-ES-ALERTA
                       PERFORM PEDIR-DATOS-ALERTA
                   END-IF
                   IF MEM-ES-NOTA OR MEM-CODIGO-ES-VALIDO
                       PERFORM GRABAR-MEMO-NUEVO
                   END-IF
               END-IF.

            PEDIR-DATOS-ALERTA.
               DISPLAY
                   "CODIGO (DOC=DOCUMENTOS PENDIENTES, CUR=CURATELA,"
               DISPLAY
                   "  HIP=HIPOACUSIA, GER=RECLAMOS CON GERENTE, "
                   "OTR=OTRA): "
               ACCEPT MEM-CODIGO
               MOVE FUNCTION UPPER-CASE(MEM-CODIGO) TO MEM-CODIGO
               IF NOT MEM-CODIGO-ES-VALIDO
                   DISPLAY "CODIGO DE ALERTA NO VALIDO"
               ELSE
                   DISPLAY "VENCE EL (AAAAMMDD, 0 = SIN VENCIMIENTO): "
                   ACCEPT MEM-FECHA-VENCE
                   IF MEM-FECHA-VENCE NOT NUMERIC
                       MOVE 0 TO MEM-FECHA-VENCE
                   END-IF
                   DISPLAY
                       "BLOQUEA EN VENTANILLA (DEP/GIR/PAG/TOD, "
                       "EN BLANCO = NO BLOQUEA): "
                   ACCEPT MEM-BLOQUEA
                   MOVE FUNCTION UPPER-CASE(MEM-BLOQUEA)
                       TO MEM-BLOQUEA
                   IF NOT MEM-NO-BLOQUEA AND NOT MEM-BLOQUEO-ES-VALIDO
                       DISPLAY "OPERACION A BLOQUEAR NO VALIDA"
                       MOVE SPACES TO MEM-CODIGO
                   END-IF
               END-IF.

            GRABAR-MEMO-NUEVO.
               DISPLAY "TEXTO: "
               ACCEPT MEM-TEXTO
               MOVE FUNCTION UPPER-CASE(MEM-TEXTO) TO MEM-TEXTO
               MOVE WS-FECHA-HOY TO MEM-FECHA-CREACION
               MOVE WS-OPERADOR-RUT TO MEM-USUARIO-CREA
               MOVE "VIG" TO MEM-ESTADO
               WRITE MEMO-CLIENTE
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA ENTRADA"
                   NOT INVALID KEY
                       DISPLAY "ENTRADA " MEM-NUMERO " AGREGADA"
                       MOVE WS-PROXIMO-MEMO TO WS-NUMERO
                       MOVE SPACES TO WS-DETALLE-AUDIT
                       IF MEM-ES-NOTA
                           STRING "NOTA " WS-NUMERO
                               DELIMITED BY SIZE INTO WS-DETALLE-AUDIT
                           END-STRING
                       ELSE
                           STRING "ALERTA " WS-NUMERO " " MEM-CODIGO
                               " BLOQUEA " MEM-BLOQUEA
                               " VENCE " MEM-FECHA-VENCE
                               DELIMITED BY SIZE INTO WS-DETALLE-AUDIT
                           END-STRING
                       END-IF
                       PERFORM GRABAR-AUDITORIA
               END-WRITE.

            LEVANTAR-MEMO.
               DISPLAY "NUMERO DE LA ENTRADA A LEVANTAR: "
               ACCEPT WS-NUMERO
               MOVE WS-RUT TO MEM-RUT
               MOVE WS-NUMERO TO MEM-NUMERO
               READ ARCHIVO-MEMOS
                   INVALID KEY
                       DISPLAY "LA ENTRADA NO EXISTE"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN MEM-FUE-LEVANTADA
                               DISPLAY "LA ENTRADA YA FUE LEVANTADA"
                           WHEN NOT MEM-NO-BLOQUEA
                            AND NOT OPERADOR-ES-SUPERVISOR
                               DISPLAY
                                   "LA ALERTA BLOQUEA OPERACIONES: "
                                   "SOLO UN SUPERVISOR LA LEVANTA"
                           WHEN OTHER
                               MOVE "LEV" TO MEM-ESTADO
                               MOVE WS-FECHA-HOY TO MEM-FECHA-LEVANTA
                               MOVE WS-OPERADOR-RUT
                                   TO MEM-USUARIO-LEVANTA
                               REWRITE MEMO-CLIENTE
                               DISPLAY "ENTRADA LEVANTADA"
                               MOVE SPACES TO WS-DETALLE-AUDIT
                               STRING "LEVANTA " WS-NUMERO " "
                                   MEM-TIPO " " MEM-CODIGO
                                   DELIMITED BY SIZE
                                   INTO WS-DETALLE-AUDIT
                               END-STRING
                               PERFORM GRABAR-AUDITORIA
                       END-EVALUATE
               END-READ.

            LISTAR-MEMOS.
               MOVE 'N' TO WS-MEMOS-EOF
               MOVE WS-RUT TO MEM-RUT
               MOVE 0 TO MEM-NUMERO
               START ARCHIVO-MEMOS
                   KEY IS NOT LESS THAN MEM-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-MEMOS-EOF
               END-START
               DISPLAY "NUM T COD BLQ CREADA   VENCE    EST POR"
               PERFORM UNTIL WS-MEMOS-FIN-ARCHIVO
                   READ ARCHIVO-MEMOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-MEMOS-EOF
                   END-READ
                   IF NOT WS-MEMOS-FIN-ARCHIVO
                       IF MEM-RUT NOT = WS-RUT
                           MOVE 'S' TO WS-MEMOS-EOF
                       ELSE
                           DISPLAY
                               MEM-NUMERO " " MEM-TIPO " "
                               MEM-CODIGO " " MEM-BLOQUEA " "
                               MEM-FECHA-CREACION " "
                               MEM-FECHA-VENCE " " MEM-ESTADO " "
                               MEM-USUARIO-CREA
                           DISPLAY "    " MEM-TEXTO
                       END-IF
                   END-IF
               END-PERFORM.

            GRABAR-AUDITORIA.
               OPEN EXTEND ARCHIVO-AUDITORIA
               MOVE SPACES TO REGISTRO-AUDITORIA-ADMIN
               MOVE WS-FECHAYHORA-FORMATEADA TO ADM-FECHAYHORA
               MOVE WS-OPERADOR-RUT TO ADM-EJECUTIVO-RUT
               MOVE "MANT-MEMOS" TO ADM-PROGRAMA
               MOVE WS-ACCION TO ADM-ACCION
               MOVE WS-RUT TO ADM-OBJETO
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
                          OR USU-ES-CUMPLIMIENTO
                           MOVE 'S' TO WS-OPERADOR-AUTORIZADO
                           MOVE USU-ROL TO WS-OPERADOR-ROL
                           MOVE 0 TO USU-INTENTOS-FALLIDOS
                           REWRITE USUARIO
                       ELSE
                           DISPLAY
                               "SU ROL NO PERMITE USAR ESTE "
                               "PROGRAMA (EJE/SUP/CUM)"
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
       END PROGRAM MANTENCION-MEMOS.
