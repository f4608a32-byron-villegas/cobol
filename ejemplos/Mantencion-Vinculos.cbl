      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Mantencion del registro de grupos economicos y
      *          partes relacionadas (vinculos_riesgo.txt): dar de
      *          alta o cambiar el vinculo de un RUT (grupo economico
      *          al que pertenece, marca de relacionado con el banco
      *          y la relacion), darlo de baja, listar los miembros
      *          de un grupo y listar el registro completo. Lo
      *          mantienen riesgo y cumplimiento (o un supervisor), y
      *          cada cambio queda en la bitacora administrativa. La
      *          originacion de prestamos y el reporte de grandes
      *          exposiciones leen este registro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENCION-VINCULOS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Grupos economicos y partes relacionadas.

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
           SELECT ARCHIVO-VINCULOS
               ASSIGN TO "vinculos_riesgo.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIN-RUT
               ALTERNATE RECORD KEY IS VIN-CODIGO-GRUPO
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-VINCULOS.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-VINCULOS.
           COPY "VINCULO-RIESGO.CPY".
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
       77 WS-STATUS-VINCULOS PIC X(2) VALUE "00".
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA VALUE "AGR" "BAJ" "GRP" "LIS".
       77 WS-RUT PIC X(10).
      *    Datos del vinculo capturados antes de grabar; el nombre
      *    del grupo se toma de un miembro ya registrado para que
      *    todo el grupo lo comparta.
       77 WS-CODIGO-GRUPO PIC X(8).
       77 WS-NOMBRE-GRUPO PIC X(30).
       77 WS-RELACIONADO PIC X(1).
       77 WS-RELACION PIC X(3).
       77 WS-DETALLE PIC X(30).
       77 WS-GRUPO-CONOCIDO PIC X VALUE 'N'.
           88 GRUPO-CONOCIDO VALUE 'S'.
       77 WS-VINCULO-VALIDO PIC X VALUE 'N'.
           88 VINCULO-VALIDO VALUE 'S'.
       77 WS-TOTAL-LISTADOS PIC 9(5) VALUE 0.
       77 WS-VINCULOS-EOF PIC X VALUE 'N'.
           88 WS-VINCULOS-FIN-ARCHIVO VALUE 'S'.
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
            DISPLAY "---- GRUPOS ECONOMICOS Y RELACIONADOS ----".

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

            DISPLAY "ACCION (AGR=ALTA/CAMBIO, BAJ=BAJA, "
                "GRP=MIEMBROS DE UN GRUPO, LIS=LISTAR): ".
            ACCEPT WS-ACCION.
            MOVE FUNCTION UPPER-CASE(WS-ACCION) TO WS-ACCION.

            IF NOT WS-ACCION-ES-VALIDA THEN
                DISPLAY "ACCION NO VALIDA"
                STOP RUN
            END-IF.

            PERFORM ABRIR-VINCULOS-IO.

            EVALUATE WS-ACCION
                WHEN "AGR"
                    PERFORM REGISTRAR-VINCULO
                WHEN "BAJ"
                    PERFORM BAJAR-VINCULO
                WHEN "GRP"
                    PERFORM LISTAR-GRUPO
                WHEN "LIS"
                    PERFORM LISTAR-VINCULOS
            END-EVALUATE.

            CLOSE ARCHIVO-VINCULOS.

            STOP RUN.

            ABRIR-VINCULOS-IO.
               OPEN I-O ARCHIVO-VINCULOS
               IF WS-STATUS-VINCULOS = "35"
                   OPEN OUTPUT ARCHIVO-VINCULOS
                   CLOSE ARCHIVO-VINCULOS
                   OPEN I-O ARCHIVO-VINCULOS
               END-IF.

            REGISTRAR-VINCULO.
      *        Alta de un RUT nuevo o cambio del vinculo de uno ya
      *        registrado (tambien reactiva uno dado de baja). Se
      *        exige al menos un grupo o la marca de relacionado.
               DISPLAY "RUT: "
               ACCEPT WS-RUT
               MOVE FUNCTION UPPER-CASE(WS-RUT) TO WS-RUT

               DISPLAY "CODIGO DE GRUPO ECONOMICO (BLANCO = NINGUNO): "
               ACCEPT WS-CODIGO-GRUPO
               MOVE FUNCTION UPPER-CASE(WS-CODIGO-GRUPO)
                   TO WS-CODIGO-GRUPO
               MOVE SPACES TO WS-NOMBRE-GRUPO
               IF WS-CODIGO-GRUPO NOT = SPACES
                   PERFORM BUSCAR-NOMBRE-GRUPO
                   IF GRUPO-CONOCIDO
                       DISPLAY "GRUPO: " WS-NOMBRE-GRUPO
                   ELSE
                       DISPLAY "GRUPO NUEVO. NOMBRE DEL GRUPO: "
                       ACCEPT WS-NOMBRE-GRUPO
                       MOVE FUNCTION UPPER-CASE(WS-NOMBRE-GRUPO)
                           TO WS-NOMBRE-GRUPO
                   END-IF
               END-IF

               DISPLAY "RELACIONADO CON EL BANCO (S/N): "
               ACCEPT WS-RELACIONADO
               MOVE FUNCTION UPPER-CASE(WS-RELACIONADO)
                   TO WS-RELACIONADO
               IF WS-RELACIONADO NOT = 'S'
                   MOVE 'N' TO WS-RELACIONADO
               END-IF

               DISPLAY "RELACION (CON/SOC/PER=DEL GRUPO, "
                   "DIR/GER/ACC/FAM=RELACIONADO): "
               ACCEPT WS-RELACION
               MOVE FUNCTION UPPER-CASE(WS-RELACION) TO WS-RELACION

               DISPLAY "DETALLE DEL VINCULO: "
               ACCEPT WS-DETALLE
               MOVE FUNCTION UPPER-CASE(WS-DETALLE) TO WS-DETALLE

               PERFORM VALIDAR-VINCULO
               IF NOT VINCULO-VALIDO
                   CLOSE ARCHIVO-VINCULOS
                   STOP RUN
               END-IF

               MOVE WS-RUT TO VIN-RUT
               READ ARCHIVO-VINCULOS KEY IS VIN-RUT
                   INVALID KEY
                       PERFORM LLENAR-VINCULO
                       WRITE VINCULO-RIESGO
                       DISPLAY "VINCULO REGISTRADO"
                       MOVE "ALTA" TO WS-DETALLE-AUDIT
                   NOT INVALID KEY
                       PERFORM LLENAR-VINCULO
                       REWRITE VINCULO-RIESGO
                       DISPLAY "VINCULO ACTUALIZADO"
                       MOVE "CAMBIO" TO WS-DETALLE-AUDIT
               END-READ
               MOVE WS-RELACION TO WS-DETALLE-AUDIT(8:3)
               MOVE WS-RELACIONADO TO WS-DETALLE-AUDIT(12:1)
               MOVE WS-CODIGO-GRUPO TO WS-DETALLE-AUDIT(14:8)
               PERFORM GRABAR-AUDITORIA.

            VALIDAR-VINCULO.
      *        La relacion debe calzar con lo marcado: una relacion
      *        de grupo pide codigo de grupo, y una de relacionado
      *        (director, gerente, accionista, familiar) pide la
      *        marca de relacionado.
               MOVE 'N' TO WS-VINCULO-VALIDO
               MOVE WS-RELACION TO VIN-RELACION
               EVALUATE TRUE
                   WHEN WS-CODIGO-GRUPO = SPACES
                        AND WS-RELACIONADO NOT = 'S'
                       DISPLAY
                           "SIN GRUPO NI RELACION CON EL BANCO: NADA "
                           "QUE REGISTRAR"
                   WHEN NOT VIN-RELACION-ES-VALIDA
                       DISPLAY "RELACION NO VALIDA"
                   WHEN VIN-RELACION-DE-GRUPO
                        AND WS-CODIGO-GRUPO = SPACES
                       DISPLAY
                           "UNA RELACION DE GRUPO EXIGE EL CODIGO "
                           "DEL GRUPO"
                   WHEN NOT VIN-RELACION-DE-GRUPO
                        AND WS-RELACIONADO NOT = 'S'
                       DISPLAY
                           "DIR/GER/ACC/FAM SOLO APLICA A UN "
                           "RELACIONADO CON EL BANCO"
                   WHEN WS-CODIGO-GRUPO NOT = SPACES
                        AND WS-NOMBRE-GRUPO = SPACES
                       DISPLAY "FALTA EL NOMBRE DEL GRUPO"
                   WHEN OTHER
                       MOVE 'S' TO WS-VINCULO-VALIDO
               END-EVALUATE.

            LLENAR-VINCULO.
               MOVE WS-RUT TO VIN-RUT
               MOVE WS-CODIGO-GRUPO TO VIN-CODIGO-GRUPO
               MOVE WS-NOMBRE-GRUPO TO VIN-NOMBRE-GRUPO
               MOVE WS-RELACIONADO TO VIN-RELACIONADO
               MOVE WS-RELACION TO VIN-RELACION
               MOVE WS-DETALLE TO VIN-DETALLE
               MOVE WS-FECHA-HOY TO VIN-FECHA-ALTA
               MOVE WS-OPERADOR-RUT TO VIN-OPERADOR
               MOVE "VIG" TO VIN-ESTADO.

            BUSCAR-NOMBRE-GRUPO.
      *        Nombre del grupo segun el primer miembro vigente ya
      *        registrado con ese codigo.
               MOVE 'N' TO WS-GRUPO-CONOCIDO
               MOVE 'N' TO WS-VINCULOS-EOF
               MOVE WS-CODIGO-GRUPO TO VIN-CODIGO-GRUPO
               START ARCHIVO-VINCULOS
                   KEY IS EQUAL TO VIN-CODIGO-GRUPO
                   INVALID KEY
                       MOVE 'S' TO WS-VINCULOS-EOF
               END-START
               PERFORM UNTIL WS-VINCULOS-FIN-ARCHIVO
                          OR GRUPO-CONOCIDO
                   READ ARCHIVO-VINCULOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-VINCULOS-EOF
                   END-READ
                   IF NOT WS-VINCULOS-FIN-ARCHIVO
                       IF VIN-CODIGO-GRUPO NOT = WS-CODIGO-GRUPO
                           MOVE 'S' TO WS-VINCULOS-EOF
                       ELSE
                           IF VIN-ESTA-VIGENTE
                               MOVE 'S' TO WS-GRUPO-CONOCIDO
                               MOVE VIN-NOMBRE-GRUPO
                                   TO WS-NOMBRE-GRUPO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

            BAJAR-VINCULO.
               DISPLAY "RUT A DAR DE BAJA: "
               ACCEPT WS-RUT
               MOVE FUNCTION UPPER-CASE(WS-RUT) TO WS-RUT
               MOVE WS-RUT TO VIN-RUT
               READ ARCHIVO-VINCULOS KEY IS VIN-RUT
                   INVALID KEY
                       DISPLAY "EL RUT NO ESTA EN EL REGISTRO"
                   NOT INVALID KEY
                       MOVE "BAJ" TO VIN-ESTADO
                       MOVE WS-FECHA-HOY TO VIN-FECHA-ALTA
                       MOVE WS-OPERADOR-RUT TO VIN-OPERADOR
                       REWRITE VINCULO-RIESGO
                       DISPLAY "VINCULO DADO DE BAJA"
                       MOVE "BAJA" TO WS-DETALLE-AUDIT
                       MOVE VIN-CODIGO-GRUPO TO WS-DETALLE-AUDIT(14:8)
                       PERFORM GRABAR-AUDITORIA
               END-READ.

            LISTAR-GRUPO.
               DISPLAY "CODIGO DE GRUPO: "
               ACCEPT WS-CODIGO-GRUPO
               MOVE FUNCTION UPPER-CASE(WS-CODIGO-GRUPO)
                   TO WS-CODIGO-GRUPO
               MOVE 'N' TO WS-VINCULOS-EOF
               MOVE WS-CODIGO-GRUPO TO VIN-CODIGO-GRUPO
               START ARCHIVO-VINCULOS
                   KEY IS EQUAL TO VIN-CODIGO-GRUPO
                   INVALID KEY
                       MOVE 'S' TO WS-VINCULOS-EOF
                       DISPLAY "GRUPO SIN MIEMBROS REGISTRADOS"
               END-START
               DISPLAY "RUT        REL R EST ALTA     DETALLE"
               PERFORM UNTIL WS-VINCULOS-FIN-ARCHIVO
                   READ ARCHIVO-VINCULOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-VINCULOS-EOF
                   END-READ
                   IF NOT WS-VINCULOS-FIN-ARCHIVO
                       IF VIN-CODIGO-GRUPO NOT = WS-CODIGO-GRUPO
                           MOVE 'S' TO WS-VINCULOS-EOF
                       ELSE
                           IF WS-TOTAL-LISTADOS = 0
                               DISPLAY "GRUPO " VIN-CODIGO-GRUPO " "
                                   VIN-NOMBRE-GRUPO
                           END-IF
                           ADD 1 TO WS-TOTAL-LISTADOS
                           DISPLAY
                               VIN-RUT " " VIN-RELACION " "
                               VIN-RELACIONADO " " VIN-ESTADO " "
                               VIN-FECHA-ALTA " " VIN-DETALLE
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY "MIEMBROS LISTADOS: " WS-TOTAL-LISTADOS.

            LISTAR-VINCULOS.
               MOVE 'N' TO WS-VINCULOS-EOF
               MOVE LOW-VALUES TO VIN-RUT
               START ARCHIVO-VINCULOS
                   KEY IS NOT LESS THAN VIN-RUT
                   INVALID KEY
                       MOVE 'S' TO WS-VINCULOS-EOF
               END-START
               DISPLAY "RUT        GRUPO    REL R EST DETALLE"
               PERFORM UNTIL WS-VINCULOS-FIN-ARCHIVO
                   READ ARCHIVO-VINCULOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-VINCULOS-EOF
                   END-READ
                   IF NOT WS-VINCULOS-FIN-ARCHIVO
                       DISPLAY
                           VIN-RUT " " VIN-CODIGO-GRUPO " "
                           VIN-RELACION " " VIN-RELACIONADO " "
                           VIN-ESTADO " " VIN-DETALLE
                   END-IF
               END-PERFORM.

            GRABAR-AUDITORIA.
               OPEN EXTEND ARCHIVO-AUDITORIA
               MOVE SPACES TO REGISTRO-AUDITORIA-ADMIN
               MOVE WS-FECHAYHORA-FORMATEADA TO ADM-FECHAYHORA
               MOVE WS-OPERADOR-RUT TO ADM-EJECUTIVO-RUT
               MOVE "MANT-VINCULOS" TO ADM-PROGRAMA
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
                       IF USU-ES-RIESGO OR USU-ES-CUMPLIMIENTO
                          OR USU-ES-SUPERVISOR
                           MOVE 'S' TO WS-OPERADOR-AUTORIZADO
                           MOVE 0 TO USU-INTENTOS-FALLIDOS
                           REWRITE USUARIO
                       ELSE
                           DISPLAY
                               "SU ROL NO PERMITE USAR ESTE "
                               "PROGRAMA (RSG/CUM/SUP)"
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
       END PROGRAM MANTENCION-VINCULOS.
