      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Cierre contable de mes y de ano, uso exclusivo de
      *          supervisores. Cerrar un mes (CME) lo bloquea: desde
      *          ahi AJUSTE-VALOR-FECHA no acepta una fecha valor
      *          dentro de el y ACTUALIZAR-MAYOR no le postea un
      *          asiento. Cerrar el ano (CAN) cierra los meses que
      *          quedaban abiertos y el ano entero. Solo una
      *          reapertura explicita (REA) de un supervisor vuelve a
      *          abrir un periodo; un mes de un ano cerrado exige
      *          reabrir antes el ano. Todo cierre y reapertura queda
      *          en periodos_contables.txt con quien lo hizo y en la
      *          bitacora administrativa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-CONTABLE.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Cierre y reapertura de periodos contables.

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
           SELECT ARCHIVO-PERIODOS ASSIGN TO "periodos_contables.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIODO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PERIODOS.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-PERIODOS.
           COPY "PERIODO-CONTABLE.CPY".
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
       77 WS-STATUS-PERIODOS PIC X(2) VALUE "00".
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA VALUE "CME" "CAN" "REA" "LIS".
       77 WS-PERIODO PIC 9(6).
       77 WS-PERIODO-ANIO PIC 9(6).
       77 WS-ANIO PIC 9(4).
       77 WS-MES PIC 9(2).
       77 WS-PERIODO-ACTUAL PIC 9(6).
       77 WS-ANIO-ACTUAL PIC 9(4).
       77 WS-MESES-CERRADOS PIC 9(2) VALUE 0.
       77 WS-ANIO-CERRADO PIC X VALUE 'N'.
           88 ANIO-ESTA-CERRADO VALUE 'S'.
       77 WS-PERIODOS-EOF PIC X VALUE 'N'.
           88 WS-PERIODOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-ACCION-AUDIT PIC X(10).
       77 WS-DETALLE-AUDIT PIC X(40).
       77 WS-RESPUESTA PIC XX.
           88 WS-RESPUESTA-SI VALUE "SI".
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
            DISPLAY "--------- CIERRE CONTABLE DE PERIODOS ---------".

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
            MOVE WS-FECHAYHORA(1:6) TO WS-PERIODO-ACTUAL.
            MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-ACTUAL.

            DISPLAY
                "ACCION (CME=CERRAR MES, CAN=CERRAR ANO, "
                "REA=REABRIR, LIS=LISTAR): ".
            ACCEPT WS-ACCION.
            MOVE FUNCTION UPPER-CASE(WS-ACCION) TO WS-ACCION.

            IF NOT WS-ACCION-ES-VALIDA THEN
                DISPLAY "ACCION NO VALIDA"
                STOP RUN
            END-IF.

            OPEN I-O ARCHIVO-PERIODOS.
            IF WS-STATUS-PERIODOS = "35"
                OPEN OUTPUT ARCHIVO-PERIODOS
                CLOSE ARCHIVO-PERIODOS
                OPEN I-O ARCHIVO-PERIODOS
            END-IF.

            EVALUATE WS-ACCION
                WHEN "CME"
                    PERFORM CERRAR-MES
                WHEN "CAN"
                    PERFORM CERRAR-ANIO
                WHEN "REA"
                    PERFORM REABRIR-PERIODO
                WHEN "LIS"
                    PERFORM LISTAR-PERIODOS
            END-EVALUATE.

            CLOSE ARCHIVO-PERIODOS.

            STOP RUN.

            CERRAR-MES.
               DISPLAY "MES A CERRAR (AAAAMM): "
               ACCEPT WS-PERIODO
               IF WS-PERIODO NOT NUMERIC
                   DISPLAY "PERIODO INVALIDO"
               ELSE
                   MOVE WS-PERIODO(5:2) TO WS-MES
                   IF WS-MES < 1 OR WS-MES > 12
                       DISPLAY "PERIODO INVALIDO"
                   ELSE
      *                Solo un mes ya terminado se puede cerrar.
                       IF WS-PERIODO NOT < WS-PERIODO-ACTUAL
                           DISPLAY
                               "EL MES " WS-PERIODO
                               " AUN NO TERMINA"
                       ELSE
                           PERFORM CERRAR-UN-PERIODO
                           IF WS-MESES-CERRADOS > 0
                               DISPLAY "MES " WS-PERIODO " CERRADO"
                           ELSE
                               DISPLAY
                                   "EL MES " WS-PERIODO
                                   " YA ESTABA CERRADO"
                           END-IF
                       END-IF
                   END-IF
               END-IF.

            CERRAR-ANIO.
               DISPLAY "ANO A CERRAR (AAAA): "
               ACCEPT WS-ANIO
               IF WS-ANIO NOT NUMERIC OR WS-ANIO = 0
                   DISPLAY "ANO INVALIDO"
               ELSE
                   IF WS-ANIO NOT < WS-ANIO-ACTUAL
                       DISPLAY "EL ANO " WS-ANIO " AUN NO TERMINA"
                   ELSE
                       DISPLAY
                           "SE CERRARAN LOS MESES ABIERTOS Y EL ANO "
                           WS-ANIO ". CONFIRMA? SI O NO"
                       ACCEPT WS-RESPUESTA
                       MOVE FUNCTION UPPER-CASE(WS-RESPUESTA)
                           TO WS-RESPUESTA
                       IF WS-RESPUESTA-SI
                           PERFORM VARYING WS-MES FROM 1 BY 1
                                   UNTIL WS-MES > 12
                               COMPUTE WS-PERIODO =
                                   (WS-ANIO * 100) + WS-MES
                               PERFORM CERRAR-UN-PERIODO
                           END-PERFORM
                           COMPUTE WS-PERIODO = WS-ANIO * 100
                           PERFORM CERRAR-UN-PERIODO
                           DISPLAY
                               "ANO " WS-ANIO " CERRADO ("
                               WS-MESES-CERRADOS
                               " PERIODOS CERRADOS AHORA)"
                       ELSE
                           DISPLAY "CIERRE CANCELADO"
                       END-IF
                   END-IF
               END-IF.

            CERRAR-UN-PERIODO.
      *        Cierra WS-PERIODO si no lo estaba ya.
               MOVE WS-PERIODO TO PER-PERIODO
               READ ARCHIVO-PERIODOS
                   INVALID KEY
                       MOVE WS-PERIODO TO PER-PERIODO
                       MOVE "CER" TO PER-ESTADO
                       MOVE WS-FECHA-HOY TO PER-FECHA-CIERRE
                       MOVE WS-OPERADOR-RUT TO PER-RUT-CIERRE
                       MOVE 0 TO PER-FECHA-REAPERTURA
                       MOVE SPACES TO PER-RUT-REAPERTURA
                       WRITE PERIODO-CONTABLE
                       ADD 1 TO WS-MESES-CERRADOS
                       MOVE "CIERRA" TO WS-ACCION-AUDIT
                       PERFORM GRABAR-AUDITORIA
                   NOT INVALID KEY
                       IF NOT PER-ESTA-CERRADO
                           MOVE "CER" TO PER-ESTADO
                           MOVE WS-FECHA-HOY TO PER-FECHA-CIERRE
                           MOVE WS-OPERADOR-RUT TO PER-RUT-CIERRE
                           REWRITE PERIODO-CONTABLE
                           ADD 1 TO WS-MESES-CERRADOS
                           MOVE "CIERRA" TO WS-ACCION-AUDIT
                           PERFORM GRABAR-AUDITORIA
                       END-IF
               END-READ.

            REABRIR-PERIODO.
               DISPLAY "PERIODO A REABRIR (AAAAMM, AAAA00 = ANO): "
               ACCEPT WS-PERIODO
               IF WS-PERIODO NOT NUMERIC
                   DISPLAY "PERIODO INVALIDO"
               ELSE
                   MOVE WS-PERIODO(5:2) TO WS-MES
                   IF WS-MES > 12
                       DISPLAY "PERIODO INVALIDO"
                   ELSE
                       PERFORM REABRIR-SI-CORRESPONDE
                   END-IF
               END-IF.

            REABRIR-SI-CORRESPONDE.
      *        Un mes de un ano cerrado no se reabre suelto: primero
      *        se reabre el ano, con su propia firma y su rastro.
               MOVE 'N' TO WS-ANIO-CERRADO
               IF WS-MES > 0
                   COMPUTE WS-PERIODO-ANIO =
                       (WS-PERIODO / 100) * 100
                   MOVE WS-PERIODO-ANIO TO PER-PERIODO
                   READ ARCHIVO-PERIODOS
                       INVALID KEY
                           MOVE SPACES TO PER-ESTADO
                   END-READ
                   IF PER-ESTA-CERRADO
                       MOVE 'S' TO WS-ANIO-CERRADO
                       DISPLAY
                           "EL ANO " WS-PERIODO-ANIO(1:4)
                           " ESTA CERRADO: REABRA PRIMERO EL ANO ("
                           WS-PERIODO-ANIO ")"
                   END-IF
               END-IF
               IF NOT ANIO-ESTA-CERRADO
                   MOVE WS-PERIODO TO PER-PERIODO
                   READ ARCHIVO-PERIODOS
                       INVALID KEY
                           MOVE SPACES TO PER-ESTADO
                   END-READ
                   IF NOT PER-ESTA-CERRADO
                       DISPLAY
                           "EL PERIODO " WS-PERIODO " NO ESTA CERRADO"
                   ELSE
                       PERFORM CONFIRMAR-REAPERTURA
                   END-IF
               END-IF.

            CONFIRMAR-REAPERTURA.
               DISPLAY
                   "CERRADO EL " PER-FECHA-CIERRE " POR "
                   PER-RUT-CIERRE ". CONFIRMA LA REAPERTURA? "
                   "SI O NO"
               ACCEPT WS-RESPUESTA
               MOVE FUNCTION UPPER-CASE(WS-RESPUESTA) TO WS-RESPUESTA
               IF WS-RESPUESTA-SI
                   MOVE "ABI" TO PER-ESTADO
                   MOVE WS-FECHA-HOY TO PER-FECHA-REAPERTURA
                   MOVE WS-OPERADOR-RUT TO PER-RUT-REAPERTURA
                   REWRITE PERIODO-CONTABLE
                   MOVE "REABRE" TO WS-ACCION-AUDIT
                   PERFORM GRABAR-AUDITORIA
                   DISPLAY "PERIODO " WS-PERIODO " REABIERTO"
               ELSE
                   DISPLAY "REAPERTURA CANCELADA"
               END-IF.

            LISTAR-PERIODOS.
               DISPLAY "PERIODO EST CIERRE   POR        REAPERT. POR"
               MOVE 'N' TO WS-PERIODOS-EOF
               PERFORM UNTIL WS-PERIODOS-FIN-ARCHIVO
                   READ ARCHIVO-PERIODOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-PERIODOS-EOF
                       NOT AT END
                           DISPLAY
                               PER-PERIODO "  " PER-ESTADO " "
                               PER-FECHA-CIERRE " " PER-RUT-CIERRE " "
                               PER-FECHA-REAPERTURA " "
                               PER-RUT-REAPERTURA
                   END-READ
               END-PERFORM.

            GRABAR-AUDITORIA.
               OPEN EXTEND ARCHIVO-AUDITORIA
               MOVE SPACES TO REGISTRO-AUDITORIA-ADMIN
               MOVE WS-FECHAYHORA-FORMATEADA TO ADM-FECHAYHORA
               MOVE WS-OPERADOR-RUT TO ADM-EJECUTIVO-RUT
               MOVE "CIERRE-CONTAB" TO ADM-PROGRAMA
               MOVE WS-ACCION-AUDIT TO ADM-ACCION
               MOVE PER-PERIODO TO ADM-OBJETO
               MOVE SPACES TO WS-DETALLE-AUDIT
               STRING
                   "PERIODO " DELIMITED BY SIZE
                   PER-PERIODO DELIMITED BY SIZE
                   " ESTADO " DELIMITED BY SIZE
                   PER-ESTADO DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDIT
               END-STRING
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
       END PROGRAM CIERRE-CONTABLE.
