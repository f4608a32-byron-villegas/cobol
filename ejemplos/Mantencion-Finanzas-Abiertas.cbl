      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Consentimientos de finanzas abiertas en sucursal:
      *          un supervisor mantiene el maestro de proveedores
      *          (proveedores_datos.txt) y el ejecutivo registra, a
      *          pedido del cliente, el consentimiento para que un
      *          proveedor reciba los datos de una de sus cuentas
      *          (saldos, movimientos, prestamos) hasta una fecha de
      *          expiracion, lo revoca o lista los del RUT
      *          (consentimientos_datos.txt). EXTRAER-FINANZAS-
      *          ABIERTAS entrega cada noche solo lo consentido.
      *          Cada cambio queda en la bitacora administrativa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENCION-FINANZAS-ABIERTAS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Proveedores y consentimientos de finanzas abiertas.

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
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-PROVEEDORES-DATOS.
           COPY "PROVEEDOR-DATOS.CPY".
       FD ARCHIVO-CONSENT-DATOS.
           COPY "CONSENTIMIENTO-DATOS.CPY".
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
       77 WS-STATUS-PROVEEDORES PIC X(2) VALUE "00".
       77 WS-STATUS-CONSENT-DATOS PIC X(2) VALUE "00".
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA
               VALUE "PRV" "LIS" "OTO" "REV" "CON".
       77 WS-RUT PIC X(10).
       77 WS-NUM-CUENTA PIC 9(3).
       77 WS-PROVEEDOR PIC X(6).
       77 WS-PROVEEDORES-EOF PIC X VALUE 'N'.
           88 WS-PROVEEDORES-FIN-ARCHIVO VALUE 'S'.
       77 WS-CONSENT-EOF PIC X VALUE 'N'.
           88 WS-CONSENT-FIN-ARCHIVO VALUE 'S'.
       77 WS-PROVEEDOR-VALIDO PIC X VALUE 'N'.
           88 PROVEEDOR-ES-VALIDO VALUE 'S'.
       77 WS-CUENTA-VALIDA PIC X VALUE 'N'.
           88 CUENTA-ES-VALIDA VALUE 'S'.
      *    Plazo del consentimiento en meses: si el cliente no dice
      *    otro, el maximo que permite la norma.
       77 WS-MESES-MAXIMO PIC 9(2) VALUE 12.
       77 WS-MESES PIC 9(2).
       77 WS-ANIO-EXPIRACION PIC 9(4).
       77 WS-MES-EXPIRACION PIC 9(2).
       77 WS-DIA-EXPIRACION PIC 9(2).
       77 WS-ALCANCE PIC X(1).
       77 WS-TOTAL-REVOCADOS PIC 9(3) VALUE 0.
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
            DISPLAY "------- FINANZAS ABIERTAS -------".

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

            DISPLAY "ACCION (PRV=DEFINIR PROVEEDOR, LIS=LISTAR "
                "PROVEEDORES,".
            DISPLAY "        OTO=OTORGAR CONSENTIMIENTO, "
                "REV=REVOCAR,".
            DISPLAY "        CON=CONSULTAR RUT): ".
            ACCEPT WS-ACCION.
            MOVE FUNCTION UPPER-CASE(WS-ACCION) TO WS-ACCION.

            IF NOT WS-ACCION-ES-VALIDA THEN
                DISPLAY "ACCION NO VALIDA"
                STOP RUN
            END-IF.

            IF WS-ACCION = "PRV" AND NOT OPERADOR-ES-SUPERVISOR THEN
                DISPLAY "ACCION RESERVADA A UN SUPERVISOR"
                STOP RUN
            END-IF.

            PERFORM ABRIR-PROVEEDORES-IO.

            EVALUATE WS-ACCION
                WHEN "PRV"
                    PERFORM DEFINIR-PROVEEDOR
                WHEN "LIS"
                    PERFORM LISTAR-PROVEEDORES
                WHEN "OTO"
                    PERFORM OTORGAR-CONSENTIMIENTO
                WHEN "REV"
                    PERFORM REVOCAR-CONSENTIMIENTO
                WHEN "CON"
                    PERFORM CONSULTAR-CONSENTIMIENTOS
            END-EVALUATE.

            CLOSE ARCHIVO-PROVEEDORES-DATOS.

            STOP RUN.

            ABRIR-PROVEEDORES-IO.
               OPEN I-O ARCHIVO-PROVEEDORES-DATOS
               IF WS-STATUS-PROVEEDORES = "35"
                   OPEN OUTPUT ARCHIVO-PROVEEDORES-DATOS
                   CLOSE ARCHIVO-PROVEEDORES-DATOS
                   OPEN I-O ARCHIVO-PROVEEDORES-DATOS
               END-IF.

            ABRIR-CONSENT-DATOS-IO.
               OPEN I-O ARCHIVO-CONSENT-DATOS
               IF WS-STATUS-CONSENT-DATOS = "35"
                   OPEN OUTPUT ARCHIVO-CONSENT-DATOS
                   CLOSE ARCHIVO-CONSENT-DATOS
                   OPEN I-O ARCHIVO-CONSENT-DATOS
               END-IF.

            DEFINIR-PROVEEDOR.
      *        Alta o modificacion de un proveedor inscrito. Darlo de
      *        baja (vigente N) corta sus extractos desde la noche
      *        siguiente sin tocar los consentimientos otorgados.
               DISPLAY "CODIGO DEL PROVEEDOR (6 CARACTERES): "
               ACCEPT WS-PROVEEDOR
               MOVE FUNCTION UPPER-CASE(WS-PROVEEDOR) TO WS-PROVEEDOR
               IF WS-PROVEEDOR = SPACES
                   DISPLAY "CODIGO DE PROVEEDOR INVALIDO"
               ELSE
                   MOVE WS-PROVEEDOR TO PRD-CODIGO
                   READ ARCHIVO-PROVEEDORES-DATOS
                       INVALID KEY
                           MOVE WS-PROVEEDOR TO PRD-CODIGO
                           MOVE WS-FECHA-HOY TO PRD-FECHA-ALTA
                           PERFORM CAPTURAR-PROVEEDOR
                           WRITE PROVEEDOR-DATOS
                           DISPLAY "PROVEEDOR INSCRITO"
                       NOT INVALID KEY
                           PERFORM CAPTURAR-PROVEEDOR
                           REWRITE PROVEEDOR-DATOS
                           DISPLAY "PROVEEDOR ACTUALIZADO"
                   END-READ
                   MOVE SPACES TO WS-DETALLE-AUDIT
                   STRING
                       "VIG=" DELIMITED BY SIZE
                       PRD-VIGENTE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PRD-NOMBRE DELIMITED BY SIZE
                       INTO WS-DETALLE-AUDIT
                   END-STRING
                   MOVE "PROVEEDOR" TO WS-ACCION-AUDIT
                   MOVE WS-PROVEEDOR TO WS-OBJETO-AUDIT
                   PERFORM GRABAR-AUDITORIA
               END-IF.

            CAPTURAR-PROVEEDOR.
               DISPLAY "NOMBRE DEL PROVEEDOR: "
               ACCEPT PRD-NOMBRE
               MOVE FUNCTION UPPER-CASE(PRD-NOMBRE) TO PRD-NOMBRE
               DISPLAY "PROVEEDOR VIGENTE? (S/N): "
               ACCEPT PRD-VIGENTE
               MOVE FUNCTION UPPER-CASE(PRD-VIGENTE) TO PRD-VIGENTE
               IF PRD-VIGENTE NOT = 'N'
                   MOVE 'S' TO PRD-VIGENTE
               END-IF.

            LISTAR-PROVEEDORES.
               MOVE 'N' TO WS-PROVEEDORES-EOF
               MOVE LOW-VALUES TO PRD-CODIGO
               START ARCHIVO-PROVEEDORES-DATOS
                   KEY IS NOT LESS THAN PRD-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WS-PROVEEDORES-EOF
               END-START
               DISPLAY "CODIGO VIG ALTA     NOMBRE"
               PERFORM UNTIL WS-PROVEEDORES-FIN-ARCHIVO
                   READ ARCHIVO-PROVEEDORES-DATOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-PROVEEDORES-EOF
                   END-READ
                   IF NOT WS-PROVEEDORES-FIN-ARCHIVO
                       DISPLAY
                           PRD-CODIGO " " PRD-VIGENTE "   "
                           PRD-FECHA-ALTA " " PRD-NOMBRE
                   END-IF
               END-PERFORM.

            PEDIR-RUT-Y-PROVEEDOR.
               DISPLAY "RUT DEL CLIENTE: "
               ACCEPT WS-RUT
               MOVE FUNCTION UPPER-CASE(WS-RUT) TO WS-RUT
               DISPLAY "CODIGO DEL PROVEEDOR: "
               ACCEPT WS-PROVEEDOR
               MOVE FUNCTION UPPER-CASE(WS-PROVEEDOR) TO WS-PROVEEDOR.

            VALIDAR-PROVEEDOR.
               MOVE 'N' TO WS-PROVEEDOR-VALIDO
               MOVE WS-PROVEEDOR TO PRD-CODIGO
               READ ARCHIVO-PROVEEDORES-DATOS
                   INVALID KEY
                       DISPLAY "PROVEEDOR NO INSCRITO"
                   NOT INVALID KEY
                       IF PRD-ESTA-VIGENTE
                           MOVE 'S' TO WS-PROVEEDOR-VALIDO
                       ELSE
                           DISPLAY "PROVEEDOR DADO DE BAJA"
                       END-IF
               END-READ.

            VALIDAR-CUENTA-CLIENTE.
      *        La cuenta consentida debe ser del RUT y estar activa;
      *        una preapertura todavia no tiene datos que compartir.
               MOVE 'N' TO WS-CUENTA-VALIDA
               OPEN INPUT ARCHIVO-CUENTAS
               IF WS-STATUS-CUENTAS = "35"
                   DISPLAY "NO EXISTE ARCHIVO DE CUENTAS"
               ELSE
                   MOVE WS-RUT TO RUT
                   MOVE WS-NUM-CUENTA TO NUM-CUENTA
                   READ ARCHIVO-CUENTAS
                       INVALID KEY
                           DISPLAY "LA CUENTA NO ES DEL RUT"
                       NOT INVALID KEY
                           IF CUENTA-PREABIERTA
                               DISPLAY "LA CUENTA NO ESTA ACTIVADA"
                           ELSE
                               MOVE 'S' TO WS-CUENTA-VALIDA
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

            OTORGAR-CONSENTIMIENTO.
      *        Un consentimiento por RUT, proveedor y cuenta. Otorgar
      *        sobre uno revocado o expirado lo renueva con los
      *        alcances y el plazo nuevos; lo ya entregado no se
      *        vuelve a enviar.
               PERFORM PEDIR-RUT-Y-PROVEEDOR
               PERFORM VALIDAR-PROVEEDOR
               IF PROVEEDOR-ES-VALIDO
                   DISPLAY "NUMERO DE CUENTA A COMPARTIR: "
                   ACCEPT WS-NUM-CUENTA
                   PERFORM VALIDAR-CUENTA-CLIENTE
               END-IF
               IF PROVEEDOR-ES-VALIDO AND CUENTA-ES-VALIDA
                   PERFORM ABRIR-CONSENT-DATOS-IO
                   MOVE WS-RUT TO CSD-RUT
                   MOVE WS-PROVEEDOR TO CSD-PROVEEDOR
                   MOVE WS-NUM-CUENTA TO CSD-NUM-CUENTA
                   READ ARCHIVO-CONSENT-DATOS
                       INVALID KEY
                           MOVE WS-RUT TO CSD-RUT
                           MOVE WS-PROVEEDOR TO CSD-PROVEEDOR
                           MOVE WS-NUM-CUENTA TO CSD-NUM-CUENTA
                           MOVE 0 TO CSD-ULTIMA-SECUENCIA
                           MOVE 0 TO CSD-FECHA-ULTIMA-ENTREGA
                           PERFORM CAPTURAR-CONSENTIMIENTO
                           WRITE CONSENTIMIENTO-DATOS
                       NOT INVALID KEY
                           PERFORM CAPTURAR-CONSENTIMIENTO
                           REWRITE CONSENTIMIENTO-DATOS
                   END-READ
                   CLOSE ARCHIVO-CONSENT-DATOS
                   DISPLAY "CONSENTIMIENTO VIGENTE HASTA "
                       CSD-FECHA-EXPIRACION
                   MOVE SPACES TO WS-DETALLE-AUDIT
                   STRING
                       WS-PROVEEDOR DELIMITED BY SIZE
                       " CTA " DELIMITED BY SIZE
                       WS-NUM-CUENTA DELIMITED BY SIZE
                       " S" DELIMITED BY SIZE
                       CSD-ALCANCE-SALDOS DELIMITED BY SIZE
                       " M" DELIMITED BY SIZE
                       CSD-ALCANCE-MOVIMIENTOS DELIMITED BY SIZE
                       " P" DELIMITED BY SIZE
                       CSD-ALCANCE-PRESTAMOS DELIMITED BY SIZE
                       " EXP " DELIMITED BY SIZE
                       CSD-FECHA-EXPIRACION DELIMITED BY SIZE
                       INTO WS-DETALLE-AUDIT
                   END-STRING
                   MOVE "OTORGA-FA" TO WS-ACCION-AUDIT
                   MOVE WS-RUT TO WS-OBJETO-AUDIT
                   PERFORM GRABAR-AUDITORIA
               END-IF.

            CAPTURAR-CONSENTIMIENTO.
               DISPLAY "COMPARTE SALDOS? (S/N): "
               PERFORM PEDIR-ALCANCE
               MOVE WS-ALCANCE TO CSD-ALCANCE-SALDOS
               DISPLAY "COMPARTE MOVIMIENTOS? (S/N): "
               PERFORM PEDIR-ALCANCE
               MOVE WS-ALCANCE TO CSD-ALCANCE-MOVIMIENTOS
               DISPLAY "COMPARTE PRESTAMOS? (S/N): "
               PERFORM PEDIR-ALCANCE
               MOVE WS-ALCANCE TO CSD-ALCANCE-PRESTAMOS
               IF NOT CSD-INCLUYE-SALDOS
                  AND NOT CSD-INCLUYE-MOVIMIENTOS
                  AND NOT CSD-INCLUYE-PRESTAMOS
                   DISPLAY "SIN ALCANCE ELEGIDO: SE COMPARTEN SALDOS"
                   MOVE 'S' TO CSD-ALCANCE-SALDOS
               END-IF
               DISPLAY "MESES DE VIGENCIA (01-" WS-MESES-MAXIMO "): "
               ACCEPT WS-MESES
               IF WS-MESES NOT NUMERIC OR WS-MESES = 0
                  OR WS-MESES > WS-MESES-MAXIMO
                   MOVE WS-MESES-MAXIMO TO WS-MESES
               END-IF
               PERFORM CALCULAR-EXPIRACION
               MOVE WS-FECHA-HOY TO CSD-FECHA-OTORGAMIENTO
               MOVE "VIG" TO CSD-ESTADO
               MOVE 0 TO CSD-FECHA-REVOCACION
               MOVE "EJE" TO CSD-ORIGEN
               MOVE WS-OPERADOR-RUT TO CSD-USUARIO.

            PEDIR-ALCANCE.
               MOVE SPACE TO WS-ALCANCE
               ACCEPT WS-ALCANCE
               MOVE FUNCTION UPPER-CASE(WS-ALCANCE) TO WS-ALCANCE
               IF WS-ALCANCE NOT = 'S'
                   MOVE 'N' TO WS-ALCANCE
               END-IF.

            CALCULAR-EXPIRACION.
      *        Mismo dia WS-MESES meses despues; los dias 29 a 31
      *        vencen el 28 para no caer en una fecha inexistente.
               MOVE WS-ANIO-FORMATEADO TO WS-ANIO-EXPIRACION
               COMPUTE WS-MES-EXPIRACION =
                   WS-MES-FORMATEADO + WS-MESES
               IF WS-MES-EXPIRACION > 12
                   SUBTRACT 12 FROM WS-MES-EXPIRACION
                   ADD 1 TO WS-ANIO-EXPIRACION
               END-IF
               MOVE WS-DIA-FORMATEADO TO WS-DIA-EXPIRACION
               IF WS-DIA-EXPIRACION > 28
                   MOVE 28 TO WS-DIA-EXPIRACION
               END-IF
               COMPUTE CSD-FECHA-EXPIRACION =
                   (WS-ANIO-EXPIRACION * 10000)
                   + (WS-MES-EXPIRACION * 100)
                   + WS-DIA-EXPIRACION.

            REVOCAR-CONSENTIMIENTO.
      *        Revoca los consentimientos vigentes del RUT con el
      *        proveedor: los de una cuenta, o los de todas si la
      *        cuenta se deja en cero. El proveedor no recibe nada
      *        mas desde la noche siguiente.
               PERFORM PEDIR-RUT-Y-PROVEEDOR
               DISPLAY "NUMERO DE CUENTA (0 = TODAS): "
               ACCEPT WS-NUM-CUENTA
               IF WS-NUM-CUENTA NOT NUMERIC
                   MOVE 0 TO WS-NUM-CUENTA
               END-IF
               MOVE 0 TO WS-TOTAL-REVOCADOS
               PERFORM ABRIR-CONSENT-DATOS-IO
               MOVE WS-RUT TO CSD-RUT
               MOVE WS-PROVEEDOR TO CSD-PROVEEDOR
               MOVE 0 TO CSD-NUM-CUENTA
               MOVE 'N' TO WS-CONSENT-EOF
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
                       IF CSD-RUT NOT = WS-RUT
                          OR CSD-PROVEEDOR NOT = WS-PROVEEDOR
                           MOVE 'S' TO WS-CONSENT-EOF
                       ELSE
                           IF CSD-ESTA-VIGENTE
                              AND (WS-NUM-CUENTA = 0
                                   OR CSD-NUM-CUENTA = WS-NUM-CUENTA)
                               MOVE "REV" TO CSD-ESTADO
                               MOVE WS-FECHA-HOY
                                   TO CSD-FECHA-REVOCACION
                               MOVE "EJE" TO CSD-ORIGEN
                               MOVE WS-OPERADOR-RUT TO CSD-USUARIO
                               REWRITE CONSENTIMIENTO-DATOS
                               ADD 1 TO WS-TOTAL-REVOCADOS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARCHIVO-CONSENT-DATOS
               IF WS-TOTAL-REVOCADOS = 0
                   DISPLAY "NO HAY CONSENTIMIENTOS VIGENTES QUE "
                       "REVOCAR"
               ELSE
                   DISPLAY "CONSENTIMIENTOS REVOCADOS: "
                       WS-TOTAL-REVOCADOS
                   MOVE SPACES TO WS-DETALLE-AUDIT
                   STRING
                       WS-PROVEEDOR DELIMITED BY SIZE
                       " CTA " DELIMITED BY SIZE
                       WS-NUM-CUENTA DELIMITED BY SIZE
                       " REVOCADOS " DELIMITED BY SIZE
                       WS-TOTAL-REVOCADOS DELIMITED BY SIZE
                       INTO WS-DETALLE-AUDIT
                   END-STRING
                   MOVE "REVOCA-FA" TO WS-ACCION-AUDIT
                   MOVE WS-RUT TO WS-OBJETO-AUDIT
                   PERFORM GRABAR-AUDITORIA
               END-IF.

            CONSULTAR-CONSENTIMIENTOS.
               DISPLAY "RUT DEL CLIENTE: "
               ACCEPT WS-RUT
               MOVE FUNCTION UPPER-CASE(WS-RUT) TO WS-RUT
               OPEN INPUT ARCHIVO-CONSENT-DATOS
               IF WS-STATUS-CONSENT-DATOS = "35"
                   DISPLAY "EL CLIENTE NO TIENE CONSENTIMIENTOS"
               ELSE
                   DISPLAY "PROVEE CTA S M P EST OTORGADO EXPIRA   "
                       "ULT.ENTREGA ORIGEN"
                   MOVE WS-RUT TO CSD-RUT
                   MOVE LOW-VALUES TO CSD-PROVEEDOR
                   MOVE 0 TO CSD-NUM-CUENTA
                   MOVE 'N' TO WS-CONSENT-EOF
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
                           IF CSD-RUT NOT = WS-RUT
                               MOVE 'S' TO WS-CONSENT-EOF
                           ELSE
                               DISPLAY
                                   CSD-PROVEEDOR " " CSD-NUM-CUENTA " "
                                   CSD-ALCANCE-SALDOS " "
                                   CSD-ALCANCE-MOVIMIENTOS " "
                                   CSD-ALCANCE-PRESTAMOS " "
                                   CSD-ESTADO " "
                                   CSD-FECHA-OTORGAMIENTO " "
                                   CSD-FECHA-EXPIRACION " "
                                   CSD-FECHA-ULTIMA-ENTREGA "    "
                                   CSD-ORIGEN
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-CONSENT-DATOS
               END-IF.

            GRABAR-AUDITORIA.
               OPEN EXTEND ARCHIVO-AUDITORIA
               MOVE SPACES TO REGISTRO-AUDITORIA-ADMIN
               MOVE WS-FECHAYHORA-FORMATEADA TO ADM-FECHAYHORA
               MOVE WS-OPERADOR-RUT TO ADM-EJECUTIVO-RUT
               MOVE "MANT-FINANZAS" TO ADM-PROGRAMA
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
       END PROGRAM MANTENCION-FINANZAS-ABIERTAS.
