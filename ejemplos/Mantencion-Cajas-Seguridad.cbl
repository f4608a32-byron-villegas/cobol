      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Registro de cajas de seguridad (cajas_seguridad.txt)
      *          para uso del ejecutivo de sucursal: alta de cajas por
      *          sucursal y tamano, arriendo a un titular con la
      *          cuenta donde se carga el arriendo anual y hasta dos
      *          cotitulares, registro de cada apertura en el libro de
      *          accesos (accesos_cajas.txt) con el operador y la
      *          hora, acceso de los herederos cuando el titular
      *          fallecio, termino del arriendo y, para un supervisor,
      *          la perforacion e inventario de una caja impaga. Los
      *          cambios quedan en la bitacora administrativa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENCION-CAJAS-SEGURIDAD.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Arriendo, accesos y perforacion de cajas de seguridad.

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
           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CLIENTES.
           SELECT ARCHIVO-CAJAS ASSIGN TO "cajas_seguridad.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CAJAS.
           SELECT ARCHIVO-CXC
               ASSIGN TO "comisiones_por_cobrar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CXC.
           SELECT ARCHIVO-BENEFICIARIOS
               ASSIGN TO "beneficiarios.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-BENEFICIARIOS.
           SELECT OPTIONAL ARCHIVO-ACCESOS
               ASSIGN TO "accesos_cajas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ACCESOS.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-CAJAS.
           COPY "CAJA-SEGURIDAD.CPY".
       FD ARCHIVO-CXC.
           COPY "COMISION-PENDIENTE.CPY".
       FD ARCHIVO-BENEFICIARIOS.
           COPY "BENEFICIARIO.CPY".
       FD ARCHIVO-ACCESOS.
           COPY "ACCESO-CAJA.CPY".
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
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-STATUS-CAJAS PIC X(2) VALUE "00".
       77 WS-STATUS-CXC PIC X(2) VALUE "00".
       77 WS-STATUS-BENEFICIARIOS PIC X(2) VALUE "00".
       77 WS-STATUS-ACCESOS PIC X(2) VALUE "00".
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA
               VALUE "ALT" "ARR" "COT" "ACC" "HER" "LIB" "PER" "CON".
       77 WS-SUCURSAL PIC X(4).
       77 WS-NUMERO PIC 9(4).
       77 WS-CAJA-EXISTE PIC X VALUE 'N'.
           88 CAJA-EXISTE VALUE 'S'.
       77 WS-RUT-PERSONA PIC X(10).
       77 WS-NUM-CUENTA PIC 9(3).
       77 WS-COTITULAR PIC X(10).
       77 WS-CALIDAD PIC X(3).
       77 WS-CLIENTE-VIGENTE PIC X VALUE 'N'.
           88 CLIENTE-ES-VIGENTE VALUE 'S'.
       77 WS-CUENTA-VALIDA PIC X VALUE 'N'.
           88 CUENTA-ES-VALIDA VALUE 'S'.
       77 WS-ES-BENEFICIARIO PIC X VALUE 'N'.
           88 HEREDERO-ES-BENEFICIARIO VALUE 'S'.
       77 WS-BENEFICIARIOS-EOF PIC X VALUE 'N'.
           88 WS-BENEFICIARIOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-ACCESOS-EOF PIC X VALUE 'N'.
           88 WS-ACCESOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-CAJA-CON-DEUDA PIC X VALUE 'N'.
           88 CAJA-TIENE-DEUDA VALUE 'S'.
       77 WS-RESPUESTA PIC XX.
           88 WS-RESPUESTA-SI VALUE "SI".
       77 WS-DETALLE-ACCESO PIC X(60).
       77 WS-LINEAS-INVENTARIO PIC 9(3) VALUE 0.
       77 WS-FIN-INVENTARIO PIC X VALUE 'N'.
           88 INVENTARIO-TERMINADO VALUE 'S'.
       77 WS-FORMATO-MONEDA PIC -(8)9.
       77 WS-DETALLE-AUDIT PIC X(40).
       77 WS-OBJETO-AUDIT PIC X(20).
       77 WS-ACCION-AUDIT PIC X(10).
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
            DISPLAY "-------- CAJAS DE SEGURIDAD --------".

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
                "ACCION (ALT=ALTA, ARR=ARRENDAR, COT=COTITULARES, "
                "ACC=ACCESO,".
            DISPLAY
                "  HER=ACCESO DE HEREDEROS, LIB=TERMINAR ARRIENDO, "
                "PER=PERFORAR,".
            DISPLAY "  CON=CONSULTAR): ".
            ACCEPT WS-ACCION.
            MOVE FUNCTION UPPER-CASE(WS-ACCION) TO WS-ACCION.

            IF NOT WS-ACCION-ES-VALIDA THEN
                DISPLAY "ACCION NO VALIDA"
                STOP RUN
            END-IF.

            IF (WS-ACCION = "ALT" OR WS-ACCION = "PER")
               AND NOT OPERADOR-ES-SUPERVISOR THEN
                DISPLAY "ACCION RESERVADA A UN SUPERVISOR"
                STOP RUN
            END-IF.

            DISPLAY "SUCURSAL: ".
            ACCEPT WS-SUCURSAL.
            MOVE FUNCTION UPPER-CASE(WS-SUCURSAL) TO WS-SUCURSAL.
            DISPLAY "NUMERO DE CAJA: ".
            ACCEPT WS-NUMERO.

            MOVE SPACES TO WS-OBJETO-AUDIT.
            STRING "CAJA " WS-SUCURSAL "-" WS-NUMERO
                DELIMITED BY SIZE INTO WS-OBJETO-AUDIT
            END-STRING.

            PERFORM ABRIR-CAJAS-IO.

            IF WS-ACCION = "ALT" THEN
                PERFORM ALTA-CAJA
            ELSE
                PERFORM LEER-CAJA
                IF CAJA-EXISTE THEN
                    EVALUATE WS-ACCION
                        WHEN "ARR"
                            PERFORM ARRENDAR-CAJA
                        WHEN "COT"
                            PERFORM CAMBIAR-COTITULARES
                        WHEN "ACC"
                            PERFORM REGISTRAR-ACCESO
                        WHEN "HER"
                            PERFORM ACCESO-HEREDERO
                        WHEN "LIB"
                            PERFORM TERMINAR-ARRIENDO
                        WHEN "PER"
                            PERFORM PERFORAR-CAJA
                        WHEN "CON"
                            PERFORM CONSULTAR-CAJA
                    END-EVALUATE
                END-IF
            END-IF.

            CLOSE ARCHIVO-CAJAS.

            STOP RUN.

            ABRIR-CAJAS-IO.
               OPEN I-O ARCHIVO-CAJAS
               IF WS-STATUS-CAJAS = "35"
                   OPEN OUTPUT ARCHIVO-CAJAS
                   CLOSE ARCHIVO-CAJAS
                   OPEN I-O ARCHIVO-CAJAS
               END-IF.

            LEER-CAJA.
               MOVE 'N' TO WS-CAJA-EXISTE
               MOVE WS-SUCURSAL TO CSG-SUCURSAL
               MOVE WS-NUMERO TO CSG-NUMERO
               READ ARCHIVO-CAJAS
                   INVALID KEY
                       DISPLAY "LA CAJA NO EXISTE EN EL REGISTRO"
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CAJA-EXISTE
               END-READ.

            ALTA-CAJA.
               MOVE SPACES TO CAJA-SEGURIDAD
               MOVE WS-SUCURSAL TO CSG-SUCURSAL
               MOVE WS-NUMERO TO CSG-NUMERO
               DISPLAY "TAMANO (P=PEQUENA, M=MEDIANA, G=GRANDE): "
               ACCEPT CSG-TAMANO
               MOVE FUNCTION UPPER-CASE(CSG-TAMANO) TO CSG-TAMANO
               IF NOT CSG-TAMANO-ES-VALIDO
                   DISPLAY "TAMANO NO VALIDO"
               ELSE
                   MOVE "DIS" TO CSG-ESTADO
                   PERFORM LIMPIAR-ARRIENDO
                   WRITE CAJA-SEGURIDAD
                       INVALID KEY
                           DISPLAY "LA CAJA YA EXISTE EN EL REGISTRO"
                       NOT INVALID KEY
                           DISPLAY "CAJA REGISTRADA DISPONIBLE"
                           MOVE "ALTA-CAJA" TO WS-ACCION-AUDIT
                           MOVE SPACES TO WS-DETALLE-AUDIT
                           STRING "TAMANO " CSG-TAMANO
                               DELIMITED BY SIZE INTO WS-DETALLE-AUDIT
                           END-STRING
                           PERFORM GRABAR-AUDITORIA
                   END-WRITE
               END-IF.

            LIMPIAR-ARRIENDO.
      *        Deja la caja sin arrendatario; el estado lo fija quien
      *        llama.
               MOVE SPACES TO CSG-RUT-TITULAR
               MOVE 0 TO CSG-NUM-CUENTA
               MOVE SPACES TO CSG-RUT-COTITULAR-1
               MOVE SPACES TO CSG-RUT-COTITULAR-2
               MOVE 0 TO CSG-FECHA-INICIO
               MOVE 0 TO CSG-FECHA-PROX-COBRO
               MOVE 0 TO CSG-FECHA-IMPAGO
               MOVE 0 TO CSG-FECHA-DEVENGO-CXC
               MOVE 0 TO CSG-MONTO-ADEUDADO
               MOVE 'N' TO CSG-TITULAR-FALLECIDO.

            ARRENDAR-CAJA.
      *        El primer arriendo anual lo carga el proximo proceso
      *        de cobro, que encuentra la fecha de cobro ya vencida.
               IF NOT CSG-ESTA-DISPONIBLE
                   DISPLAY "LA CAJA NO ESTA DISPONIBLE: " CSG-ESTADO
               ELSE
                   DISPLAY "RUT DEL TITULAR: "
                   ACCEPT WS-RUT-PERSONA
                   MOVE FUNCTION UPPER-CASE(WS-RUT-PERSONA)
                       TO WS-RUT-PERSONA
                   PERFORM VERIFICAR-CLIENTE-VIGENTE
                   IF CLIENTE-ES-VIGENTE
                       DISPLAY "CUENTA DE CARGO DEL ARRIENDO: "
                       ACCEPT WS-NUM-CUENTA
                       PERFORM VERIFICAR-CUENTA-CARGO
                   END-IF
                   IF CLIENTE-ES-VIGENTE AND CUENTA-ES-VALIDA
                       MOVE WS-RUT-PERSONA TO CSG-RUT-TITULAR
                       MOVE WS-NUM-CUENTA TO CSG-NUM-CUENTA
                       PERFORM PEDIR-COTITULARES
                       MOVE "ARR" TO CSG-ESTADO
                       MOVE WS-FECHA-HOY TO CSG-FECHA-INICIO
                       MOVE WS-FECHA-HOY TO CSG-FECHA-PROX-COBRO
                       MOVE 0 TO CSG-FECHA-IMPAGO
                       MOVE 0 TO CSG-FECHA-DEVENGO-CXC
                       MOVE 0 TO CSG-MONTO-ADEUDADO
                       MOVE 'N' TO CSG-TITULAR-FALLECIDO
                       MOVE 0 TO CSG-FECHA-PERFORACION
                       REWRITE CAJA-SEGURIDAD
                       DISPLAY "CAJA ARRENDADA A " CSG-RUT-TITULAR
                       MOVE "ARRIENDA" TO WS-ACCION-AUDIT
                       MOVE SPACES TO WS-DETALLE-AUDIT
                       STRING CSG-RUT-TITULAR " CTA " CSG-NUM-CUENTA
                           " " CSG-RUT-COTITULAR-1
                           " " CSG-RUT-COTITULAR-2
                           DELIMITED BY SIZE INTO WS-DETALLE-AUDIT
                       END-STRING
                       PERFORM GRABAR-AUDITORIA
                   END-IF
               END-IF.

            CAMBIAR-COTITULARES.
               EVALUATE TRUE
                   WHEN NOT CSG-ESTA-ARRENDADA
                       DISPLAY "LA CAJA NO ESTA ARRENDADA"
                   WHEN CSG-TITULAR-HA-FALLECIDO
                       DISPLAY
                           "TITULAR FALLECIDO: LA CAJA SOLO LA "
                           "ABREN LOS HEREDEROS"
                   WHEN OTHER
                       PERFORM PEDIR-COTITULARES
                       REWRITE CAJA-SEGURIDAD
                       DISPLAY "COTITULARES ACTUALIZADOS"
                       MOVE "COTITULAR" TO WS-ACCION-AUDIT
                       MOVE SPACES TO WS-DETALLE-AUDIT
                       STRING CSG-RUT-COTITULAR-1
                           " " CSG-RUT-COTITULAR-2
                           DELIMITED BY SIZE INTO WS-DETALLE-AUDIT
                       END-STRING
                       PERFORM GRABAR-AUDITORIA
               END-EVALUATE.

            PEDIR-COTITULARES.
      *        Hasta dos cotitulares, cada uno cliente vigente y
      *        distinto del titular; en blanco deja el puesto libre.
               DISPLAY "RUT DEL COTITULAR 1 (EN BLANCO = NINGUNO): "
               ACCEPT WS-COTITULAR
               PERFORM VALIDAR-COTITULAR
               MOVE WS-COTITULAR TO CSG-RUT-COTITULAR-1
               DISPLAY "RUT DEL COTITULAR 2 (EN BLANCO = NINGUNO): "
               ACCEPT WS-COTITULAR
               PERFORM VALIDAR-COTITULAR
               IF WS-COTITULAR = CSG-RUT-COTITULAR-1
                   MOVE SPACES TO WS-COTITULAR
               END-IF
               MOVE WS-COTITULAR TO CSG-RUT-COTITULAR-2.

            VALIDAR-COTITULAR.
               MOVE FUNCTION UPPER-CASE(WS-COTITULAR) TO WS-COTITULAR
               IF WS-COTITULAR NOT = SPACES
                   IF WS-COTITULAR = CSG-RUT-TITULAR
                       DISPLAY "EL COTITULAR NO PUEDE SER EL TITULAR"
                       MOVE SPACES TO WS-COTITULAR
                   ELSE
                       MOVE WS-COTITULAR TO WS-RUT-PERSONA
                       PERFORM VERIFICAR-CLIENTE-VIGENTE
                       IF NOT CLIENTE-ES-VIGENTE
                           DISPLAY "COTITULAR NO REGISTRADO"
                           MOVE SPACES TO WS-COTITULAR
                       END-IF
                   END-IF
               END-IF.

            VERIFICAR-CLIENTE-VIGENTE.
               MOVE 'N' TO WS-CLIENTE-VIGENTE
               OPEN INPUT ARCHIVO-CLIENTES
               IF WS-STATUS-CLIENTES = "35"
                   DISPLAY "NO EXISTE MAESTRO DE CLIENTES"
               ELSE
                   MOVE WS-RUT-PERSONA TO CLI-RUT
                   READ ARCHIVO-CLIENTES
                       INVALID KEY
                           DISPLAY "EL RUT NO ES CLIENTE DEL BANCO"
                       NOT INVALID KEY
                           IF CLIENTE-FALLECIDO
                               DISPLAY "EL RUT FIGURA FALLECIDO"
                           ELSE
                               MOVE 'S' TO WS-CLIENTE-VIGENTE
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF.

            VERIFICAR-CUENTA-CARGO.
      *        El arriendo se carga en pesos a una cuenta propia del
      *        titular que no este bloqueada.
               MOVE 'N' TO WS-CUENTA-VALIDA
               OPEN INPUT ARCHIVO-CUENTAS
               MOVE WS-RUT-PERSONA TO RUT
               MOVE WS-NUM-CUENTA TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       DISPLAY "LA CUENTA NO ES DEL TITULAR"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CUENTA-ESTA-BLOQUEADA
                               DISPLAY "LA CUENTA ESTA BLOQUEADA"
                           WHEN NOT MONEDA-ES-CLP
                               DISPLAY
                                   "EL ARRIENDO SE CARGA A UNA "
                                   "CUENTA EN PESOS"
                           WHEN OTHER
                               MOVE 'S' TO WS-CUENTA-VALIDA
                       END-EVALUATE
               END-READ
               CLOSE ARCHIVO-CUENTAS.

            REGISTRAR-ACCESO.
               EVALUATE TRUE
                   WHEN CSG-ESTA-EN-PERFORACION
                       DISPLAY
                           "CAJA EN PERFORACION POR ARRIENDO "
                           "IMPAGO: ACCESO SUSPENDIDO"
                   WHEN NOT CSG-ESTA-ARRENDADA
                       DISPLAY "LA CAJA NO ESTA ARRENDADA"
                   WHEN CSG-TITULAR-HA-FALLECIDO
                       DISPLAY
                           "TITULAR FALLECIDO: LA CAJA SOLO LA "
                           "ABREN LOS HEREDEROS (HER)"
                   WHEN OTHER
                       PERFORM IDENTIFICAR-ARRENDATARIO
               END-EVALUATE.

            IDENTIFICAR-ARRENDATARIO.
               DISPLAY "RUT DE QUIEN ABRE LA CAJA: "
               ACCEPT WS-RUT-PERSONA
               MOVE FUNCTION UPPER-CASE(WS-RUT-PERSONA)
                   TO WS-RUT-PERSONA
               EVALUATE WS-RUT-PERSONA
                   WHEN SPACES
                       MOVE SPACES TO WS-CALIDAD
                   WHEN CSG-RUT-TITULAR
                       MOVE "TIT" TO WS-CALIDAD
                   WHEN CSG-RUT-COTITULAR-1
                   WHEN CSG-RUT-COTITULAR-2
                       MOVE "COT" TO WS-CALIDAD
                   WHEN OTHER
                       MOVE SPACES TO WS-CALIDAD
               END-EVALUATE
               IF WS-CALIDAD = SPACES
                   DISPLAY
                       "EL RUT NO ES TITULAR NI COTITULAR DE LA "
                       "CAJA: ACCESO DENEGADO"
               ELSE
                   PERFORM CONFIRMAR-IDENTIDAD
                   IF WS-RESPUESTA-SI
                       IF CSG-FECHA-IMPAGO > 0
                           MOVE CSG-MONTO-ADEUDADO
                               TO WS-FORMATO-MONEDA
                           DISPLAY
                               "AVISO: ARRIENDO IMPAGO DESDE "
                               CSG-FECHA-IMPAGO " POR "
                               WS-FORMATO-MONEDA
                       END-IF
                       MOVE "APERTURA" TO WS-DETALLE-ACCESO
                       PERFORM GRABAR-ACCESO
                       DISPLAY "ACCESO REGISTRADO"
                   END-IF
               END-IF.

            CONFIRMAR-IDENTIDAD.
               DISPLAY "VERIFICO LA CEDULA DE IDENTIDAD? SI O NO"
               ACCEPT WS-RESPUESTA
               MOVE FUNCTION UPPER-CASE(WS-RESPUESTA) TO WS-RESPUESTA
               IF NOT WS-RESPUESTA-SI
                   DISPLAY "SIN VERIFICACION NO HAY ACCESO"
               END-IF.

            ACCESO-HEREDERO.
      *        Con el titular fallecido la caja se abre solo ante un
      *        beneficiario designado por el titular o un heredero
      *        que acredite la posesion efectiva o la resolucion
      *        judicial; si retira todo, el arriendo termina.
               IF NOT CSG-TITULAR-HA-FALLECIDO
                  OR CSG-ESTA-DISPONIBLE OR CSG-FUE-PERFORADA
                   DISPLAY "LA CAJA NO ESTA A NOMBRE DE UN FALLECIDO"
               ELSE
                   DISPLAY "RUT DEL HEREDERO: "
                   ACCEPT WS-RUT-PERSONA
                   MOVE FUNCTION UPPER-CASE(WS-RUT-PERSONA)
                       TO WS-RUT-PERSONA
                   PERFORM BUSCAR-BENEFICIARIO
                   IF HEREDERO-ES-BENEFICIARIO
                       DISPLAY "BENEFICIARIO DESIGNADO POR EL TITULAR"
                       MOVE "SI" TO WS-RESPUESTA
                   ELSE
                       DISPLAY
                           "PRESENTA POSESION EFECTIVA O RESOLUCION "
                           "JUDICIAL? SI O NO"
                       ACCEPT WS-RESPUESTA
                       MOVE FUNCTION UPPER-CASE(WS-RESPUESTA)
                           TO WS-RESPUESTA
                   END-IF
                   IF NOT WS-RESPUESTA-SI
                       DISPLAY "SIN ACREDITAR HERENCIA NO HAY ACCESO"
                   ELSE
                       PERFORM CONFIRMAR-IDENTIDAD
                   END-IF
                   IF WS-RESPUESTA-SI
                       MOVE "HER" TO WS-CALIDAD
                       MOVE "APERTURA POR HEREDERO" TO WS-DETALLE-ACCESO
                       PERFORM GRABAR-ACCESO
                       DISPLAY "ACCESO DE HEREDERO REGISTRADO"
                       PERFORM RETIRO-TOTAL-HEREDERO
                   END-IF
               END-IF.

            RETIRO-TOTAL-HEREDERO.
               DISPLAY "RETIRO TODO EL CONTENIDO? SI O NO"
               ACCEPT WS-RESPUESTA
               MOVE FUNCTION UPPER-CASE(WS-RESPUESTA) TO WS-RESPUESTA
               IF WS-RESPUESTA-SI
                   MOVE "RETIRO TOTAL, TERMINA EL ARRIENDO"
                       TO WS-DETALLE-ACCESO
                   PERFORM GRABAR-ACCESO
                   MOVE "HEREDERO" TO WS-ACCION-AUDIT
                   MOVE SPACES TO WS-DETALLE-AUDIT
                   STRING "RETIRO TOTAL " WS-RUT-PERSONA
                       " TITULAR " CSG-RUT-TITULAR
                       DELIMITED BY SIZE INTO WS-DETALLE-AUDIT
                   END-STRING
                   MOVE "DIS" TO CSG-ESTADO
                   PERFORM LIMPIAR-ARRIENDO
                   REWRITE CAJA-SEGURIDAD
                   DISPLAY "CAJA LIBERADA"
                   PERFORM GRABAR-AUDITORIA
               END-IF.

            BUSCAR-BENEFICIARIO.
               MOVE 'N' TO WS-ES-BENEFICIARIO
               MOVE 'N' TO WS-BENEFICIARIOS-EOF
               OPEN INPUT ARCHIVO-BENEFICIARIOS
               IF WS-STATUS-BENEFICIARIOS = "35"
                   MOVE 'S' TO WS-BENEFICIARIOS-EOF
               ELSE
                   MOVE CSG-RUT-TITULAR TO BEN-RUT-TITULAR
                   MOVE 0 TO BEN-NUMERO
                   START ARCHIVO-BENEFICIARIOS
                       KEY IS NOT LESS THAN BEN-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-BENEFICIARIOS-EOF
                   END-START
                   PERFORM UNTIL WS-BENEFICIARIOS-FIN-ARCHIVO
                       READ ARCHIVO-BENEFICIARIOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-BENEFICIARIOS-EOF
                       END-READ
                       IF NOT WS-BENEFICIARIOS-FIN-ARCHIVO
                           IF BEN-RUT-TITULAR NOT = CSG-RUT-TITULAR
                               MOVE 'S' TO WS-BENEFICIARIOS-EOF
                           ELSE
                               IF BEN-RUT-BENEFICIARIO = WS-RUT-PERSONA
                                   MOVE 'S' TO WS-ES-BENEFICIARIO
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-BENEFICIARIOS
               END-IF.

            TERMINAR-ARRIENDO.
      *        El arriendo termina sin deuda pendiente; una caja ya
      *        perforada vuelve a quedar disponible (el inventario
      *        sigue en el libro de accesos y el contenido en
      *        custodia).
               EVALUATE TRUE
                   WHEN CSG-ESTA-DISPONIBLE
                       DISPLAY "LA CAJA YA ESTA DISPONIBLE"
                   WHEN CSG-ESTA-EN-PERFORACION
                       DISPLAY
                           "CAJA EN PERFORACION: SE PERFORA E "
                           "INVENTARIA ANTES DE LIBERARLA"
                   WHEN CSG-ESTA-ARRENDADA
                    AND CSG-TITULAR-HA-FALLECIDO
                       DISPLAY
                           "TITULAR FALLECIDO: EL ARRIENDO TERMINA "
                           "CON EL RETIRO DE LOS HEREDEROS (HER)"
                   WHEN OTHER
                       PERFORM REVISAR-DEUDA-CAJA
                       IF CAJA-TIENE-DEUDA
                           MOVE CSG-MONTO-ADEUDADO TO WS-FORMATO-MONEDA
                           DISPLAY
                               "ARRIENDO IMPAGO POR " WS-FORMATO-MONEDA
                               ": REGULARICE ANTES DE TERMINAR"
                       ELSE
                           MOVE "TERMINA" TO WS-ACCION-AUDIT
                           MOVE SPACES TO WS-DETALLE-AUDIT
                           STRING "TITULAR " CSG-RUT-TITULAR
                               " ESTADO " CSG-ESTADO
                               DELIMITED BY SIZE INTO WS-DETALLE-AUDIT
                           END-STRING
                           MOVE "DIS" TO CSG-ESTADO
                           PERFORM LIMPIAR-ARRIENDO
                           REWRITE CAJA-SEGURIDAD
                           DISPLAY "ARRIENDO TERMINADO, CAJA DISPONIBLE"
                           PERFORM GRABAR-AUDITORIA
                       END-IF
               END-EVALUATE.

            REVISAR-DEUDA-CAJA.
      *        La mora se da por pagada cuando el ultimo arriendo
      *        devengado en la cartera por cobrar ya fue cobrado por
      *        algun canal de abono.
               MOVE 'N' TO WS-CAJA-CON-DEUDA
               IF CSG-FECHA-IMPAGO > 0
                   MOVE 'S' TO WS-CAJA-CON-DEUDA
                   OPEN INPUT ARCHIVO-CXC
                   IF WS-STATUS-CXC NOT = "35"
                       MOVE CSG-RUT-TITULAR TO CXC-RUT
                       MOVE CSG-NUM-CUENTA TO CXC-NUM-CUENTA
                       MOVE CSG-FECHA-DEVENGO-CXC TO CXC-FECHA-DEVENGO
                       READ ARCHIVO-CXC
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CXC-ESTA-SALDADA
                                   MOVE 'N' TO WS-CAJA-CON-DEUDA
                               END-IF
                       END-READ
                       CLOSE ARCHIVO-CXC
                   END-IF
                   IF NOT CAJA-TIENE-DEUDA
                       MOVE 0 TO CSG-FECHA-IMPAGO
                       MOVE 0 TO CSG-MONTO-ADEUDADO
                   END-IF
               END-IF.

            PERFORAR-CAJA.
      *        Solo una caja que el cobro anual dejo en perforacion;
      *        cada linea del inventario queda en el libro de accesos
      *        y el contenido pasa a custodia del banco.
               IF NOT CSG-ESTA-EN-PERFORACION
                   DISPLAY "LA CAJA NO ESTA EN PERFORACION"
               ELSE
                   DISPLAY "RUT DEL NOTARIO O MINISTRO DE FE: "
                   ACCEPT WS-RUT-PERSONA
                   MOVE FUNCTION UPPER-CASE(WS-RUT-PERSONA)
                       TO WS-RUT-PERSONA
                   MOVE "PER" TO WS-CALIDAD
                   MOVE "PERFORACION POR ARRIENDO IMPAGO"
                       TO WS-DETALLE-ACCESO
                   PERFORM GRABAR-ACCESO
                   MOVE 0 TO WS-LINEAS-INVENTARIO
                   MOVE 'N' TO WS-FIN-INVENTARIO
                   PERFORM UNTIL INVENTARIO-TERMINADO
                       DISPLAY
                           "INVENTARIO, UNA PIEZA POR LINEA "
                           "(EN BLANCO = TERMINAR): "
                       MOVE SPACES TO WS-DETALLE-ACCESO
                       ACCEPT WS-DETALLE-ACCESO
                       MOVE FUNCTION UPPER-CASE(WS-DETALLE-ACCESO)
                           TO WS-DETALLE-ACCESO
                       IF WS-DETALLE-ACCESO = SPACES
                           MOVE 'S' TO WS-FIN-INVENTARIO
                       ELSE
                           PERFORM GRABAR-ACCESO
                           ADD 1 TO WS-LINEAS-INVENTARIO
                       END-IF
                   END-PERFORM
                   IF WS-LINEAS-INVENTARIO = 0
                       MOVE "CAJA VACIA" TO WS-DETALLE-ACCESO
                       PERFORM GRABAR-ACCESO
                   END-IF
                   MOVE "INV" TO CSG-ESTADO
                   MOVE WS-FECHA-HOY TO CSG-FECHA-PERFORACION
                   REWRITE CAJA-SEGURIDAD
                   DISPLAY "CAJA PERFORADA, " WS-LINEAS-INVENTARIO
                       " PIEZAS INVENTARIADAS"
                   MOVE "PERFORA" TO WS-ACCION-AUDIT
                   MOVE SPACES TO WS-DETALLE-AUDIT
                   STRING "TITULAR " CSG-RUT-TITULAR
                       " PIEZAS " WS-LINEAS-INVENTARIO
                       DELIMITED BY SIZE INTO WS-DETALLE-AUDIT
                   END-STRING
                   PERFORM GRABAR-AUDITORIA
               END-IF.

            CONSULTAR-CAJA.
               DISPLAY "TAMANO: " CSG-TAMANO "  ESTADO: " CSG-ESTADO
               IF NOT CSG-ESTA-DISPONIBLE
                   DISPLAY "TITULAR: " CSG-RUT-TITULAR
                       "  CUENTA DE CARGO: " CSG-NUM-CUENTA
                   DISPLAY "COTITULARES: " CSG-RUT-COTITULAR-1
                       " " CSG-RUT-COTITULAR-2
                   DISPLAY "DESDE: " CSG-FECHA-INICIO
                       "  PROXIMO COBRO: " CSG-FECHA-PROX-COBRO
                   IF CSG-FECHA-IMPAGO > 0
                       MOVE CSG-MONTO-ADEUDADO TO WS-FORMATO-MONEDA
                       DISPLAY "IMPAGO DESDE: " CSG-FECHA-IMPAGO
                           "  DEUDA: " WS-FORMATO-MONEDA
                   END-IF
                   IF CSG-TITULAR-HA-FALLECIDO
                       DISPLAY "TITULAR FALLECIDO: ACCESO DE HEREDEROS"
                   END-IF
                   IF CSG-FUE-PERFORADA
                       DISPLAY "PERFORADA EL: " CSG-FECHA-PERFORACION
                   END-IF
               END-IF
               PERFORM LISTAR-ACCESOS.

            LISTAR-ACCESOS.
               MOVE 'N' TO WS-ACCESOS-EOF
               OPEN INPUT ARCHIVO-ACCESOS
               DISPLAY "FECHA Y HORA        RUT        CAL OPERADOR"
               PERFORM UNTIL WS-ACCESOS-FIN-ARCHIVO
                   READ ARCHIVO-ACCESOS
                       AT END
                           MOVE 'S' TO WS-ACCESOS-EOF
                       NOT AT END
                           IF ACS-SUCURSAL = WS-SUCURSAL
                              AND ACS-NUMERO = WS-NUMERO
                               DISPLAY ACS-FECHAYHORA " " ACS-RUT " "
                                   ACS-CALIDAD " " ACS-OPERADOR
                               DISPLAY "    " ACS-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ACCESOS.

            GRABAR-ACCESO.
               MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA
               MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA
               MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO
               MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO
               OPEN EXTEND ARCHIVO-ACCESOS
               MOVE SPACES TO ACCESO-CAJA
               MOVE WS-FECHAYHORA-FORMATEADA TO ACS-FECHAYHORA
               MOVE WS-SUCURSAL TO ACS-SUCURSAL
               MOVE WS-NUMERO TO ACS-NUMERO
               MOVE WS-RUT-PERSONA TO ACS-RUT
               MOVE WS-CALIDAD TO ACS-CALIDAD
               MOVE WS-OPERADOR-RUT TO ACS-OPERADOR
               MOVE WS-DETALLE-ACCESO TO ACS-DETALLE
               WRITE ACCESO-CAJA
               CLOSE ARCHIVO-ACCESOS.

            GRABAR-AUDITORIA.
               OPEN EXTEND ARCHIVO-AUDITORIA
               MOVE SPACES TO REGISTRO-AUDITORIA-ADMIN
               MOVE WS-FECHAYHORA-FORMATEADA TO ADM-FECHAYHORA
               MOVE WS-OPERADOR-RUT TO ADM-EJECUTIVO-RUT
               MOVE "MANT-CAJAS-SEG" TO ADM-PROGRAMA
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
       END PROGRAM MANTENCION-CAJAS-SEGURIDAD.
