      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Mantencion del maestro de sucursales (sucursales.txt)
      *          y del maestro de terminales (terminales.txt) para
      *          uso de un supervisor: alta o modificacion de una
      *          sucursal con su direccion, region y horario; alta o
      *          reasignacion de un cajero automatico o ventanilla a
      *          su sucursal; el perfil de capacidades de cada cajero
      *          automatico (perfiles_terminal.txt: operaciones que
      *          ofrece, si recibe efectivo o cheques, si paga giros
      *          sin tarjeta, tope de giro por franja horaria y
      *          denominaciones instaladas); y el listado de
      *          sucursales con sus terminales. Con esto los
      *          reportes de gestion, de disponibilidad, de boveda y
      *          el cuadre diario pueden agrupar por sucursal y
      *          region. Cada cambio queda en la bitacora
      *          administrativa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENCION-SUCURSALES.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Mantencion de sucursales y terminales.

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
           SELECT ARCHIVO-SUCURSALES ASSIGN TO "sucursales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUC-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SUCURSALES.
           SELECT ARCHIVO-TERMINALES ASSIGN TO "terminales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-ID-TERMINAL
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TERMINALES.
           SELECT ARCHIVO-PERFILES-TERMINAL
               ASSIGN TO "perfiles_terminal.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTE-ID-TERMINAL
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PERFILES.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-SUCURSALES.
           COPY "SUCURSAL.CPY".
       FD ARCHIVO-TERMINALES.
           COPY "TERMINAL.CPY".
       FD ARCHIVO-PERFILES-TERMINAL.
           COPY "PERFIL-TERMINAL.CPY".
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
       77 WS-STATUS-SUCURSALES PIC X(2) VALUE "00".
       77 WS-STATUS-TERMINALES PIC X(2) VALUE "00".
       77 WS-STATUS-PERFILES PIC X(2) VALUE "00".
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA VALUE "SUC" "TER" "PER" "LIS".
       77 WS-CODIGO-SUCURSAL PIC X(4).
       77 WS-ID-TERMINAL PIC X(8).
       77 WS-SUCURSAL-ANTERIOR PIC X(4).
       77 WS-SUCURSALES-EOF PIC X VALUE 'N'.
           88 WS-SUCURSALES-FIN-ARCHIVO VALUE 'S'.
       77 WS-TERMINALES-EOF PIC X VALUE 'N'.
           88 WS-TERMINALES-FIN-ARCHIVO VALUE 'S'.
       77 WS-TERMINALES-SUCURSAL PIC 9(3) COMP VALUE 0.
      *    Captura del perfil de un cajero automatico: las
      *    operaciones que puede ofrecer son las del menu de
      *    CAJERO-AUTOMATICO (SAL se ofrece siempre) y las
      *    denominaciones, las de su cassette.
       77 WS-PERFIL-OPERACION PIC X(3).
           88 WS-OPERACION-DE-CAJERO VALUE "CON" "GIR" "DEP" "DCH"
               "DTR" "TRA" "CVD" "CAM" "EST" "PAG" "PPR" "ORD"
               "DPF" "BOL" "GST" "REI" "MAN" "ACJ" "AGD" "RGI"
               "AVC" "PTC" "PUB" "PTS" "ANT" "FAB" "PSO" "ANU"
               "CIE" "HIS".
       77 WS-PERFIL-DENOMINACION PIC 9(5).
           88 WS-DENOMINACION-VALIDA VALUE 0 20000 10000 5000 2000
               1000.
       77 WS-PERFIL-INDICE PIC 9(2) COMP.
       77 WS-PERFIL-CANTIDAD-OPS PIC 9(2) COMP.
       77 WS-PERFIL-CANTIDAD-FRANJAS PIC 9(1).
       77 WS-PERFIL-FIN-CAPTURA PIC X VALUE 'N'.
           88 PERFIL-FIN-CAPTURA VALUE 'S'.
       77 WS-ACCION-AUDIT PIC X(10).
       77 WS-OBJETO-AUDIT PIC X(20).
       77 WS-DETALLE-AUDIT PIC X(40).
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
            DISPLAY "------ MANTENCION DE SUCURSALES ------".

            PERFORM VALIDAR-OPERADOR.

            IF NOT OPERADOR-AUTORIZADO THEN
                STOP RUN
            END-IF.

            MOVE WS-OPERADOR-RUT TO WS-SUPERVISOR-RUT.

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO.
            MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO.
            MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO.
            MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA.
            MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO.
            MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO.

            DISPLAY
                "ACCION (SUC=SUCURSAL, TER=TERMINAL/VENTANILLA, "
                "PER=PERFIL DE CAJERO, LIS=LISTAR): ".
            ACCEPT WS-ACCION.
            MOVE FUNCTION UPPER-CASE(WS-ACCION) TO WS-ACCION.

            IF NOT WS-ACCION-ES-VALIDA THEN
                DISPLAY "ACCION NO VALIDA"
                STOP RUN
            END-IF.

            PERFORM ABRIR-MAESTROS-IO.

            EVALUATE WS-ACCION
                WHEN "SUC"
                    PERFORM DEFINIR-SUCURSAL
                WHEN "TER"
                    PERFORM DEFINIR-TERMINAL
                WHEN "PER"
                    PERFORM DEFINIR-PERFIL-TERMINAL
                WHEN "LIS"
                    PERFORM LISTAR-SUCURSALES
            END-EVALUATE.

            CLOSE ARCHIVO-SUCURSALES.
            CLOSE ARCHIVO-TERMINALES.
            CLOSE ARCHIVO-PERFILES-TERMINAL.

            STOP RUN.

            ABRIR-MAESTROS-IO.
               OPEN I-O ARCHIVO-SUCURSALES
               IF WS-STATUS-SUCURSALES = "35"
                   OPEN OUTPUT ARCHIVO-SUCURSALES
                   CLOSE ARCHIVO-SUCURSALES
                   OPEN I-O ARCHIVO-SUCURSALES
               END-IF
               OPEN I-O ARCHIVO-TERMINALES
               IF WS-STATUS-TERMINALES = "35"
                   OPEN OUTPUT ARCHIVO-TERMINALES
                   CLOSE ARCHIVO-TERMINALES
                   OPEN I-O ARCHIVO-TERMINALES
               END-IF
               OPEN I-O ARCHIVO-PERFILES-TERMINAL
               IF WS-STATUS-PERFILES = "35"
                   OPEN OUTPUT ARCHIVO-PERFILES-TERMINAL
                   CLOSE ARCHIVO-PERFILES-TERMINAL
                   OPEN I-O ARCHIVO-PERFILES-TERMINAL
               END-IF.

            DEFINIR-SUCURSAL.
               DISPLAY "CODIGO DE SUCURSAL (4 CARACTERES): "
               ACCEPT WS-CODIGO-SUCURSAL
               MOVE FUNCTION UPPER-CASE(WS-CODIGO-SUCURSAL)
                   TO WS-CODIGO-SUCURSAL
               IF WS-CODIGO-SUCURSAL = SPACES
                   DISPLAY "CODIGO DE SUCURSAL INVALIDO"
                   STOP RUN
               END-IF

               MOVE WS-CODIGO-SUCURSAL TO SUC-CODIGO
               READ ARCHIVO-SUCURSALES
                   INVALID KEY
                       MOVE WS-CODIGO-SUCURSAL TO SUC-CODIGO
                       PERFORM CAPTURAR-SUCURSAL
                       WRITE SUCURSAL
                       DISPLAY "SUCURSAL CREADA"
                       MOVE "CREA-SUC" TO WS-ACCION-AUDIT
                   NOT INVALID KEY
                       DISPLAY "LA SUCURSAL EXISTE: SE ACTUALIZAN "
                           "SUS DATOS"
                       PERFORM CAPTURAR-SUCURSAL
                       REWRITE SUCURSAL
                       DISPLAY "SUCURSAL ACTUALIZADA"
                       MOVE "MODIF-SUC" TO WS-ACCION-AUDIT
               END-READ
               MOVE WS-CODIGO-SUCURSAL TO WS-OBJETO-AUDIT
               MOVE SPACES TO WS-DETALLE-AUDIT
               STRING
                   "REG " DELIMITED BY SIZE
                   SUC-REGION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SUC-HORA-APERTURA DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   SUC-HORA-CIERRE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SUC-ESTADO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SUC-NOMBRE DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDIT
               END-STRING
               PERFORM GRABAR-AUDITORIA.

            CAPTURAR-SUCURSAL.
               DISPLAY "NOMBRE DE LA SUCURSAL: "
               ACCEPT SUC-NOMBRE
               MOVE FUNCTION UPPER-CASE(SUC-NOMBRE) TO SUC-NOMBRE
               DISPLAY "DIRECCION: "
               ACCEPT SUC-DIRECCION
               MOVE FUNCTION UPPER-CASE(SUC-DIRECCION) TO SUC-DIRECCION
               DISPLAY "COMUNA: "
               ACCEPT SUC-COMUNA
               MOVE FUNCTION UPPER-CASE(SUC-COMUNA) TO SUC-COMUNA
               DISPLAY "REGION (NUMERO 01 A 16): "
               ACCEPT SUC-REGION
               IF SUC-REGION NOT NUMERIC
                  OR SUC-REGION = 0
                  OR SUC-REGION > 16
                   DISPLAY "REGION INVALIDA"
                   STOP RUN
               END-IF
               DISPLAY "HORA DE APERTURA (HHMM): "
               ACCEPT SUC-HORA-APERTURA
               DISPLAY "HORA DE CIERRE (HHMM): "
               ACCEPT SUC-HORA-CIERRE
               IF SUC-HORA-APERTURA NOT NUMERIC
                  OR SUC-HORA-CIERRE NOT NUMERIC
                  OR SUC-HORA-APERTURA > 2359
                  OR SUC-HORA-CIERRE > 2359
                  OR SUC-HORA-CIERRE NOT > SUC-HORA-APERTURA
                   DISPLAY "HORARIO INVALIDO"
                   STOP RUN
               END-IF
               DISPLAY "ESTADO (A=ACTIVA, C=CERRADA): "
               ACCEPT SUC-ESTADO
               MOVE FUNCTION UPPER-CASE(SUC-ESTADO) TO SUC-ESTADO
               IF NOT SUC-ESTA-CERRADA
                   MOVE "A" TO SUC-ESTADO
               END-IF.

            DEFINIR-TERMINAL.
      *        Un terminal solo puede quedar en una sucursal activa;
      *        reasignarlo mueve su actividad futura a la sucursal
      *        nueva (los reportes resuelven la sucursal al correr).
               DISPLAY "ID DEL TERMINAL O VENTANILLA (EJ: CAJERO01): "
               ACCEPT WS-ID-TERMINAL
               MOVE FUNCTION UPPER-CASE(WS-ID-TERMINAL)
                   TO WS-ID-TERMINAL
               IF WS-ID-TERMINAL = SPACES
                   DISPLAY "ID DE TERMINAL INVALIDO"
                   STOP RUN
               END-IF

               DISPLAY "CODIGO DE SUCURSAL: "
               ACCEPT WS-CODIGO-SUCURSAL
               MOVE FUNCTION UPPER-CASE(WS-CODIGO-SUCURSAL)
                   TO WS-CODIGO-SUCURSAL
               MOVE WS-CODIGO-SUCURSAL TO SUC-CODIGO
               READ ARCHIVO-SUCURSALES
                   INVALID KEY
                       DISPLAY "SUCURSAL NO EXISTE"
                       STOP RUN
               END-READ
               IF NOT SUC-ESTA-ACTIVA
                   DISPLAY "LA SUCURSAL ESTA CERRADA"
                   STOP RUN
               END-IF

               MOVE SPACES TO WS-SUCURSAL-ANTERIOR
               MOVE WS-ID-TERMINAL TO TRM-ID-TERMINAL
               READ ARCHIVO-TERMINALES
                   INVALID KEY
                       MOVE WS-ID-TERMINAL TO TRM-ID-TERMINAL
                       PERFORM CAPTURAR-TERMINAL
                       WRITE REGISTRO-TERMINAL
                       DISPLAY "TERMINAL REGISTRADO"
                       MOVE "CREA-TER" TO WS-ACCION-AUDIT
                   NOT INVALID KEY
                       MOVE TRM-CODIGO-SUCURSAL TO WS-SUCURSAL-ANTERIOR
                       PERFORM CAPTURAR-TERMINAL
                       REWRITE REGISTRO-TERMINAL
                       DISPLAY "TERMINAL ACTUALIZADO"
                       MOVE "MODIF-TER" TO WS-ACCION-AUDIT
               END-READ
               MOVE WS-ID-TERMINAL TO WS-OBJETO-AUDIT
               MOVE SPACES TO WS-DETALLE-AUDIT
               STRING
                   TRM-TIPO DELIMITED BY SIZE
                   " SUC " DELIMITED BY SIZE
                   WS-SUCURSAL-ANTERIOR DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   TRM-CODIGO-SUCURSAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRM-ESTADO DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDIT
               END-STRING
               PERFORM GRABAR-AUDITORIA.

            CAPTURAR-TERMINAL.
               MOVE WS-CODIGO-SUCURSAL TO TRM-CODIGO-SUCURSAL
               DISPLAY "TIPO (ATM=CAJERO AUTOMATICO, VEN=VENTANILLA): "
               ACCEPT TRM-TIPO
               MOVE FUNCTION UPPER-CASE(TRM-TIPO) TO TRM-TIPO
               IF NOT TRM-TIPO-VALIDO
                   DISPLAY "TIPO DE TERMINAL INVALIDO"
                   STOP RUN
               END-IF
               DISPLAY "DESCRIPCION / UBICACION: "
               ACCEPT TRM-DESCRIPCION
               MOVE FUNCTION UPPER-CASE(TRM-DESCRIPCION)
                   TO TRM-DESCRIPCION
               DISPLAY "ESTADO (A=ACTIVO, R=RETIRADO): "
               ACCEPT TRM-ESTADO
               MOVE FUNCTION UPPER-CASE(TRM-ESTADO) TO TRM-ESTADO
               IF NOT TRM-ESTA-RETIRADO
                   MOVE "A" TO TRM-ESTADO
               END-IF.

            DEFINIR-PERFIL-TERMINAL.
      *        Solo un cajero automatico registrado tiene perfil; la
      *        ventanilla no lo usa. El perfil nuevo reemplaza
      *        completo al anterior y rige desde el proximo arranque
      *        del cajero.
               DISPLAY "ID DEL CAJERO AUTOMATICO (EJ: CAJERO01): "
               ACCEPT WS-ID-TERMINAL
               MOVE FUNCTION UPPER-CASE(WS-ID-TERMINAL)
                   TO WS-ID-TERMINAL
               MOVE WS-ID-TERMINAL TO TRM-ID-TERMINAL
               READ ARCHIVO-TERMINALES
                   INVALID KEY
                       DISPLAY "TERMINAL NO REGISTRADO"
                       STOP RUN
               END-READ
               IF NOT TRM-ES-CAJERO
                   DISPLAY "SOLO UN CAJERO AUTOMATICO TIENE PERFIL"
                   STOP RUN
               END-IF

               MOVE WS-ID-TERMINAL TO PTE-ID-TERMINAL
               READ ARCHIVO-PERFILES-TERMINAL
                   INVALID KEY
                       MOVE "CREA-PRF" TO WS-ACCION-AUDIT
                   NOT INVALID KEY
                       MOVE "MODIF-PRF" TO WS-ACCION-AUDIT
                       PERFORM MOSTRAR-PERFIL-TERMINAL
               END-READ

               MOVE SPACES TO PERFIL-TERMINAL
               MOVE WS-ID-TERMINAL TO PTE-ID-TERMINAL
               PERFORM CAPTURAR-PERFIL-TERMINAL
               COMPUTE PTE-FECHA-ACTUALIZACION =
                   (WS-ANIO-FORMATEADO * 10000)
                   + (WS-MES-FORMATEADO * 100)
                   + WS-DIA-FORMATEADO
               MOVE WS-SUPERVISOR-RUT TO PTE-OPERADOR
               IF WS-ACCION-AUDIT = "CREA-PRF"
                   WRITE PERFIL-TERMINAL
                   DISPLAY "PERFIL REGISTRADO"
               ELSE
                   REWRITE PERFIL-TERMINAL
                   DISPLAY "PERFIL ACTUALIZADO"
               END-IF

               MOVE WS-ID-TERMINAL TO WS-OBJETO-AUDIT
               MOVE SPACES TO WS-DETALLE-AUDIT
               STRING
                   "OPS " DELIMITED BY SIZE
                   PTE-TODAS-OPERACIONES DELIMITED BY SIZE
                   " EFE " DELIMITED BY SIZE
                   PTE-ACEPTA-EFECTIVO DELIMITED BY SIZE
                   " CHQ " DELIMITED BY SIZE
                   PTE-ACEPTA-CHEQUES DELIMITED BY SIZE
                   " GST " DELIMITED BY SIZE
                   PTE-PAGA-GIRO-SIN-TARJETA DELIMITED BY SIZE
                   " FRANJAS " DELIMITED BY SIZE
                   WS-PERFIL-CANTIDAD-FRANJAS DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDIT
               END-STRING
               PERFORM GRABAR-AUDITORIA.

            CAPTURAR-PERFIL-TERMINAL.
               DISPLAY "OFRECE TODAS LAS OPERACIONES? (S/N): "
               ACCEPT PTE-TODAS-OPERACIONES
               MOVE FUNCTION UPPER-CASE(PTE-TODAS-OPERACIONES)
                   TO PTE-TODAS-OPERACIONES
               IF NOT PTE-OFRECE-TODAS
                   MOVE "N" TO PTE-TODAS-OPERACIONES
                   PERFORM CAPTURAR-OPERACIONES-PERFIL
               END-IF

               DISPLAY "RECIBE DEPOSITOS EN EFECTIVO? (S/N): "
               ACCEPT PTE-ACEPTA-EFECTIVO
               MOVE FUNCTION UPPER-CASE(PTE-ACEPTA-EFECTIVO)
                   TO PTE-ACEPTA-EFECTIVO
               IF NOT PTE-RECIBE-EFECTIVO
                   MOVE "N" TO PTE-ACEPTA-EFECTIVO
               END-IF
               DISPLAY "RECIBE DEPOSITOS EN CHEQUE? (S/N): "
               ACCEPT PTE-ACEPTA-CHEQUES
               MOVE FUNCTION UPPER-CASE(PTE-ACEPTA-CHEQUES)
                   TO PTE-ACEPTA-CHEQUES
               IF NOT PTE-RECIBE-CHEQUES
                   MOVE "N" TO PTE-ACEPTA-CHEQUES
               END-IF
               DISPLAY "PAGA GIROS SIN TARJETA? (S/N): "
               ACCEPT PTE-PAGA-GIRO-SIN-TARJETA
               MOVE FUNCTION UPPER-CASE(PTE-PAGA-GIRO-SIN-TARJETA)
                   TO PTE-PAGA-GIRO-SIN-TARJETA
               IF NOT PTE-PAGA-GST
                   MOVE "N" TO PTE-PAGA-GIRO-SIN-TARJETA
               END-IF

               PERFORM CAPTURAR-FRANJAS-PERFIL
               PERFORM CAPTURAR-DENOMINACIONES-PERFIL.

            CAPTURAR-OPERACIONES-PERFIL.
               DISPLAY "INGRESE LAS OPERACIONES HABILITADAS, UNA POR "
                   "LINEA (EJ: CON, GIR); EN BLANCO PARA TERMINAR"
               MOVE 0 TO WS-PERFIL-CANTIDAD-OPS
               MOVE 'N' TO WS-PERFIL-FIN-CAPTURA
               PERFORM UNTIL PERFIL-FIN-CAPTURA
                   DISPLAY "OPERACION: "
                   MOVE SPACES TO WS-PERFIL-OPERACION
                   ACCEPT WS-PERFIL-OPERACION
                   MOVE FUNCTION UPPER-CASE(WS-PERFIL-OPERACION)
                       TO WS-PERFIL-OPERACION
                   EVALUATE TRUE
                       WHEN WS-PERFIL-OPERACION = SPACES
                           MOVE 'S' TO WS-PERFIL-FIN-CAPTURA
                       WHEN NOT WS-OPERACION-DE-CAJERO
                           DISPLAY "OPERACION NO EXISTE EN EL CAJERO"
                       WHEN OTHER
                           ADD 1 TO WS-PERFIL-CANTIDAD-OPS
                           MOVE WS-PERFIL-OPERACION
                               TO PTE-OPERACION-HABILITADA
                                  (WS-PERFIL-CANTIDAD-OPS)
                           IF WS-PERFIL-CANTIDAD-OPS = 40
                               MOVE 'S' TO WS-PERFIL-FIN-CAPTURA
                           END-IF
                   END-EVALUATE
               END-PERFORM.

            CAPTURAR-FRANJAS-PERFIL.
      *        Hasta cuatro franjas; un tope 0 termina la captura. La
      *        franja con hora desde mayor que hasta cruza la
      *        medianoche.
               MOVE 0 TO WS-PERFIL-CANTIDAD-FRANJAS
               MOVE 'N' TO WS-PERFIL-FIN-CAPTURA
               PERFORM VARYING WS-PERFIL-INDICE FROM 1 BY 1
                       UNTIL WS-PERFIL-INDICE > 4
                   MOVE 0 TO PTE-FRANJA-DESDE(WS-PERFIL-INDICE)
                   MOVE 0 TO PTE-FRANJA-HASTA(WS-PERFIL-INDICE)
                   MOVE 0 TO PTE-FRANJA-TOPE-GIRO(WS-PERFIL-INDICE)
                   IF NOT PERFIL-FIN-CAPTURA
                       DISPLAY "TOPE POR GIRO DE LA FRANJA "
                           WS-PERFIL-INDICE " (0 = NO HAY MAS): "
                       ACCEPT PTE-FRANJA-TOPE-GIRO(WS-PERFIL-INDICE)
                       IF PTE-FRANJA-TOPE-GIRO(WS-PERFIL-INDICE)
                          NOT NUMERIC
                          OR PTE-FRANJA-TOPE-GIRO(WS-PERFIL-INDICE) = 0
                           MOVE 0
                               TO PTE-FRANJA-TOPE-GIRO(WS-PERFIL-INDICE)
                           MOVE 'S' TO WS-PERFIL-FIN-CAPTURA
                       ELSE
                           PERFORM CAPTURAR-HORAS-FRANJA
                       END-IF
                   END-IF
               END-PERFORM.

            CAPTURAR-HORAS-FRANJA.
               DISPLAY "  HORA DESDE (HHMM): "
               ACCEPT PTE-FRANJA-DESDE(WS-PERFIL-INDICE)
               DISPLAY "  HORA HASTA (HHMM): "
               ACCEPT PTE-FRANJA-HASTA(WS-PERFIL-INDICE)
               IF PTE-FRANJA-DESDE(WS-PERFIL-INDICE) NOT NUMERIC
                  OR PTE-FRANJA-HASTA(WS-PERFIL-INDICE) NOT NUMERIC
                  OR PTE-FRANJA-DESDE(WS-PERFIL-INDICE) > 2359
                  OR PTE-FRANJA-HASTA(WS-PERFIL-INDICE) > 2359
                  OR PTE-FRANJA-DESDE(WS-PERFIL-INDICE)
                     = PTE-FRANJA-HASTA(WS-PERFIL-INDICE)
                   DISPLAY "HORARIO DE FRANJA INVALIDO"
                   STOP RUN
               END-IF
               ADD 1 TO WS-PERFIL-CANTIDAD-FRANJAS.

            CAPTURAR-DENOMINACIONES-PERFIL.
               DISPLAY "DENOMINACIONES INSTALADAS EN LAS 5 POSICIONES "
                   "DEL CASSETTE (20000, 10000, 5000, 2000, 1000; "
                   "0 = POSICION VACIA)"
               PERFORM VARYING WS-PERFIL-INDICE FROM 1 BY 1
                       UNTIL WS-PERFIL-INDICE > 5
                   DISPLAY "POSICION " WS-PERFIL-INDICE ": "
                   ACCEPT WS-PERFIL-DENOMINACION
                   IF WS-PERFIL-DENOMINACION NOT NUMERIC
                      OR NOT WS-DENOMINACION-VALIDA
                       DISPLAY "DENOMINACION INVALIDA"
                       STOP RUN
                   END-IF
                   MOVE WS-PERFIL-DENOMINACION
                       TO PTE-DENOMINACION-INSTALADA(WS-PERFIL-INDICE)
               END-PERFORM.

            MOSTRAR-PERFIL-TERMINAL.
               DISPLAY "PERFIL ACTUAL (" PTE-FECHA-ACTUALIZACION " "
                   PTE-OPERADOR ")"
               IF PTE-OFRECE-TODAS
                   DISPLAY "  OPERACIONES: TODAS"
               ELSE
                   DISPLAY "  OPERACIONES HABILITADAS:"
                   PERFORM VARYING WS-PERFIL-INDICE FROM 1 BY 1
                           UNTIL WS-PERFIL-INDICE > 40
                       IF PTE-OPERACION-HABILITADA(WS-PERFIL-INDICE)
                          NOT = SPACES
                           DISPLAY "    " PTE-OPERACION-HABILITADA
                               (WS-PERFIL-INDICE)
                       END-IF
                   END-PERFORM
               END-IF
               DISPLAY "  EFECTIVO " PTE-ACEPTA-EFECTIVO
                   "  CHEQUES " PTE-ACEPTA-CHEQUES
                   "  GIROS SIN TARJETA " PTE-PAGA-GIRO-SIN-TARJETA
               PERFORM VARYING WS-PERFIL-INDICE FROM 1 BY 1
                       UNTIL WS-PERFIL-INDICE > 4
                   IF PTE-FRANJA-TOPE-GIRO(WS-PERFIL-INDICE) > 0
                       DISPLAY "  FRANJA "
                           PTE-FRANJA-DESDE(WS-PERFIL-INDICE) "-"
                           PTE-FRANJA-HASTA(WS-PERFIL-INDICE)
                           " TOPE "
                           PTE-FRANJA-TOPE-GIRO(WS-PERFIL-INDICE)
                   END-IF
               END-PERFORM
               DISPLAY "  DENOMINACIONES " PTE-DENOMINACION-INSTALADA(1)
                   " " PTE-DENOMINACION-INSTALADA(2)
                   " " PTE-DENOMINACION-INSTALADA(3)
                   " " PTE-DENOMINACION-INSTALADA(4)
                   " " PTE-DENOMINACION-INSTALADA(5).

            LISTAR-SUCURSALES.
               MOVE 'N' TO WS-SUCURSALES-EOF
               MOVE LOW-VALUES TO SUC-CODIGO
               START ARCHIVO-SUCURSALES
                   KEY IS NOT LESS THAN SUC-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WS-SUCURSALES-EOF
               END-START
               IF WS-SUCURSALES-FIN-ARCHIVO
                   DISPLAY "NO HAY SUCURSALES REGISTRADAS"
               END-IF
               PERFORM UNTIL WS-SUCURSALES-FIN-ARCHIVO
                   READ ARCHIVO-SUCURSALES NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-SUCURSALES-EOF
                   END-READ
                   IF NOT WS-SUCURSALES-FIN-ARCHIVO
                       DISPLAY "=============================="
                       DISPLAY SUC-CODIGO " " SUC-NOMBRE
                           " (" SUC-ESTADO ")"
                       DISPLAY "  " SUC-DIRECCION ", " SUC-COMUNA
                       DISPLAY "  REGION " SUC-REGION
                           "  HORARIO " SUC-HORA-APERTURA " A "
                           SUC-HORA-CIERRE
                       PERFORM LISTAR-TERMINALES-SUCURSAL
                   END-IF
               END-PERFORM.

            LISTAR-TERMINALES-SUCURSAL.
      *        El maestro de terminales es chico: se recorre entero
      *        por cada sucursal.
               MOVE 0 TO WS-TERMINALES-SUCURSAL
               MOVE 'N' TO WS-TERMINALES-EOF
               MOVE LOW-VALUES TO TRM-ID-TERMINAL
               START ARCHIVO-TERMINALES
                   KEY IS NOT LESS THAN TRM-ID-TERMINAL
                   INVALID KEY
                       MOVE 'S' TO WS-TERMINALES-EOF
               END-START
               PERFORM UNTIL WS-TERMINALES-FIN-ARCHIVO
                   READ ARCHIVO-TERMINALES NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-TERMINALES-EOF
                   END-READ
                   IF NOT WS-TERMINALES-FIN-ARCHIVO
                      AND TRM-CODIGO-SUCURSAL = SUC-CODIGO
                       ADD 1 TO WS-TERMINALES-SUCURSAL
                       DISPLAY "    " TRM-ID-TERMINAL " " TRM-TIPO
                           " " TRM-ESTADO " " TRM-DESCRIPCION
                   END-IF
               END-PERFORM
               IF WS-TERMINALES-SUCURSAL = 0
                   DISPLAY "    (SIN TERMINALES ASIGNADOS)"
               END-IF.

            GRABAR-AUDITORIA.
               OPEN EXTEND ARCHIVO-AUDITORIA
               MOVE SPACES TO REGISTRO-AUDITORIA-ADMIN
               MOVE WS-FECHAYHORA-FORMATEADA TO ADM-FECHAYHORA
               MOVE WS-SUPERVISOR-RUT TO ADM-EJECUTIVO-RUT
               MOVE "MANT-SUCURSAL" TO ADM-PROGRAMA
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
       END PROGRAM MANTENCION-SUCURSALES.
