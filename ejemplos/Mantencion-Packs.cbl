      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Mantencion de los packs comerciales: definir o
      *          modificar un pack del catalogo packs.txt (cuota
      *          mensual, productos que lo componen y tarifas que
      *          exime), listar el catalogo, suscribir un RUT a un
      *          pack o cambiarlo de pack, darlo de baja y consultar
      *          su suscripcion (suscripciones_pack.txt). El cambio y
      *          la baja quedan fechados para que COBRAR-COMISIONES
      *          prorratee la cuota del mes. Cada cambio queda en la
      *          bitacora administrativa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENCION-PACKS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Catalogo de packs y suscripciones de clientes.

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
           SELECT ARCHIVO-PACKS ASSIGN TO "packs.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCK-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PACKS.
           SELECT ARCHIVO-SUSCRIPCIONES
               ASSIGN TO "suscripciones_pack.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPK-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SUSCRIPCIONES.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-PACKS.
           COPY "PACK.CPY".
       FD ARCHIVO-SUSCRIPCIONES.
           COPY "SUSCRIPCION-PACK.CPY".
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
       77 WS-STATUS-PACKS PIC X(2) VALUE "00".
       77 WS-STATUS-SUSCRIPCIONES PIC X(2) VALUE "00".
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA VALUE "DEF" "LIS" "SUS" "BAJ" "CON".
       77 WS-CODIGO PIC X(3).
       77 WS-RUT PIC X(10).
       77 WS-PACKS-EOF PIC X VALUE 'N'.
           88 WS-PACKS-FIN-ARCHIVO VALUE 'S'.
       77 WS-PACK-VALIDO PIC X VALUE 'N'.
           88 PACK-ES-VALIDO VALUE 'S'.
       77 WS-RUT-CON-CUENTA PIC X VALUE 'N'.
           88 RUT-TIENE-CUENTA VALUE 'S'.
       77 WS-INDICE PIC 9(2) COMP.
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
            DISPLAY "--------- MANTENCION DE PACKS ---------".

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

            DISPLAY "ACCION (DEF=DEFINIR PACK, LIS=LISTAR CATALOGO, ".
            DISPLAY "        SUS=SUSCRIBIR O CAMBIAR DE PACK, ".
            DISPLAY "        BAJ=DAR DE BAJA, CON=CONSULTAR RUT): ".
            ACCEPT WS-ACCION.
            MOVE FUNCTION UPPER-CASE(WS-ACCION) TO WS-ACCION.

            IF NOT WS-ACCION-ES-VALIDA THEN
                DISPLAY "ACCION NO VALIDA"
                STOP RUN
            END-IF.

            PERFORM ABRIR-PACKS-IO.

            EVALUATE WS-ACCION
                WHEN "DEF"
                    PERFORM DEFINIR-PACK
                WHEN "LIS"
                    PERFORM LISTAR-PACKS
                WHEN "SUS"
                    PERFORM SUSCRIBIR-CLIENTE
                WHEN "BAJ"
                    PERFORM DAR-DE-BAJA-CLIENTE
                WHEN "CON"
                    PERFORM CONSULTAR-SUSCRIPCION
            END-EVALUATE.

            CLOSE ARCHIVO-PACKS.

            STOP RUN.

            ABRIR-PACKS-IO.
               OPEN I-O ARCHIVO-PACKS
               IF WS-STATUS-PACKS = "35"
                   OPEN OUTPUT ARCHIVO-PACKS
                   CLOSE ARCHIVO-PACKS
                   OPEN I-O ARCHIVO-PACKS
               END-IF.

            ABRIR-SUSCRIPCIONES-IO.
               OPEN I-O ARCHIVO-SUSCRIPCIONES
               IF WS-STATUS-SUSCRIPCIONES = "35"
                   OPEN OUTPUT ARCHIVO-SUSCRIPCIONES
                   CLOSE ARCHIVO-SUSCRIPCIONES
                   OPEN I-O ARCHIVO-SUSCRIPCIONES
               END-IF.

            DEFINIR-PACK.
               DISPLAY "CODIGO DEL PACK (3 LETRAS): "
               ACCEPT WS-CODIGO
               MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO

               MOVE WS-CODIGO TO PCK-CODIGO
               READ ARCHIVO-PACKS
                   INVALID KEY
                       MOVE WS-CODIGO TO PCK-CODIGO
                       PERFORM CAPTURAR-PACK
                       WRITE PACK
                       DISPLAY "PACK DEFINIDO"
                   NOT INVALID KEY
                       DISPLAY "EL PACK EXISTE: SE REDEFINE; LOS "
                           "SUSCRIPTORES PAGAN LA NUEVA CUOTA"
                       PERFORM CAPTURAR-PACK
                       REWRITE PACK
                       DISPLAY "PACK ACTUALIZADO"
               END-READ
               MOVE SPACES TO WS-DETALLE-AUDIT
               STRING
                   "CUOTA=" DELIMITED BY SIZE
                   PCK-CUOTA-MENSUAL DELIMITED BY SIZE
                   " EXIME=" DELIMITED BY SIZE
                   PCK-EXENCIONES DELIMITED BY SIZE
                   " VIG=" DELIMITED BY SIZE
                   PCK-VIGENTE DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDIT
               END-STRING
               MOVE "DEFINE" TO WS-ACCION-AUDIT
               MOVE WS-CODIGO TO WS-OBJETO-AUDIT
               PERFORM GRABAR-AUDITORIA.

            CAPTURAR-PACK.
               DISPLAY "NOMBRE DEL PACK: "
               ACCEPT PCK-NOMBRE
               MOVE FUNCTION UPPER-CASE(PCK-NOMBRE) TO PCK-NOMBRE
               DISPLAY "CUOTA MENSUAL EN PESOS (IVA INCLUIDO): "
               ACCEPT PCK-CUOTA-MENSUAL
               IF PCK-CUOTA-MENSUAL NOT NUMERIC
                   MOVE 0 TO PCK-CUOTA-MENSUAL
               END-IF
               DISPLAY "PRODUCTOS DEL PACK, HASTA 5 (EJ: CTE, TDB, "
                   "SOB); EN BLANCO TERMINA"
               MOVE SPACES TO PCK-COMPONENTES
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > 5
                   DISPLAY "PRODUCTO " WS-INDICE ": "
                   ACCEPT PCK-PRODUCTO(WS-INDICE)
                   MOVE FUNCTION UPPER-CASE(PCK-PRODUCTO(WS-INDICE))
                       TO PCK-PRODUCTO(WS-INDICE)
                   IF PCK-PRODUCTO(WS-INDICE) = SPACES
                       MOVE 6 TO WS-INDICE
                   END-IF
               END-PERFORM
               DISPLAY "TARIFAS QUE EXIME, HASTA 5 (EJ: MAN, GIR, "
                   "TIB); EN BLANCO TERMINA"
               MOVE SPACES TO PCK-EXENCIONES
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > 5
                   DISPLAY "TARIFA " WS-INDICE ": "
                   ACCEPT PCK-TARIFA-EXENTA(WS-INDICE)
                   MOVE FUNCTION UPPER-CASE
                       (PCK-TARIFA-EXENTA(WS-INDICE))
                       TO PCK-TARIFA-EXENTA(WS-INDICE)
                   IF PCK-TARIFA-EXENTA(WS-INDICE) = SPACES
                       MOVE 6 TO WS-INDICE
                   END-IF
               END-PERFORM
               DISPLAY "PACK VIGENTE PARA LA VENTA? (S/N): "
               ACCEPT PCK-VIGENTE
               MOVE FUNCTION UPPER-CASE(PCK-VIGENTE) TO PCK-VIGENTE
               IF PCK-VIGENTE NOT = 'N'
                   MOVE 'S' TO PCK-VIGENTE
               END-IF.

            LISTAR-PACKS.
               MOVE 'N' TO WS-PACKS-EOF
               MOVE LOW-VALUES TO PCK-CODIGO
               START ARCHIVO-PACKS
                   KEY IS NOT LESS THAN PCK-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WS-PACKS-EOF
               END-START
               DISPLAY "COD VIG    CUOTA PRODUCTOS       EXIME"
                   "           NOMBRE"
               PERFORM UNTIL WS-PACKS-FIN-ARCHIVO
                   READ ARCHIVO-PACKS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-PACKS-EOF
                   END-READ
                   IF NOT WS-PACKS-FIN-ARCHIVO
                       DISPLAY
                           PCK-CODIGO "  " PCK-VIGENTE "  "
                           PCK-CUOTA-MENSUAL " " PCK-COMPONENTES " "
                           PCK-EXENCIONES " " PCK-NOMBRE
                   END-IF
               END-PERFORM.

            PEDIR-RUT-CLIENTE.
      *        El RUT debe tener al menos una cuenta: la cuota del
      *        pack se carga a la primera cuenta del cliente.
               MOVE 'N' TO WS-RUT-CON-CUENTA
               DISPLAY "RUT DEL CLIENTE: "
               ACCEPT WS-RUT
               MOVE FUNCTION UPPER-CASE(WS-RUT) TO WS-RUT
               OPEN INPUT ARCHIVO-CUENTAS
               IF WS-STATUS-CUENTAS NOT = "35"
                   MOVE WS-RUT TO RUT
                   MOVE 0 TO NUM-CUENTA
                   START ARCHIVO-CUENTAS
                       KEY IS NOT LESS THAN CUENTA-CLAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ ARCHIVO-CUENTAS NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF RUT = WS-RUT
                                       MOVE 'S' TO WS-RUT-CON-CUENTA
                                   END-IF
                           END-READ
                   END-START
                   CLOSE ARCHIVO-CUENTAS
               END-IF
               IF NOT RUT-TIENE-CUENTA
                   DISPLAY "EL RUT NO TIENE CUENTAS EN EL BANCO"
               END-IF.

            SUSCRIBIR-CLIENTE.
      *        Alta o cambio de pack. Un cambio guarda el pack que
      *        se deja y la fecha, para el prorrateo del mes; si ya
      *        hubo otro cambio este mismo mes se conserva el pack
      *        con que el cliente empezo el mes.
               PERFORM PEDIR-RUT-CLIENTE
               IF RUT-TIENE-CUENTA
                   DISPLAY "CODIGO DEL PACK: "
                   ACCEPT WS-CODIGO
                   MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO
                   PERFORM VALIDAR-PACK
                   IF PACK-ES-VALIDO
                       PERFORM ABRIR-SUSCRIPCIONES-IO
                       MOVE WS-RUT TO SPK-RUT
                       READ ARCHIVO-SUSCRIPCIONES
                           INVALID KEY
                               MOVE 0 TO SPK-PERIODO-COBRADO
                               PERFORM ALTA-SUSCRIPCION
                               WRITE SUSCRIPCION-PACK
                           NOT INVALID KEY
                               IF SPK-ESTA-VIGENTE
                                   PERFORM CAMBIO-SUSCRIPCION
                               ELSE
                                   PERFORM ALTA-SUSCRIPCION
                               END-IF
                               REWRITE SUSCRIPCION-PACK
                       END-READ
                       CLOSE ARCHIVO-SUSCRIPCIONES
                   END-IF
               END-IF.

            VALIDAR-PACK.
               MOVE 'N' TO WS-PACK-VALIDO
               MOVE WS-CODIGO TO PCK-CODIGO
               READ ARCHIVO-PACKS
                   INVALID KEY
                       DISPLAY "PACK NO EXISTE EN EL CATALOGO"
                   NOT INVALID KEY
                       IF PCK-ESTA-VIGENTE
                           MOVE 'S' TO WS-PACK-VALIDO
                       ELSE
                           DISPLAY "PACK YA NO SE VENDE"
                       END-IF
               END-READ.

            ALTA-SUSCRIPCION.
      *        Suscripcion nueva, o nueva despues de una baja: la
      *        cuota se cuenta desde hoy. Si la baja anterior fue
      *        este mismo mes y su cuota aun no se cobra, esos dias
      *        se pierden; la baja se registra antes del cierre.
               MOVE WS-RUT TO SPK-RUT
               MOVE WS-CODIGO TO SPK-CODIGO-PACK
               MOVE WS-FECHA-HOY TO SPK-FECHA-INICIO
               MOVE "VIG" TO SPK-ESTADO
               MOVE 0 TO SPK-FECHA-BAJA
               MOVE SPACES TO SPK-PACK-ANTERIOR
               MOVE 0 TO SPK-FECHA-CAMBIO
               DISPLAY "CLIENTE SUSCRITO AL PACK " WS-CODIGO
                   " DESDE " WS-FECHA-HOY
               MOVE SPACES TO WS-DETALLE-AUDIT
               STRING
                   "ALTA PACK " DELIMITED BY SIZE
                   WS-CODIGO DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDIT
               END-STRING
               MOVE "SUSCRIBE" TO WS-ACCION-AUDIT
               PERFORM GRABAR-AUDITORIA-RUT.

            CAMBIO-SUSCRIPCION.
               IF SPK-CODIGO-PACK = WS-CODIGO
                   DISPLAY "EL CLIENTE YA ESTA EN ESE PACK"
               ELSE
                   IF SPK-FECHA-CAMBIO(1:6) NOT = WS-FECHA-HOY(1:6)
                      OR SPK-PACK-ANTERIOR = SPACES
                       MOVE SPK-CODIGO-PACK TO SPK-PACK-ANTERIOR
                   END-IF
                   MOVE WS-FECHA-HOY TO SPK-FECHA-CAMBIO
                   MOVE SPACES TO WS-DETALLE-AUDIT
                   STRING
                       "CAMBIO " DELIMITED BY SIZE
                       SPK-CODIGO-PACK DELIMITED BY SIZE
                       " A " DELIMITED BY SIZE
                       WS-CODIGO DELIMITED BY SIZE
                       INTO WS-DETALLE-AUDIT
                   END-STRING
                   MOVE WS-CODIGO TO SPK-CODIGO-PACK
                   DISPLAY "PACK CAMBIADO; LA CUOTA DEL MES SE "
                       "PRORRATEA DESDE " WS-FECHA-HOY
                   MOVE "CAMBIA" TO WS-ACCION-AUDIT
                   PERFORM GRABAR-AUDITORIA-RUT
               END-IF.

            DAR-DE-BAJA-CLIENTE.
               PERFORM PEDIR-RUT-CLIENTE
               PERFORM ABRIR-SUSCRIPCIONES-IO
               MOVE WS-RUT TO SPK-RUT
               READ ARCHIVO-SUSCRIPCIONES
                   INVALID KEY
                       DISPLAY "EL CLIENTE NO TIENE PACK"
                   NOT INVALID KEY
                       IF SPK-FUE-DADA-DE-BAJA
                           DISPLAY "EL PACK YA ESTABA DADO DE BAJA"
                       ELSE
                           MOVE "BAJ" TO SPK-ESTADO
                           MOVE WS-FECHA-HOY TO SPK-FECHA-BAJA
                           REWRITE SUSCRIPCION-PACK
                           DISPLAY "PACK DADO DE BAJA; EL MES SE "
                               "COBRA HASTA HOY Y LOS SERVICIOS "
                               "VUELVEN A LA TARIFA NORMAL"
                           MOVE SPACES TO WS-DETALLE-AUDIT
                           STRING
                               "BAJA PACK " DELIMITED BY SIZE
                               SPK-CODIGO-PACK DELIMITED BY SIZE
                               INTO WS-DETALLE-AUDIT
                           END-STRING
                           MOVE "BAJA" TO WS-ACCION-AUDIT
                           PERFORM GRABAR-AUDITORIA-RUT
                       END-IF
               END-READ
               CLOSE ARCHIVO-SUSCRIPCIONES.

            CONSULTAR-SUSCRIPCION.
               DISPLAY "RUT DEL CLIENTE: "
               ACCEPT WS-RUT
               MOVE FUNCTION UPPER-CASE(WS-RUT) TO WS-RUT
               OPEN INPUT ARCHIVO-SUSCRIPCIONES
               IF WS-STATUS-SUSCRIPCIONES = "35"
                   DISPLAY "EL CLIENTE NO TIENE PACK"
               ELSE
                   MOVE WS-RUT TO SPK-RUT
                   READ ARCHIVO-SUSCRIPCIONES
                       INVALID KEY
                           DISPLAY "EL CLIENTE NO TIENE PACK"
                       NOT INVALID KEY
                           DISPLAY "PACK: " SPK-CODIGO-PACK
                               " ESTADO: " SPK-ESTADO
                           DISPLAY "INICIO: " SPK-FECHA-INICIO
                               " BAJA: " SPK-FECHA-BAJA
                           IF SPK-PACK-ANTERIOR NOT = SPACES
                               DISPLAY "PACK ANTERIOR: "
                                   SPK-PACK-ANTERIOR " HASTA "
                                   SPK-FECHA-CAMBIO
                           END-IF
                           DISPLAY "ULTIMO MES COBRADO: "
                               SPK-PERIODO-COBRADO
                           MOVE SPK-CODIGO-PACK TO PCK-CODIGO
                           READ ARCHIVO-PACKS
                               NOT INVALID KEY
                                   DISPLAY "  " PCK-NOMBRE
                                       " CUOTA " PCK-CUOTA-MENSUAL
                                   DISPLAY "  PRODUCTOS: "
                                       PCK-COMPONENTES
                                   DISPLAY "  EXIME: " PCK-EXENCIONES
                           END-READ
                   END-READ
                   CLOSE ARCHIVO-SUSCRIPCIONES
               END-IF.

            GRABAR-AUDITORIA-RUT.
               MOVE WS-RUT TO WS-OBJETO-AUDIT
               PERFORM GRABAR-AUDITORIA.

            GRABAR-AUDITORIA.
               OPEN EXTEND ARCHIVO-AUDITORIA
               MOVE SPACES TO REGISTRO-AUDITORIA-ADMIN
               MOVE WS-FECHAYHORA-FORMATEADA TO ADM-FECHAYHORA
               MOVE WS-OPERADOR-RUT TO ADM-EJECUTIVO-RUT
               MOVE "MANT-PACKS" TO ADM-PROGRAMA
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
       END PROGRAM MANTENCION-PACKS.

