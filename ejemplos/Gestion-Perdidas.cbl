      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Registro manual de eventos de perdida por riesgo
      *          operacional para el oficial de riesgo (rol RSG) en
      *          perdidas_operacionales.txt: registrar un evento que
      *          no tiene fuente automatica (REG), anotar una
      *          recuperacion posterior (REC), corregir la categoria
      *          de Basilea o la linea de negocio de cualquier evento
      *          (CLA), anular un evento mal cargado (ANU) y listar la
      *          base (LIS). Lo reclasificado o anulado aqui lo
      *          respeta la carga REGISTRAR-PERDIDAS-OPERACIONALES.
      *          Cada cambio queda en la bitacora administrativa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-PERDIDAS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Registro manual de eventos de perdida operacional.

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
           SELECT ARCHIVO-PERDIDAS
               ASSIGN TO "perdidas_operacionales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVP-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PERDIDAS.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-PERDIDAS.
           COPY "EVENTO-PERDIDA.CPY".
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
       77 WS-STATUS-PERDIDAS PIC X(2) VALUE "00".
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA VALUE "REG" "REC" "CLA" "ANU"
               "LIS".
       77 WS-ACCION-AUDIT PIC X(10).
       77 WS-PERDIDAS-EOF PIC X VALUE 'N'.
           88 WS-PERDIDAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-EVENTO-ENCONTRADO PIC X VALUE 'N'.
           88 EVENTO-ENCONTRADO VALUE 'S'.
       77 WS-DATOS-VALIDOS PIC X VALUE 'N'.
           88 DATOS-VALIDOS VALUE 'S'.
       77 WS-MONTO-INGRESADO PIC 9(10).
       77 WS-CATEGORIA-ANTERIOR PIC X(3).
       77 WS-LINEA-ANTERIOR PIC X(3).
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
            DISPLAY "---- EVENTOS DE PERDIDA OPERACIONAL ----".

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

            DISPLAY "ACCION (REG=REGISTRAR, REC=RECUPERACION, "
                "CLA=RECLASIFICAR, ANU=ANULAR, LIS=LISTAR): ".
            ACCEPT WS-ACCION.
            MOVE FUNCTION UPPER-CASE(WS-ACCION) TO WS-ACCION.

            IF NOT WS-ACCION-ES-VALIDA THEN
                DISPLAY "ACCION NO VALIDA"
                STOP RUN
            END-IF.

            OPEN I-O ARCHIVO-PERDIDAS.
            IF WS-STATUS-PERDIDAS = "35"
                OPEN OUTPUT ARCHIVO-PERDIDAS
                CLOSE ARCHIVO-PERDIDAS
                OPEN I-O ARCHIVO-PERDIDAS
            END-IF.

            EVALUATE WS-ACCION
                WHEN "REG"
                    PERFORM REGISTRAR-EVENTO
                WHEN "REC"
                    PERFORM REGISTRAR-RECUPERACION
                WHEN "CLA"
                    PERFORM RECLASIFICAR-EVENTO
                WHEN "ANU"
                    PERFORM ANULAR-EVENTO
                WHEN "LIS"
                    PERFORM LISTAR-EVENTOS
            END-EVALUATE.

            CLOSE ARCHIVO-PERDIDAS.

            STOP RUN.

            REGISTRAR-EVENTO.
      *        La referencia de un evento manual es la fecha y hora
      *        en que se registra.
               INITIALIZE EVENTO-PERDIDA
               MOVE "MAN" TO EVP-ORIGEN
               MOVE WS-FECHAYHORA-FORMATEADA TO EVP-REFERENCIA
               PERFORM CAPTURAR-CLASIFICACION
               IF NOT DATOS-VALIDOS
                   DISPLAY "CATEGORIA O LINEA DE NEGOCIO NO VALIDA"
               ELSE
                   DISPLAY "PERDIDA BRUTA EN PESOS: "
                   ACCEPT WS-MONTO-INGRESADO
                   MOVE WS-MONTO-INGRESADO TO EVP-PERDIDA-BRUTA
                   DISPLAY "RECUPERADO A LA FECHA EN PESOS: "
                   ACCEPT WS-MONTO-INGRESADO
                   MOVE WS-MONTO-INGRESADO TO EVP-RECUPERACION
                   DISPLAY "FECHA DE OCURRENCIA (AAAAMMDD): "
                   ACCEPT EVP-FECHA-OCURRENCIA
                   DISPLAY "FECHA DE DESCUBRIMIENTO (AAAAMMDD): "
                   ACCEPT EVP-FECHA-DESCUBRIMIENTO
                   DISPLAY "RUT DEL CLIENTE AFECTADO (VACIO = "
                       "NINGUNO): "
                   ACCEPT EVP-RUT
                   MOVE FUNCTION UPPER-CASE(EVP-RUT) TO EVP-RUT
                   DISPLAY "DESCRIPCION: "
                   ACCEPT EVP-DESCRIPCION
                   MOVE FUNCTION UPPER-CASE(EVP-DESCRIPCION)
                       TO EVP-DESCRIPCION
                   PERFORM VALIDAR-FECHAS-EVENTO
                   IF NOT DATOS-VALIDOS
                       DISPLAY "FECHAS NO VALIDAS: LA OCURRENCIA NO "
                           "PUEDE SER POSTERIOR AL DESCUBRIMIENTO "
                           "NI ESTE A HOY"
                   ELSE
                       MOVE WS-FECHA-HOY TO EVP-FECHA-REGISTRO
                       MOVE "VIG" TO EVP-ESTADO
                       MOVE WS-OPERADOR-RUT TO EVP-REGISTRADO-POR
                       MOVE 'N' TO EVP-RECLASIFICADO
                       WRITE EVENTO-PERDIDA
                       DISPLAY "EVENTO REGISTRADO: MAN "
                           EVP-REFERENCIA
                       MOVE "REGISTRA" TO WS-ACCION-AUDIT
                       MOVE SPACES TO WS-DETALLE-AUDIT
                       STRING
                           EVP-CATEGORIA DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EVP-LINEA-NEGOCIO DELIMITED BY SIZE
                           " BRUTA=" DELIMITED BY SIZE
                           EVP-PERDIDA-BRUTA DELIMITED BY SIZE
                           INTO WS-DETALLE-AUDIT
                       END-STRING
                       PERFORM GRABAR-AUDITORIA
                   END-IF
               END-IF.

            CAPTURAR-CLASIFICACION.
               MOVE 'N' TO WS-DATOS-VALIDOS
               DISPLAY "CATEGORIA (FRI=FRAUDE INTERNO, FRE=FRAUDE "
                   "EXTERNO, RLS=RELACIONES LABORALES, CLI=CLIENTES "
                   "Y PRODUCTOS, DAF=DANOS A ACTIVOS, ISF=FALLAS DE "
                   "SISTEMAS, EJE=EJECUCION DE PROCESOS): "
               ACCEPT EVP-CATEGORIA
               MOVE FUNCTION UPPER-CASE(EVP-CATEGORIA)
                   TO EVP-CATEGORIA
               DISPLAY "LINEA DE NEGOCIO (FCO=FINANZAS CORPORATIVAS, "
                   "NYV=NEGOCIACION Y VENTAS, BMI=BANCA MINORISTA, "
                   "BCO=BANCA COMERCIAL, PYL=PAGOS Y LIQUIDACIONES, "
                   "SAG=SERVICIOS DE AGENCIA, ADA=ADMINISTRACION DE "
                   "ACTIVOS, IMI=INTERMEDIACION MINORISTA): "
               ACCEPT EVP-LINEA-NEGOCIO
               MOVE FUNCTION UPPER-CASE(EVP-LINEA-NEGOCIO)
                   TO EVP-LINEA-NEGOCIO
               IF EVP-CATEGORIA-VALIDA AND EVP-LINEA-VALIDA
                   MOVE 'S' TO WS-DATOS-VALIDOS
               END-IF.

            VALIDAR-FECHAS-EVENTO.
               MOVE 'N' TO WS-DATOS-VALIDOS
               IF EVP-FECHA-OCURRENCIA NUMERIC
                  AND EVP-FECHA-DESCUBRIMIENTO NUMERIC
                  AND EVP-FECHA-OCURRENCIA > 19000000
                  AND EVP-FECHA-OCURRENCIA
                      NOT > EVP-FECHA-DESCUBRIMIENTO
                  AND EVP-FECHA-DESCUBRIMIENTO NOT > WS-FECHA-HOY
                   MOVE 'S' TO WS-DATOS-VALIDOS
               END-IF.

            BUSCAR-EVENTO.
               MOVE 'N' TO WS-EVENTO-ENCONTRADO
               DISPLAY "ORIGEN DEL EVENTO (SUS/DIS/FRA/CXC/MAN): "
               ACCEPT EVP-ORIGEN
               MOVE FUNCTION UPPER-CASE(EVP-ORIGEN) TO EVP-ORIGEN
               DISPLAY "REFERENCIA DEL EVENTO (COMO EN EL LISTADO): "
               ACCEPT EVP-REFERENCIA
               MOVE FUNCTION UPPER-CASE(EVP-REFERENCIA)
                   TO EVP-REFERENCIA
               READ ARCHIVO-PERDIDAS
                   INVALID KEY
                       DISPLAY "EVENTO NO ENCONTRADO"
                   NOT INVALID KEY
                       MOVE 'S' TO WS-EVENTO-ENCONTRADO
                       PERFORM MOSTRAR-EVENTO
               END-READ.

            REGISTRAR-RECUPERACION.
      *        El monto es el total recuperado a la fecha, no un
      *        abono: reemplaza al anterior.
               PERFORM BUSCAR-EVENTO
               IF EVENTO-ENCONTRADO
                   DISPLAY "TOTAL RECUPERADO A LA FECHA EN PESOS: "
                   ACCEPT WS-MONTO-INGRESADO
                   IF WS-MONTO-INGRESADO > EVP-PERDIDA-BRUTA
                       DISPLAY "LA RECUPERACION NO PUEDE SUPERAR LA "
                           "PERDIDA BRUTA"
                   ELSE
                       MOVE WS-MONTO-INGRESADO TO EVP-RECUPERACION
                       REWRITE EVENTO-PERDIDA
                       DISPLAY "RECUPERACION REGISTRADA"
                       MOVE "RECUPERA" TO WS-ACCION-AUDIT
                       MOVE SPACES TO WS-DETALLE-AUDIT
                       STRING
                           "RECUPERADO=" DELIMITED BY SIZE
                           EVP-RECUPERACION DELIMITED BY SIZE
                           INTO WS-DETALLE-AUDIT
                       END-STRING
                       PERFORM GRABAR-AUDITORIA
                   END-IF
               END-IF.

            RECLASIFICAR-EVENTO.
               PERFORM BUSCAR-EVENTO
               IF EVENTO-ENCONTRADO
                   MOVE EVP-CATEGORIA TO WS-CATEGORIA-ANTERIOR
                   MOVE EVP-LINEA-NEGOCIO TO WS-LINEA-ANTERIOR
                   PERFORM CAPTURAR-CLASIFICACION
                   IF NOT DATOS-VALIDOS
                       DISPLAY "CATEGORIA O LINEA DE NEGOCIO NO "
                           "VALIDA"
                   ELSE
                       MOVE 'S' TO EVP-RECLASIFICADO
                       REWRITE EVENTO-PERDIDA
                       DISPLAY "EVENTO RECLASIFICADO"
                       MOVE "RECLASIFIC" TO WS-ACCION-AUDIT
                       MOVE SPACES TO WS-DETALLE-AUDIT
                       STRING
                           WS-CATEGORIA-ANTERIOR DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           WS-LINEA-ANTERIOR DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           EVP-CATEGORIA DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           EVP-LINEA-NEGOCIO DELIMITED BY SIZE
                           INTO WS-DETALLE-AUDIT
                       END-STRING
                       PERFORM GRABAR-AUDITORIA
                   END-IF
               END-IF.

            ANULAR-EVENTO.
      *        Se marca como reclasificado para que la recarga desde
      *        la fuente no lo vuelva a dejar vigente.
               PERFORM BUSCAR-EVENTO
               IF EVENTO-ENCONTRADO
                   IF EVP-ESTA-ANULADO
                       DISPLAY "EL EVENTO YA ESTA ANULADO"
                   ELSE
                       MOVE "ANU" TO EVP-ESTADO
                       MOVE 'S' TO EVP-RECLASIFICADO
                       REWRITE EVENTO-PERDIDA
                       DISPLAY "EVENTO ANULADO"
                       MOVE "ANULA" TO WS-ACCION-AUDIT
                       MOVE EVP-DESCRIPCION TO WS-DETALLE-AUDIT
                       PERFORM GRABAR-AUDITORIA
                   END-IF
               END-IF.

            MOSTRAR-EVENTO.
               DISPLAY "EVENTO: " EVP-ORIGEN " " EVP-REFERENCIA
               DISPLAY "CATEGORIA: " EVP-CATEGORIA
                   "  LINEA: " EVP-LINEA-NEGOCIO
                   "  ESTADO: " EVP-ESTADO
               DISPLAY "PERDIDA BRUTA: " EVP-PERDIDA-BRUTA
                   "  RECUPERADO: " EVP-RECUPERACION
               DISPLAY "OCURRENCIA: " EVP-FECHA-OCURRENCIA
                   "  DESCUBRIMIENTO: " EVP-FECHA-DESCUBRIMIENTO
               DISPLAY "DESCRIPCION: " EVP-DESCRIPCION.

            LISTAR-EVENTOS.
               MOVE 'N' TO WS-PERDIDAS-EOF
               MOVE LOW-VALUES TO EVP-CLAVE
               START ARCHIVO-PERDIDAS
                   KEY IS NOT LESS THAN EVP-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-PERDIDAS-EOF
               END-START
               DISPLAY "ORI REFERENCIA               CAT LIN "
                   "BRUTA      RECUPERADO DESCUBRIM  EST"
               PERFORM UNTIL WS-PERDIDAS-FIN-ARCHIVO
                   READ ARCHIVO-PERDIDAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-PERDIDAS-EOF
                   END-READ
                   IF NOT WS-PERDIDAS-FIN-ARCHIVO
                       DISPLAY
                           EVP-ORIGEN " " EVP-REFERENCIA " "
                           EVP-CATEGORIA " " EVP-LINEA-NEGOCIO " "
                           EVP-PERDIDA-BRUTA " " EVP-RECUPERACION " "
                           EVP-FECHA-DESCUBRIMIENTO " " EVP-ESTADO
                   END-IF
               END-PERFORM.

            GRABAR-AUDITORIA.
               OPEN EXTEND ARCHIVO-AUDITORIA
               MOVE SPACES TO REGISTRO-AUDITORIA-ADMIN
               MOVE WS-FECHAYHORA-FORMATEADA TO ADM-FECHAYHORA
               MOVE WS-OPERADOR-RUT TO ADM-EJECUTIVO-RUT
               MOVE "GEST-PERDIDAS" TO ADM-PROGRAMA
               MOVE WS-ACCION-AUDIT TO ADM-ACCION
               MOVE EVP-REFERENCIA TO ADM-OBJETO
               STRING
                   EVP-ORIGEN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DETALLE-AUDIT DELIMITED BY SIZE
                   INTO ADM-DETALLE
               END-STRING
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
                       IF USU-ES-RIESGO OR USU-ES-SUPERVISOR
                           MOVE 'S' TO WS-OPERADOR-AUTORIZADO
                           MOVE 0 TO USU-INTENTOS-FALLIDOS
                           REWRITE USUARIO
                       ELSE
                           DISPLAY
                               "SU ROL NO PERMITE USAR ESTE "
                               "PROGRAMA (SOLO RSG/SUP)"
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
       END PROGRAM GESTION-PERDIDAS.
