      * Purpose: Mantencion del maestro de clientes (clientes.txt)
      *          para uso exclusivo de un ejecutivo: crear, modificar
      *          y consultar el nombre y los datos de contacto de un
      *          cliente identificado por su RUT, y asignarle su
      *          ejecutivo de cuenta (un operador EJE de usuarios.txt).
      *          Corregir una direccion, telefono o correo marcado
      *          como no entregable borra su marca, y el dato vuelve
      *          a usarse para los avisos. Un cambio de telefono o
      *          correo abre el periodo de seguridad del cajero y deja
      *          en la cola el aviso del cambio (CSG), que va al dato
      *          anterior por si el cambio no lo pidio el cliente.
      *          La residencia tributaria extranjera (paises, numeros
      *          de identificacion tributaria, persona estadounidense)
      *          se captura al crear la ficha y se actualiza con FIS
      *          cuando el cliente firma una nueva autocertificacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CLI-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CLIENTES.
           SELECT ARCHIVO-USUARIOS ASSIGN TO "usuarios.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-USUARIOS.
           SELECT OPTIONAL ARCHIVO-CONSENTIMIENTOS
               ASSIGN TO "consentimientos.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVO-NOTIFICACIONES
               ASSIGN TO "notificaciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-CONSENTIMIENTOS.
           COPY "CONSENTIMIENTO.CPY".
       FD ARCHIVO-NOTIFICACIONES.
           COPY "NOTIFICACION.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-RUT PIC X(10).
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA
               VALUE "CRE" "MOD" "CON" "PUB" "EJE" "FIS".
      *    Ejecutivo de cuenta a asignar: debe existir en
      *    usuarios.txt con rol EJE y no estar bloqueado.
       77 WS-STATUS-USUARIOS PIC X(2) VALUE "00".
       77 WS-EJECUTIVO-RUT PIC X(10).
       77 WS-EJECUTIVO-VALIDO PIC X VALUE 'N'.
           88 EJECUTIVO-ES-VALIDO VALUE 'S'.
       77 WS-SUPERVISOR-RUT PIC X(10).
       77 WS-SUPERVISOR-NUM-CUENTA PIC 9(3).
       77 WS-SUPERVISOR-CLAVE PIC 9(4).
           88 SUPERVISOR-AUTORIZADO VALUE 'S'.
       77 WS-CLIENTE-ENCONTRADO PIC X VALUE 'N'.
           88 CLIENTE-ENCONTRADO VALUE 'S'.
      *    Contacto antes de la modificacion, para saber si el
      *    ejecutivo corrigio un dato marcado como no entregable.
       77 WS-DIRECCION-ANTERIOR PIC X(40).
       77 WS-TELEFONO-ANTERIOR PIC X(12).
       77 WS-EMAIL-ANTERIOR PIC X(40).
       77 WS-HUBO-CAMBIO-SEGURIDAD PIC X VALUE 'N'.
           88 HUBO-CAMBIO-SEGURIDAD VALUE 'S'.
       77 WS-ID-TERMINAL PIC X(8) VALUE "MANTCLI".
      *    Captura de la residencia tributaria extranjera.
       77 WS-RESIDENCIA-INDICE PIC 9(1).
       77 WS-FIN-RESIDENCIAS PIC X VALUE 'N'.
           88 FIN-RESIDENCIAS VALUE 'S'.
       77 WS-TIENE-PAIS-US PIC X VALUE 'N'.
           88 TIENE-PAIS-US VALUE 'S'.
       77 WS-AUTOCERTIFICACION-FIRMADA PIC X(1).
       77 WS-PAIS-INGRESADO PIC X(2).
       77 WS-NIF-INGRESADO PIC X(20).
      *    Canales de publicidad en el orden de CLI-CONSENT-TABLA.
       01 WS-CANALES-PUBLICIDAD.
           05 FILLER PIC X(23) VALUE "SMSMENSAJE DE TEXTO    ".
           05 FILLER PIC X(23) VALUE "EMLCORREO ELECTRONICO  ".
           05 FILLER PIC X(23) VALUE "CARCARTA               ".
           05 FILLER PIC X(23) VALUE "CAJPANTALLA DEL CAJERO ".
       01 WS-CANALES-PUBLICIDAD-TABLA
           REDEFINES WS-CANALES-PUBLICIDAD.
           05 WS-CANAL-PUB OCCURS 4 TIMES.
              10 WS-CANAL-PUB-CODIGO PIC X(3).
              10 WS-CANAL-PUB-NOMBRE PIC X(20).
       77 WS-CANAL-INDICE PIC 9(1).
       77 WS-RESPUESTA-PUB PIC X(1).
       77 WS-MARCA-ANTERIOR PIC X(1).
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

       PROCEDURE DIVISION.
            DISPLAY "----------- MANTENCION DE CLIENTES -----------".
                STOP RUN
            END-IF.

            DISPLAY "ACCION (CRE=CREAR, MOD=MODIFICAR, CON=CONSULTAR, "
                "PUB=CONSENTIMIENTO DE PUBLICIDAD, "
                "EJE=ASIGNAR EJECUTIVO, "
                "FIS=RESIDENCIA TRIBUTARIA): "
            ACCEPT WS-ACCION.
            MOVE FUNCTION UPPER-CASE(WS-ACCION) TO WS-ACCION.

                    PERFORM MODIFICAR-CLIENTE
                WHEN "CON"
                    PERFORM CONSULTAR-CLIENTE
                WHEN "PUB"
                    PERFORM MODIFICAR-CONSENTIMIENTOS
                WHEN "EJE"
                    PERFORM ASIGNAR-EJECUTIVO
                WHEN "FIS"
                    PERFORM MODIFICAR-RESIDENCIA-FISCAL
            END-EVALUATE.

            STOP RUN.
            CREAR-CLIENTE.
               PERFORM ABRIR-CLIENTES-IO
               MOVE WS-RUT TO CLI-RUT
               MOVE 0 TO CLI-FECHA-ANONIMIZACION
               MOVE 0 TO CLI-FECHA-NACIMIENTO
               MOVE SPACES TO CLI-RUT-TUTOR
               MOVE SPACES TO CLI-EJECUTIVO-RUT
               MOVE 0 TO CLI-FECHA-ASIGNACION
               MOVE 'N' TO CLI-DIRECCION-INVALIDA CLI-TELEFONO-INVALIDO
                   CLI-EMAIL-INVALIDO
               MOVE 0 TO CLI-FECHA-DIRECCION-INV CLI-FECHA-TELEFONO-INV
                   CLI-FECHA-EMAIL-INV
               MOVE 0 TO CLI-FECHA-CAMBIO-SEG CLI-HORA-CAMBIO-SEG
               MOVE SPACES TO CLI-TIPO-CAMBIO-SEG CLI-TELEFONO-ANTERIOR
                   CLI-EMAIL-ANTERIOR
               INITIALIZE CLI-RESIDENCIA-FISCAL
               MOVE 'N' TO CLI-US-PERSON
               PERFORM INGRESAR-DATOS-CLIENTE
               PERFORM CAPTURAR-RESIDENCIA-FISCAL
      *        Todo cliente nace sin consentimiento de publicidad;
      *        lo que otorgue aqui queda registrado como cualquier
      *        otro cambio.
               PERFORM VARYING WS-CANAL-INDICE FROM 1 BY 1
                   UNTIL WS-CANAL-INDICE > 4
                   MOVE 'N' TO CLI-PUB-MARCA(WS-CANAL-INDICE)
                   MOVE 0 TO CLI-PUB-FECHA(WS-CANAL-INDICE)
                   MOVE SPACES TO CLI-PUB-ORIGEN(WS-CANAL-INDICE)
               END-PERFORM
               WRITE CLIENTE
                   INVALID KEY
                       DISPLAY "YA EXISTE UN CLIENTE CON ESE RUT"
                   NOT INVALID KEY
                       DISPLAY "CLIENTE CREADO EXITOSAMENTE"
                       PERFORM CAPTURAR-CONSENTIMIENTOS
                       REWRITE CLIENTE
               END-WRITE
               CLOSE ARCHIVO-CLIENTES.

                   NOT INVALID KEY
                       PERFORM MOSTRAR-CLIENTE
                       DISPLAY "INGRESE LOS DATOS NUEVOS:"
                       MOVE CLI-DIRECCION TO WS-DIRECCION-ANTERIOR
                       MOVE CLI-TELEFONO TO WS-TELEFONO-ANTERIOR
                       MOVE CLI-EMAIL TO WS-EMAIL-ANTERIOR
                       PERFORM INGRESAR-DATOS-CLIENTE
                       PERFORM REHABILITAR-CONTACTOS
                       PERFORM REGISTRAR-CAMBIO-SEGURIDAD
                       REWRITE CLIENTE
                       DISPLAY "CLIENTE ACTUALIZADO EXITOSAMENTE"
                       IF HUBO-CAMBIO-SEGURIDAD
                           PERFORM ENCOLAR-AVISO-CAMBIO-SEGURIDAD
                       END-IF
               END-READ
               CLOSE ARCHIVO-CLIENTES.

            REHABILITAR-CONTACTOS.
      *        Un dato distinto del que fue devuelto o rebotado es un
      *        dato nuevo: se le quita la marca para volver a usarlo.
               IF CLI-DIRECCION-DEVUELTA
                  AND CLI-DIRECCION NOT = WS-DIRECCION-ANTERIOR
                   MOVE 'N' TO CLI-DIRECCION-INVALIDA
                   MOVE 0 TO CLI-FECHA-DIRECCION-INV
                   DISPLAY "DIRECCION CORREGIDA: VUELVE A USARSE"
               END-IF
               IF CLI-TELEFONO-REBOTADO
                  AND CLI-TELEFONO NOT = WS-TELEFONO-ANTERIOR
                   MOVE 'N' TO CLI-TELEFONO-INVALIDO
                   MOVE 0 TO CLI-FECHA-TELEFONO-INV
                   DISPLAY "TELEFONO CORREGIDO: VUELVE A USARSE"
               END-IF
               IF CLI-EMAIL-REBOTADO
                  AND CLI-EMAIL NOT = WS-EMAIL-ANTERIOR
                   MOVE 'N' TO CLI-EMAIL-INVALIDO
                   MOVE 0 TO CLI-FECHA-EMAIL-INV
                   DISPLAY "CORREO CORREGIDO: VUELVE A USARSE"
               END-IF.

            REGISTRAR-CAMBIO-SEGURIDAD.
      *        Telefono y correo son los datos con que se recupera el
      *        acceso: su cambio queda fechado para el periodo de
      *        seguridad del cajero, y el dato reemplazado se guarda
      *        para avisar alli. Un dato que no cambio en esta
      *        modificacion no guarda anterior.
               MOVE 'N' TO WS-HUBO-CAMBIO-SEGURIDAD
               IF CLI-TELEFONO NOT = WS-TELEFONO-ANTERIOR
                   MOVE 'S' TO WS-HUBO-CAMBIO-SEGURIDAD
                   MOVE "TEL" TO CLI-TIPO-CAMBIO-SEG
               END-IF
               IF CLI-EMAIL NOT = WS-EMAIL-ANTERIOR
                   MOVE 'S' TO WS-HUBO-CAMBIO-SEGURIDAD
                   MOVE "EML" TO CLI-TIPO-CAMBIO-SEG
               END-IF
               IF HUBO-CAMBIO-SEGURIDAD
                   MOVE SPACES TO CLI-TELEFONO-ANTERIOR
                   MOVE SPACES TO CLI-EMAIL-ANTERIOR
                   IF CLI-TELEFONO NOT = WS-TELEFONO-ANTERIOR
                       MOVE WS-TELEFONO-ANTERIOR
                           TO CLI-TELEFONO-ANTERIOR
                   END-IF
                   IF CLI-EMAIL NOT = WS-EMAIL-ANTERIOR
                       MOVE WS-EMAIL-ANTERIOR TO CLI-EMAIL-ANTERIOR
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA
                   MOVE WS-FECHAYHORA(1:8) TO CLI-FECHA-CAMBIO-SEG
                   MOVE WS-FECHAYHORA(9:2) TO CLI-HORA-CAMBIO-SEG
                   DISPLAY
                       "CAMBIO DE DATOS DE SEGURIDAD: EL CLIENTE "
                       "QUEDA EN PERIODO DE SEGURIDAD EN EL CAJERO"
               END-IF.

            ENCOLAR-AVISO-CAMBIO-SEGURIDAD.
               MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA
               MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO
               MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO
               MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO
               MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA
               MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO
               MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO
               OPEN EXTEND ARCHIVO-NOTIFICACIONES
               MOVE SPACES TO REGISTRO-NOTIFICACION
               MOVE WS-RUT TO NOT-RUT
               MOVE 0 TO NOT-NUM-CUENTA
               MOVE "CSG" TO NOT-OPERACION
               MOVE 0 TO NOT-SALDO-NUEVO
               MOVE WS-FECHAYHORA-FORMATEADA TO NOT-FECHAYHORA
               MOVE WS-ID-TERMINAL TO NOT-ID-TERMINAL
               MOVE "PEN" TO NOT-ESTADO
               MOVE 0 TO NOT-REINTENTOS
               WRITE REGISTRO-NOTIFICACION AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-NOTIFICACIONES.

            CONSULTAR-CLIENTE.
               MOVE 'N' TO WS-CLIENTE-ENCONTRADO
               OPEN INPUT ARCHIVO-CLIENTES
               DISPLAY "COMUNA: " CLI-COMUNA
               DISPLAY "TELEFONO: " CLI-TELEFONO
               DISPLAY "CORREO: " CLI-EMAIL
               IF CLI-DIRECCION-DEVUELTA
                   DISPLAY "  DIRECCION DEVUELTA POR CORREO EL "
                       CLI-FECHA-DIRECCION-INV
               END-IF
               IF CLI-TELEFONO-REBOTADO
                   DISPLAY "  TELEFONO RECHAZADO POR EL GATEWAY EL "
                       CLI-FECHA-TELEFONO-INV
               END-IF
               IF CLI-EMAIL-REBOTADO
                   DISPLAY "  CORREO REBOTADO POR EL GATEWAY EL "
                       CLI-FECHA-EMAIL-INV
               END-IF
               DISPLAY "CANAL PREFERIDO: " CLI-CANAL-PREFERIDO
               IF CLI-EJECUTIVO-RUT = SPACES
                   DISPLAY "EJECUTIVO: SIN ASIGNAR"
               ELSE
                   DISPLAY "EJECUTIVO: " CLI-EJECUTIVO-RUT
                       " DESDE " CLI-FECHA-ASIGNACION
               END-IF
               PERFORM MOSTRAR-RESIDENCIA-FISCAL
               PERFORM MOSTRAR-CONSENTIMIENTOS.

            MOSTRAR-RESIDENCIA-FISCAL.
               DISPLAY "RESIDENCIA TRIBUTARIA:"
               IF CLI-FECHA-AUTOCERTIFICACION NOT NUMERIC
                  OR CLIENTE-SIN-AUTOCERTIFICAR
                   DISPLAY "  SIN AUTOCERTIFICACION"
               ELSE
                   DISPLAY "  AUTOCERTIFICADA EL "
                       CLI-FECHA-AUTOCERTIFICACION
               END-IF
               IF CLIENTE-ES-US-PERSON
                   DISPLAY "  PERSONA ESTADOUNIDENSE: SI"
               ELSE
                   DISPLAY "  PERSONA ESTADOUNIDENSE: NO"
               END-IF
               PERFORM VARYING WS-RESIDENCIA-INDICE FROM 1 BY 1
                   UNTIL WS-RESIDENCIA-INDICE > 3
                   IF CLI-PAIS-RESIDENCIA(WS-RESIDENCIA-INDICE)
                       NOT = SPACES
                       DISPLAY "  PAIS "
                           CLI-PAIS-RESIDENCIA(WS-RESIDENCIA-INDICE)
                           " NIF "
                           CLI-NIF-EXTRANJERO(WS-RESIDENCIA-INDICE)
                   END-IF
               END-PERFORM.

            MODIFICAR-RESIDENCIA-FISCAL.
      *        Nueva autocertificacion del cliente (o correccion de
      *        la anterior): reemplaza completa la residencia
      *        tributaria. Es la accion con que el ejecutivo resuelve
      *        a los clientes de la lista de indicios sin
      *        autocertificar del informe anual.
               PERFORM ABRIR-CLIENTES-IO
               MOVE WS-RUT TO CLI-RUT
               READ ARCHIVO-CLIENTES
                   INVALID KEY
                       DISPLAY "CLIENTE NO ENCONTRADO"
                   NOT INVALID KEY
                       IF CLI-FECHA-ANONIMIZACION NUMERIC
                          AND NOT CLIENTE-SIN-ANONIMIZAR
                           DISPLAY "FICHA ANONIMIZADA, SIN CAMBIOS"
                       ELSE
                           PERFORM MOSTRAR-RESIDENCIA-FISCAL
                           PERFORM CAPTURAR-RESIDENCIA-FISCAL
                           REWRITE CLIENTE
                           DISPLAY "RESIDENCIA TRIBUTARIA ACTUALIZADA"
                       END-IF
               END-READ
               CLOSE ARCHIVO-CLIENTES.

            CAPTURAR-RESIDENCIA-FISCAL.
      *        Autocertificacion de residencia tributaria: paises
      *        distintos de Chile donde el cliente es residente para
      *        efectos tributarios, con su numero de identificacion
      *        en cada uno, y si es persona estadounidense. Solo con
      *        el formulario firmado queda fechada la
      *        autocertificacion; sin firma los datos quedan como
      *        indicio y el cliente sigue en la lista de contacto.
               INITIALIZE CLI-RESIDENCIA-FISCAL
               MOVE 'N' TO WS-TIENE-PAIS-US
               DISPLAY "ES CIUDADANO O RESIDENTE DE EEUU? (S/N): "
               ACCEPT CLI-US-PERSON
               MOVE FUNCTION UPPER-CASE(CLI-US-PERSON)
                   TO CLI-US-PERSON
               IF CLI-US-PERSON NOT = 'S'
                   MOVE 'N' TO CLI-US-PERSON
               END-IF
               DISPLAY "PAISES DE RESIDENCIA TRIBUTARIA FUERA DE "
                   "CHILE (CODIGO ISO, EN BLANCO PARA TERMINAR)"
               MOVE 'N' TO WS-FIN-RESIDENCIAS
               PERFORM VARYING WS-RESIDENCIA-INDICE FROM 1 BY 1
                   UNTIL WS-RESIDENCIA-INDICE > 3 OR FIN-RESIDENCIAS
                   DISPLAY "PAIS " WS-RESIDENCIA-INDICE ": "
                   MOVE SPACES TO WS-PAIS-INGRESADO WS-NIF-INGRESADO
                   ACCEPT WS-PAIS-INGRESADO
                   MOVE FUNCTION UPPER-CASE(WS-PAIS-INGRESADO)
                       TO WS-PAIS-INGRESADO
                   EVALUATE WS-PAIS-INGRESADO
                       WHEN SPACES
                           MOVE 'S' TO WS-FIN-RESIDENCIAS
                       WHEN "CL"
                           DISPLAY "CHILE NO SE DECLARA, SE OMITE"
                           MOVE 'S' TO WS-FIN-RESIDENCIAS
                       WHEN OTHER
                           DISPLAY "NUMERO DE IDENTIFICACION "
                               "TRIBUTARIA EN " WS-PAIS-INGRESADO ": "
                           ACCEPT WS-NIF-INGRESADO
                           MOVE FUNCTION UPPER-CASE(WS-NIF-INGRESADO)
                               TO WS-NIF-INGRESADO
                           MOVE WS-PAIS-INGRESADO TO
                               CLI-PAIS-RESIDENCIA(WS-RESIDENCIA-INDICE)
                           MOVE WS-NIF-INGRESADO TO
                               CLI-NIF-EXTRANJERO(WS-RESIDENCIA-INDICE)
                           IF WS-PAIS-INGRESADO = "US"
                               MOVE 'S' TO WS-TIENE-PAIS-US
                               MOVE 'S' TO CLI-US-PERSON
                           END-IF
                   END-EVALUATE
               END-PERFORM
               IF CLIENTE-ES-US-PERSON AND NOT TIENE-PAIS-US
                   DISPLAY "FALTA EL NUMERO TRIBUTARIO DE EEUU (TIN): "
                       "DECLARE EL PAIS US PARA INFORMARLO"
               END-IF
               DISPLAY "EL CLIENTE FIRMO LA AUTOCERTIFICACION? (S/N): "
               MOVE SPACE TO WS-AUTOCERTIFICACION-FIRMADA
               ACCEPT WS-AUTOCERTIFICACION-FIRMADA
               MOVE FUNCTION UPPER-CASE(WS-AUTOCERTIFICACION-FIRMADA)
                   TO WS-AUTOCERTIFICACION-FIRMADA
               IF WS-AUTOCERTIFICACION-FIRMADA = 'S'
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
                   MOVE WS-FECHA-HOY TO CLI-FECHA-AUTOCERTIFICACION
               ELSE
                   DISPLAY "SIN FIRMA: QUEDA PENDIENTE DE "
                       "AUTOCERTIFICAR"
               END-IF.

            MOSTRAR-CONSENTIMIENTOS.
               DISPLAY "CONSENTIMIENTO DE PUBLICIDAD:"
               PERFORM VARYING WS-CANAL-INDICE FROM 1 BY 1
                   UNTIL WS-CANAL-INDICE > 4
                   IF CLI-PUB-ACEPTADA(WS-CANAL-INDICE)
                       DISPLAY "  " WS-CANAL-PUB-NOMBRE(WS-CANAL-INDICE)
                           ": SI (" CLI-PUB-FECHA(WS-CANAL-INDICE)
                           " " CLI-PUB-ORIGEN(WS-CANAL-INDICE) ")"
                   ELSE
                       DISPLAY "  " WS-CANAL-PUB-NOMBRE(WS-CANAL-INDICE)
                           ": NO"
                   END-IF
               END-PERFORM.

            MODIFICAR-CONSENTIMIENTOS.
      *        Otorga o revoca el consentimiento de publicidad canal
      *        por canal, a peticion del cliente frente al
      *        ejecutivo. Los datos de contacto no se tocan.
               PERFORM ABRIR-CLIENTES-IO
               MOVE WS-RUT TO CLI-RUT
               READ ARCHIVO-CLIENTES
                   INVALID KEY
                       DISPLAY "CLIENTE NO ENCONTRADO"
                   NOT INVALID KEY
                       IF CLI-FECHA-ANONIMIZACION NUMERIC
                          AND NOT CLIENTE-SIN-ANONIMIZAR
                           DISPLAY "FICHA ANONIMIZADA, SIN CAMBIOS"
                       ELSE
                           PERFORM MOSTRAR-CONSENTIMIENTOS
                           PERFORM CAPTURAR-CONSENTIMIENTOS
                           REWRITE CLIENTE
                           DISPLAY "CONSENTIMIENTOS ACTUALIZADOS"
                       END-IF
               END-READ
               CLOSE ARCHIVO-CLIENTES.

            ASIGNAR-EJECUTIVO.
      *        Deja al cliente en la cartera de un ejecutivo; el
      *        cambio de uno a otro se hace igual, cliente a cliente
      *        (el traspaso en bloque esta en MANTENCION-USUARIOS).
               DISPLAY "RUT DEL EJECUTIVO A ASIGNAR: "
               ACCEPT WS-EJECUTIVO-RUT
               MOVE FUNCTION UPPER-CASE(WS-EJECUTIVO-RUT)
                   TO WS-EJECUTIVO-RUT
               PERFORM VALIDAR-EJECUTIVO
               IF NOT EJECUTIVO-ES-VALIDO
                   STOP RUN
               END-IF
               PERFORM ABRIR-CLIENTES-IO
               MOVE WS-RUT TO CLI-RUT
               READ ARCHIVO-CLIENTES
                   INVALID KEY
                       DISPLAY "CLIENTE NO ENCONTRADO"
                   NOT INVALID KEY
                       IF CLI-FECHA-ANONIMIZACION NUMERIC
                          AND NOT CLIENTE-SIN-ANONIMIZAR
                           DISPLAY "FICHA ANONIMIZADA, SIN CAMBIOS"
                       ELSE
                           MOVE WS-EJECUTIVO-RUT TO CLI-EJECUTIVO-RUT
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO WS-FECHA-HOY
                           MOVE WS-FECHA-HOY TO CLI-FECHA-ASIGNACION
                           REWRITE CLIENTE
                           DISPLAY "CLIENTE ASIGNADO A " USU-NOMBRE
                       END-IF
               END-READ
               CLOSE ARCHIVO-CLIENTES.

            VALIDAR-EJECUTIVO.
               MOVE 'N' TO WS-EJECUTIVO-VALIDO
               OPEN INPUT ARCHIVO-USUARIOS
               IF WS-STATUS-USUARIOS = "35"
                   DISPLAY "NO EXISTE EL MAESTRO DE USUARIOS"
               ELSE
                   MOVE WS-EJECUTIVO-RUT TO USU-RUT
                   READ ARCHIVO-USUARIOS
                       INVALID KEY
                           DISPLAY "EJECUTIVO NO REGISTRADO"
                       NOT INVALID KEY
                           IF NOT USU-ES-EJECUTIVO
                               DISPLAY "EL OPERADOR NO TIENE ROL EJE"
                           ELSE
                               IF USU-ESTA-BLOQUEADO
                                   DISPLAY "EL EJECUTIVO ESTA BLOQUEADO"
                               ELSE
                                   MOVE 'S' TO WS-EJECUTIVO-VALIDO
                               END-IF
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-USUARIOS
               END-IF.

            CAPTURAR-CONSENTIMIENTOS.
      *        Pregunta canal por canal; en blanco deja la marca como
      *        esta. Solo un cambio efectivo se fecha y se registra,
      *        con origen EJE y el RUT del ejecutivo que lo capturo.
               PERFORM VARYING WS-CANAL-INDICE FROM 1 BY 1
                   UNTIL WS-CANAL-INDICE > 4
                   DISPLAY "ACEPTA PUBLICIDAD POR "
                       WS-CANAL-PUB-NOMBRE(WS-CANAL-INDICE)
                       "? (S/N, EN BLANCO SIN CAMBIO): "
                   MOVE SPACE TO WS-RESPUESTA-PUB
                   ACCEPT WS-RESPUESTA-PUB
                   MOVE FUNCTION UPPER-CASE(WS-RESPUESTA-PUB)
                       TO WS-RESPUESTA-PUB
                   MOVE CLI-PUB-MARCA(WS-CANAL-INDICE)
                       TO WS-MARCA-ANTERIOR
                   IF WS-MARCA-ANTERIOR NOT = 'S'
                       MOVE 'N' TO WS-MARCA-ANTERIOR
                   END-IF
                   IF (WS-RESPUESTA-PUB = 'S' OR 'N')
                      AND WS-RESPUESTA-PUB NOT = WS-MARCA-ANTERIOR
                       PERFORM REGISTRAR-CONSENTIMIENTO
                   END-IF
               END-PERFORM.

            REGISTRAR-CONSENTIMIENTO.
               MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA
               MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY
               MOVE WS-RESPUESTA-PUB TO CLI-PUB-MARCA(WS-CANAL-INDICE)
               MOVE WS-FECHA-HOY TO CLI-PUB-FECHA(WS-CANAL-INDICE)
               MOVE "EJE" TO CLI-PUB-ORIGEN(WS-CANAL-INDICE)

               MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO
               MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO
               MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO
               MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA
               MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO
               MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO
               OPEN EXTEND ARCHIVO-CONSENTIMIENTOS
               MOVE SPACES TO REGISTRO-CONSENTIMIENTO
               MOVE WS-FECHAYHORA-FORMATEADA TO CNS-FECHAYHORA
               MOVE WS-RUT TO CNS-RUT
               MOVE WS-CANAL-PUB-CODIGO(WS-CANAL-INDICE) TO CNS-CANAL
               MOVE WS-MARCA-ANTERIOR TO CNS-VALOR-ANTERIOR
               MOVE WS-RESPUESTA-PUB TO CNS-VALOR-NUEVO
               MOVE "EJE" TO CNS-ORIGEN
               MOVE WS-SUPERVISOR-RUT TO CNS-USUARIO
               WRITE REGISTRO-CONSENTIMIENTO
               CLOSE ARCHIVO-CONSENTIMIENTOS.

            CAPTURAR-PERFIL-KYC.
      *        Perfil de cumplimiento: se captura junto con los
