      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Apertura en sucursal de una cuenta de menor de edad
      *          (producto MEN) a nombre del menor y representada por
      *          su tutor legal presente: el ejecutivo verifica al
      *          tutor (cliente vigente y adulto), registra la fecha
      *          de nacimiento del menor y el RUT del tutor en su
      *          ficha, y abre la cuenta sin sobregiro, con limite
      *          diario reducido y un tope de giro sobre el cual el
      *          cajero exige la clave del tutor. El tutor firma la
      *          autocertificacion de residencia tributaria del menor.
      *          Todo en la bitacora administrativa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APERTURA-CUENTA-MENOR.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Apertura de cuentas de menores con tutor legal.

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
           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CLIENTES.
           SELECT ARCHIVO-USUARIOS ASSIGN TO "usuarios.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-USUARIOS.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-TERMINALES
               ASSIGN TO "terminales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-ID-TERMINAL
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TERMINALES.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-AUDITORIA.
           COPY "AUDITORIA-ADMIN.CPY".
       FD ARCHIVO-TERMINALES.
           COPY "TERMINAL.CPY".
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
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-CUENTAS-EOF PIC X VALUE 'N'.
           88 WS-CUENTAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-RUT-TUTOR PIC X(10).
       77 WS-RUT-MENOR PIC X(10).
       77 WS-NOMBRE-MENOR PIC X(40).
       77 WS-FECHA-NACIMIENTO PIC 9(8).
       77 WS-EDAD-AAAAMMDD PIC S9(8).
       77 WS-NUM-CUENTA PIC 9(3) VALUE 0.
       77 WS-NUM-TARJETA PIC 9(16).
       77 WS-CLAVE-INICIAL PIC 9(4).
       77 WS-CLAVE-HASH PIC 9(8).
       77 WS-LIMITE-GIRO-DIARIO PIC 9(8).
       77 WS-TOPE-GIRO-SIN-TUTOR PIC 9(8).
      *    Valores por defecto del producto MEN cuando el ejecutivo
      *    no informa otros al abrir.
       77 WS-LIMITE-GIRO-MENOR-DEFECTO PIC 9(8) VALUE 50000.
       77 WS-TOPE-SIN-TUTOR-DEFECTO PIC 9(8) VALUE 20000.
       77 WS-RESPUESTA PIC XX.
           88 WS-RESPUESTA-SI VALUE "SI".
       77 WS-CLIENTE-EXISTE PIC X VALUE 'N'.
           88 CLIENTE-MENOR-EXISTE VALUE 'S'.
       77 WS-TUTOR-DIRECCION PIC X(40).
       77 WS-TUTOR-COMUNA PIC X(20).
       77 WS-TUTOR-TELEFONO PIC X(12).
       77 WS-TUTOR-EMAIL PIC X(40).
       77 WS-TUTOR-CANAL PIC X(3).
       77 WS-TUTOR-CONTACTO-INV PIC X(27).
       77 WS-CANAL-INDICE PIC 9(1).
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
      *    Validacion del digito verificador del RUT del menor.
       77 WS-RUT-CUERPO PIC X(8).
       77 WS-RUT-DV PIC X(1).
       77 WS-RUT-DV-CALCULADO PIC X(1).
       77 WS-RUT-DIGITO PIC 9(1).
       77 WS-RUT-SUMA PIC 9(4) COMP.
       77 WS-RUT-MULTIPLICADOR PIC 9(1) COMP VALUE 2.
       77 WS-RUT-RESTO PIC 9(2) COMP.
       77 WS-RUT-DIGITO-DV PIC 9(1).
       77 WS-RUT-POS PIC 9(2) COMP.
       77 WS-RUT-DV-VALIDO PIC X VALUE 'N'.
           88 RUT-DV-ES-VALIDO VALUE 'S'.
      *    Sucursal del puesto segun el maestro de terminales
      *    (terminales.txt); queda en blanco si el puesto no esta
      *    registrado o el maestro aun no existe.
       77 WS-STATUS-TERMINALES PIC X(2) VALUE "00".
       77 WS-CODIGO-SUCURSAL PIC X(4) VALUE SPACES.
       77 WS-ID-TERMINAL PIC X(8) VALUE "VENTANIL".
      *    Autocertificacion de residencia tributaria del menor, con
      *    la misma forma que CLI-RESIDENCIA-FISCAL.
       01 WS-RESIDENCIA-MENOR.
           05 WS-MENOR-RESIDENCIA OCCURS 3 TIMES.
              10 WS-MENOR-PAIS PIC X(2).
              10 WS-MENOR-NIF PIC X(20).
           05 WS-MENOR-US-PERSON PIC X(1).
           05 WS-MENOR-FECHA-AUTOCERT PIC 9(8).
       77 WS-RESIDENCIA-INDICE PIC 9(1).
       77 WS-FIN-RESIDENCIAS PIC X VALUE 'N'.
           88 FIN-RESIDENCIAS VALUE 'S'.
       77 WS-PAIS-INGRESADO PIC X(2).
       77 WS-NIF-INGRESADO PIC X(20).

       PROCEDURE DIVISION.
            DISPLAY "------- APERTURA DE CUENTA DE MENOR -------".

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

            PERFORM VERIFICAR-TUTOR.
            PERFORM CAPTURAR-DATOS-MENOR.
            PERFORM SIGUIENTE-NUMERO-CUENTA.
            PERFORM REGISTRAR-CLIENTE-MENOR.
            PERFORM ABRIR-CUENTA-MENOR.
            PERFORM GRABAR-AUDITORIA.

            DISPLAY "CUENTA DE MENOR ABIERTA: " WS-RUT-MENOR
                " NUMERO " WS-NUM-CUENTA.
            DISPLAY "TUTOR LEGAL: " WS-RUT-TUTOR.
            DISPLAY "LIMITE DIARIO: " WS-LIMITE-GIRO-DIARIO
                "  GIRO SIN TUTOR HASTA: " WS-TOPE-GIRO-SIN-TUTOR.

            STOP RUN.

            VERIFICAR-TUTOR.
      *        El tutor debe ser cliente del banco, estar vivo, no
      *        ser el mismo un menor y presentarse con su cedula.
               DISPLAY "RUT DEL TUTOR LEGAL: "
               ACCEPT WS-RUT-TUTOR
               MOVE FUNCTION UPPER-CASE(WS-RUT-TUTOR) TO WS-RUT-TUTOR

               OPEN INPUT ARCHIVO-CLIENTES
               IF WS-STATUS-CLIENTES = "35"
                   DISPLAY "EL TUTOR NO ES CLIENTE DEL BANCO"
                   STOP RUN
               END-IF
               MOVE WS-RUT-TUTOR TO CLI-RUT
               READ ARCHIVO-CLIENTES
                   INVALID KEY
                       DISPLAY "EL TUTOR NO ES CLIENTE DEL BANCO"
                       CLOSE ARCHIVO-CLIENTES
                       STOP RUN
               END-READ
               CLOSE ARCHIVO-CLIENTES

               IF CLIENTE-FALLECIDO
                   DISPLAY "EL RUT DEL TUTOR FIGURA FALLECIDO"
                   STOP RUN
               END-IF
      *        Sin fecha de nacimiento registrada el cliente es de
      *        los de antes y se considera adulto.
               IF CLI-FECHA-NACIMIENTO IS NUMERIC
                  AND CLI-FECHA-NACIMIENTO > 0
                   COMPUTE WS-EDAD-AAAAMMDD =
                       WS-FECHA-HOY - CLI-FECHA-NACIMIENTO
                   IF WS-EDAD-AAAAMMDD < 180000
                       DISPLAY "EL TUTOR ES MENOR DE EDAD"
                       STOP RUN
                   END-IF
               END-IF
               IF CLIENTE-PERSONA-JURIDICA
                   DISPLAY "EL TUTOR DEBE SER PERSONA NATURAL"
                   STOP RUN
               END-IF

               MOVE CLI-DIRECCION TO WS-TUTOR-DIRECCION
               MOVE CLI-COMUNA TO WS-TUTOR-COMUNA
               MOVE CLI-TELEFONO TO WS-TUTOR-TELEFONO
               MOVE CLI-EMAIL TO WS-TUTOR-EMAIL
               MOVE CLI-CANAL-PREFERIDO TO WS-TUTOR-CANAL
               MOVE CLI-CONTACTO-INVALIDO TO WS-TUTOR-CONTACTO-INV
               DISPLAY "TUTOR: " CLI-NOMBRE

               DISPLAY
                   "VERIFICO LA IDENTIDAD DEL TUTOR Y EL DOCUMENTO "
                   "QUE ACREDITA LA TUICION? SI O NO"
               ACCEPT WS-RESPUESTA
               MOVE FUNCTION UPPER-CASE(WS-RESPUESTA) TO WS-RESPUESTA
               IF NOT WS-RESPUESTA-SI THEN
                   DISPLAY "SIN VERIFICACION NO HAY APERTURA"
                   STOP RUN
               END-IF.

            CAPTURAR-DATOS-MENOR.
               DISPLAY "RUT DEL MENOR (CON GUION): "
               ACCEPT WS-RUT-MENOR
               MOVE FUNCTION UPPER-CASE(WS-RUT-MENOR) TO WS-RUT-MENOR
               PERFORM VALIDAR-DIGITO-VERIFICADOR
               IF NOT RUT-DV-ES-VALIDO
                   DISPLAY "RUT DEL MENOR INVALIDO"
                   STOP RUN
               END-IF
               IF WS-RUT-MENOR = WS-RUT-TUTOR
                   DISPLAY "EL MENOR NO PUEDE SER SU PROPIO TUTOR"
                   STOP RUN
               END-IF

               DISPLAY "NOMBRE COMPLETO DEL MENOR: "
               ACCEPT WS-NOMBRE-MENOR
               MOVE FUNCTION UPPER-CASE(WS-NOMBRE-MENOR)
                   TO WS-NOMBRE-MENOR

               DISPLAY "FECHA DE NACIMIENTO (AAAAMMDD): "
               ACCEPT WS-FECHA-NACIMIENTO
               IF WS-FECHA-NACIMIENTO NOT NUMERIC
                  OR WS-FECHA-NACIMIENTO = 0
                  OR WS-FECHA-NACIMIENTO > WS-FECHA-HOY
                   DISPLAY "FECHA DE NACIMIENTO INVALIDA"
                   STOP RUN
               END-IF
      *        Con las fechas en AAAAMMDD, la diferencia llega a
      *        180000 justo el dia en que se cumplen 18 anios.
               COMPUTE WS-EDAD-AAAAMMDD =
                   WS-FECHA-HOY - WS-FECHA-NACIMIENTO
               IF WS-EDAD-AAAAMMDD >= 180000
                   DISPLAY
                       "EL TITULAR YA ES MAYOR DE EDAD: ABRA UNA "
                       "CUENTA REGULAR"
                   STOP RUN
               END-IF

               DISPLAY "LIMITE DE GIRO DIARIO (0 = "
                   WS-LIMITE-GIRO-MENOR-DEFECTO "): "
               ACCEPT WS-LIMITE-GIRO-DIARIO
               IF WS-LIMITE-GIRO-DIARIO NOT NUMERIC
                  OR WS-LIMITE-GIRO-DIARIO = 0
                   MOVE WS-LIMITE-GIRO-MENOR-DEFECTO
                       TO WS-LIMITE-GIRO-DIARIO
               END-IF
               DISPLAY "GIRO EN EFECTIVO SIN TUTOR HASTA (0 = "
                   WS-TOPE-SIN-TUTOR-DEFECTO "): "
               ACCEPT WS-TOPE-GIRO-SIN-TUTOR
               IF WS-TOPE-GIRO-SIN-TUTOR NOT NUMERIC
                  OR WS-TOPE-GIRO-SIN-TUTOR = 0
                   MOVE WS-TOPE-SIN-TUTOR-DEFECTO
                       TO WS-TOPE-GIRO-SIN-TUTOR
               END-IF
               IF WS-TOPE-GIRO-SIN-TUTOR > WS-LIMITE-GIRO-DIARIO
                   MOVE WS-LIMITE-GIRO-DIARIO
                       TO WS-TOPE-GIRO-SIN-TUTOR
               END-IF

               DISPLAY "NUMERO DE TARJETA A ENTREGAR: "
               ACCEPT WS-NUM-TARJETA
               IF WS-NUM-TARJETA NOT NUMERIC
                  OR WS-NUM-TARJETA = 0
                   DISPLAY "TARJETA INVALIDA"
                   STOP RUN
               END-IF
               DISPLAY "CLAVE INICIAL ELEGIDA POR EL MENOR: "
               ACCEPT WS-CLAVE-INICIAL
               COMPUTE WS-CLAVE-HASH =
                   FUNCTION MOD
                       ((WS-CLAVE-INICIAL * 7919) + 104729,
                        100000000)
               PERFORM CAPTURAR-RESIDENCIA-MENOR.

            CAPTURAR-RESIDENCIA-MENOR.
      *        Autocertificacion de residencia tributaria del menor,
      *        firmada por el tutor presente: reemplaza la que tenga
      *        la ficha y queda fechada hoy.
               INITIALIZE WS-RESIDENCIA-MENOR
               DISPLAY "EL MENOR ES CIUDADANO O RESIDENTE DE EEUU? "
                   "(S/N): "
               ACCEPT WS-MENOR-US-PERSON
               MOVE FUNCTION UPPER-CASE(WS-MENOR-US-PERSON)
                   TO WS-MENOR-US-PERSON
               IF WS-MENOR-US-PERSON NOT = 'S'
                   MOVE 'N' TO WS-MENOR-US-PERSON
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
                   IF WS-PAIS-INGRESADO = SPACES OR "CL"
                       MOVE 'S' TO WS-FIN-RESIDENCIAS
                   ELSE
                       DISPLAY "NUMERO DE IDENTIFICACION TRIBUTARIA EN "
                           WS-PAIS-INGRESADO ": "
                       ACCEPT WS-NIF-INGRESADO
                       MOVE FUNCTION UPPER-CASE(WS-NIF-INGRESADO)
                           TO WS-NIF-INGRESADO
                       MOVE WS-PAIS-INGRESADO
                           TO WS-MENOR-PAIS(WS-RESIDENCIA-INDICE)
                       MOVE WS-NIF-INGRESADO
                           TO WS-MENOR-NIF(WS-RESIDENCIA-INDICE)
                       IF WS-PAIS-INGRESADO = "US"
                           MOVE 'S' TO WS-MENOR-US-PERSON
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-FECHA-HOY TO WS-MENOR-FECHA-AUTOCERT.

            SIGUIENTE-NUMERO-CUENTA.
      *        El menor puede tener ya otras cuentas (por ejemplo una
      *        de ahorro abierta por otro tutor): toma el numero
      *        siguiente al mayor que tenga bajo su RUT.
               MOVE 0 TO WS-NUM-CUENTA
               OPEN INPUT ARCHIVO-CUENTAS
               IF WS-STATUS-CUENTAS NOT = "35"
                   MOVE WS-RUT-MENOR TO RUT
                   MOVE 0 TO NUM-CUENTA
                   MOVE 'N' TO WS-CUENTAS-EOF
                   START ARCHIVO-CUENTAS
                       KEY IS NOT LESS THAN CUENTA-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-CUENTAS-EOF
                   END-START
                   PERFORM UNTIL WS-CUENTAS-FIN-ARCHIVO
                       READ ARCHIVO-CUENTAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-CUENTAS-EOF
                           NOT AT END
                               IF RUT NOT = WS-RUT-MENOR
                                   MOVE 'S' TO WS-CUENTAS-EOF
                               ELSE
                                   IF PRODUCTO-ES-MENOR
                                      AND NOT MENOR-CUMPLIO-MAYORIA
                                      AND RUT-TUTOR = WS-RUT-TUTOR
                                       DISPLAY
                                           "EL MENOR YA TIENE CUENTA "
                                           "CON ESTE TUTOR: "
                                           NUM-CUENTA
                                       CLOSE ARCHIVO-CUENTAS
                                       STOP RUN
                                   END-IF
                                   MOVE NUM-CUENTA TO WS-NUM-CUENTA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUENTAS
               END-IF
               ADD 1 TO WS-NUM-CUENTA.

            REGISTRAR-CLIENTE-MENOR.
      *        Ficha del menor en el maestro de clientes: si ya
      *        existe solo se completan fecha de nacimiento y tutor;
      *        si no, se crea con los datos de contacto del tutor y
      *        sin consentimiento de publicidad.
               OPEN I-O ARCHIVO-CLIENTES
               IF WS-STATUS-CLIENTES = "35"
                   OPEN OUTPUT ARCHIVO-CLIENTES
                   CLOSE ARCHIVO-CLIENTES
                   OPEN I-O ARCHIVO-CLIENTES
               END-IF
               MOVE 'N' TO WS-CLIENTE-EXISTE
               MOVE WS-RUT-MENOR TO CLI-RUT
               READ ARCHIVO-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CLIENTE-EXISTE
               END-READ

               IF CLIENTE-MENOR-EXISTE
                   MOVE WS-FECHA-NACIMIENTO TO CLI-FECHA-NACIMIENTO
                   MOVE WS-RUT-TUTOR TO CLI-RUT-TUTOR
                   MOVE WS-RESIDENCIA-MENOR TO CLI-RESIDENCIA-FISCAL
                   REWRITE CLIENTE
               ELSE
                   MOVE WS-RUT-MENOR TO CLI-RUT
                   MOVE WS-NOMBRE-MENOR TO CLI-NOMBRE
                   MOVE WS-TUTOR-DIRECCION TO CLI-DIRECCION
                   MOVE WS-TUTOR-COMUNA TO CLI-COMUNA
                   MOVE WS-TUTOR-TELEFONO TO CLI-TELEFONO
                   MOVE WS-TUTOR-EMAIL TO CLI-EMAIL
                   MOVE WS-TUTOR-CANAL TO CLI-CANAL-PREFERIDO
                   MOVE 'N' TO CLI-FALLECIDO
                   MOVE 0 TO CLI-FECHA-DEFUNCION
                   MOVE "ESTUDIANTE" TO CLI-OCUPACION
                   MOVE "APORTE DEL TUTOR" TO CLI-ORIGEN-FONDOS
                   MOVE 'N' TO CLI-MARCA-PEP
                   MOVE WS-FECHA-HOY TO CLI-FECHA-REVISION-KYC
                   MOVE 'N' TO CLI-TIPO-PERSONA
                   MOVE 0 TO CLI-FECHA-ANONIMIZACION
                   PERFORM VARYING WS-CANAL-INDICE FROM 1 BY 1
                       UNTIL WS-CANAL-INDICE > 4
                       MOVE 'N' TO CLI-PUB-MARCA(WS-CANAL-INDICE)
                       MOVE 0 TO CLI-PUB-FECHA(WS-CANAL-INDICE)
                       MOVE SPACES TO CLI-PUB-ORIGEN(WS-CANAL-INDICE)
                   END-PERFORM
                   MOVE WS-FECHA-NACIMIENTO TO CLI-FECHA-NACIMIENTO
                   MOVE WS-RUT-TUTOR TO CLI-RUT-TUTOR
                   MOVE SPACES TO CLI-EJECUTIVO-RUT
                   MOVE 0 TO CLI-FECHA-ASIGNACION
                   MOVE WS-TUTOR-CONTACTO-INV TO CLI-CONTACTO-INVALIDO
                   MOVE 0 TO CLI-FECHA-CAMBIO-SEG CLI-HORA-CAMBIO-SEG
                   MOVE SPACES TO CLI-TIPO-CAMBIO-SEG
                       CLI-TELEFONO-ANTERIOR CLI-EMAIL-ANTERIOR
                   MOVE WS-RESIDENCIA-MENOR TO CLI-RESIDENCIA-FISCAL
                   WRITE CLIENTE
                       INVALID KEY
                           DISPLAY "NO SE PUDO REGISTRAR AL MENOR"
                   END-WRITE
               END-IF
               CLOSE ARCHIVO-CLIENTES.

            ABRIR-CUENTA-MENOR.
               OPEN I-O ARCHIVO-CUENTAS
               IF WS-STATUS-CUENTAS = "35"
                   OPEN OUTPUT ARCHIVO-CUENTAS
                   CLOSE ARCHIVO-CUENTAS
                   OPEN I-O ARCHIVO-CUENTAS
               END-IF
               MOVE WS-RUT-MENOR TO RUT
               MOVE WS-NUM-CUENTA TO NUM-CUENTA
               MOVE WS-CLAVE-HASH TO CLAVE
               MOVE 0 TO SALDO
               MOVE 0 TO INTENTOS-FALLIDOS
               MOVE 'N' TO CUENTA-BLOQUEADA
               MOVE WS-LIMITE-GIRO-DIARIO TO LIMITE-GIRO-DIARIO
               MOVE 0 TO FECHA-ULTIMO-GIRO
               MOVE 0 TO MONTO-GIRADO-HOY
               MOVE 0 TO LIMITE-SOBREGIRO
               MOVE "CLP" TO MONEDA-CUENTA
               MOVE WS-FECHA-HOY TO FECHA-ULTIMA-ACTIVIDAD
               MOVE WS-NUM-TARJETA TO NUM-TARJETA
               MOVE 'N' TO OTP-ACTIVADO
               MOVE 1 TO PREGUNTA-SEGURIDAD-COD
               MOVE SPACES TO RESPUESTA-SEGURIDAD
               MOVE SPACES TO RUT-SECUNDARIO
               MOVE 0 TO CLAVE-SECUNDARIA
               MOVE 'N' TO ES-SUPERVISOR
               MOVE 'N' TO ESTADO-NO-RECLAMADO
               MOVE 0 TO FECHA-AVISO-NO-RECLAMADO
               MOVE WS-FECHA-HOY TO FECHA-EMISION-TARJETA
               COMPUTE FECHA-EXPIRACION-TARJETA =
                   WS-FECHA-HOY + 40000
               MOVE 0 TO NUM-TARJETA-NUEVA
               MOVE 0 TO FECHA-EXPIRACION-NUEVA
               MOVE "MEN" TO TIPO-PRODUCTO
               MOVE 0 TO UMBRAL-APROBACION-CONJUNTA
               MOVE 'A' TO ESTADO-ACTIVACION
               MOVE 0 TO FECHA-PREAPERTURA
               MOVE WS-RUT-TUTOR TO RUT-TUTOR
               MOVE WS-TOPE-GIRO-SIN-TUTOR TO TOPE-GIRO-SIN-TUTOR
               MOVE 'N' TO ESTADO-MAYORIA
               MOVE 0 TO FECHA-AVISO-MAYORIA
               PERFORM BUSCAR-SUCURSAL-TERMINAL
               MOVE WS-CODIGO-SUCURSAL TO SUCURSAL-APERTURA
               MOVE WS-FECHA-HOY TO FECHA-APERTURA
               MOVE 0 TO NUM-CUENTA-PROTECCION
               WRITE CUENTA
                   INVALID KEY
                       DISPLAY
                           "YA EXISTE UNA CUENTA CON ESE RUT Y NUMERO"
                       CLOSE ARCHIVO-CUENTAS
                       STOP RUN
               END-WRITE
               CLOSE ARCHIVO-CUENTAS.

            BUSCAR-SUCURSAL-TERMINAL.
      *        CAJA_ID_VENTANILLA identifica el puesto de atencion
      *        (variable de ambiente, igual que CAJERO_ID_TERMINAL en
      *        el cajero); sin ella se asume VENTANIL. La sucursal se
      *        resuelve en el maestro que mantiene
      *        MANTENCION-SUCURSALES.
               ACCEPT WS-ID-TERMINAL
                   FROM ENVIRONMENT "CAJA_ID_VENTANILLA"
               IF WS-ID-TERMINAL = SPACES THEN
                   MOVE "VENTANIL" TO WS-ID-TERMINAL
               END-IF
               MOVE SPACES TO WS-CODIGO-SUCURSAL
               OPEN INPUT ARCHIVO-TERMINALES
               IF WS-STATUS-TERMINALES NOT = "35" THEN
                   MOVE WS-ID-TERMINAL TO TRM-ID-TERMINAL
                   READ ARCHIVO-TERMINALES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TRM-CODIGO-SUCURSAL
                               TO WS-CODIGO-SUCURSAL
                   END-READ
                   CLOSE ARCHIVO-TERMINALES
               END-IF.

            GRABAR-AUDITORIA.
               OPEN EXTEND ARCHIVO-AUDITORIA
               MOVE SPACES TO REGISTRO-AUDITORIA-ADMIN
               MOVE WS-FECHAYHORA-FORMATEADA TO ADM-FECHAYHORA
               MOVE WS-OPERADOR-RUT TO ADM-EJECUTIVO-RUT
               MOVE "APERTURA-MENOR" TO ADM-PROGRAMA
               MOVE "ABRE-MEN" TO ADM-ACCION
               MOVE WS-RUT-MENOR TO ADM-OBJETO
               STRING "CUENTA " WS-NUM-CUENTA " TUTOR " WS-RUT-TUTOR
                   DELIMITED BY SIZE INTO ADM-DETALLE
               END-STRING
               WRITE REGISTRO-AUDITORIA-ADMIN
               CLOSE ARCHIVO-AUDITORIA.

            VALIDAR-DIGITO-VERIFICADOR.
      *        Calcula el digito verificador (modulo 11) del RUT del
      *        menor y lo compara con el digito informado despues del
      *        guion, igual que el cajero valida al titular.
               MOVE 'N' TO WS-RUT-DV-VALIDO
               MOVE 0 TO WS-RUT-SUMA
               MOVE 2 TO WS-RUT-MULTIPLICADOR

               UNSTRING WS-RUT-MENOR DELIMITED BY '-'
                   INTO WS-RUT-CUERPO WS-RUT-DV

               MOVE FUNCTION UPPER-CASE(WS-RUT-DV) TO WS-RUT-DV

               IF WS-RUT-CUERPO IS NUMERIC
                   PERFORM VARYING WS-RUT-POS FROM 8 BY -1
                           UNTIL WS-RUT-POS < 1
                       MOVE WS-RUT-CUERPO(WS-RUT-POS:1)
                           TO WS-RUT-DIGITO
                       COMPUTE WS-RUT-SUMA =
                           WS-RUT-SUMA +
                           (WS-RUT-DIGITO * WS-RUT-MULTIPLICADOR)
                       ADD 1 TO WS-RUT-MULTIPLICADOR
                       IF WS-RUT-MULTIPLICADOR > 7
                           MOVE 2 TO WS-RUT-MULTIPLICADOR
                       END-IF
                   END-PERFORM

                   COMPUTE WS-RUT-RESTO =
                       11 - FUNCTION MOD(WS-RUT-SUMA, 11)

                   EVALUATE WS-RUT-RESTO
                       WHEN 11
                           MOVE '0' TO WS-RUT-DV-CALCULADO
                       WHEN 10
                           MOVE 'K' TO WS-RUT-DV-CALCULADO
                       WHEN OTHER
                           MOVE WS-RUT-RESTO TO WS-RUT-DIGITO-DV
                           MOVE WS-RUT-DIGITO-DV TO WS-RUT-DV-CALCULADO
                   END-EVALUATE

                   IF WS-RUT-DV-CALCULADO = WS-RUT-DV
                       MOVE 'S' TO WS-RUT-DV-VALIDO
                   END-IF
               END-IF.

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
                       IF USU-ES-EJECUTIVO OR USU-ES-SUPERVISOR
                           MOVE 'S' TO WS-OPERADOR-AUTORIZADO
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
       END PROGRAM APERTURA-CUENTA-MENOR.
