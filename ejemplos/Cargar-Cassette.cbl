      *          cargas_cassette.txt, que CUADRE-DIARIO suma en su
      *          ecuacion de efectivo. Termina con la edicion a mano
      *          del archivo que hacia gritar descuadre al cuadre.
      *          En un terminal bicomoneda la carga puede ser de
      *          dolares: va a los cassettes USD, los activa y queda
      *          en el log y en la boveda con moneda USD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVO-BOVEDA ASSIGN TO "boveda.txt"
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
          05 REG-CASS-RETRACTO PIC 9(8).
          05 FILLER PIC X.
          05 REG-CASS-RECHAZADOS PIC 9(6).
          05 FILLER PIC X.
          05 REG-CASS-USD-ACTIVO PIC X.
          05 FILLER PIC X.
          05 REG-CASS-USD-TABLA PIC X(45).
          05 FILLER PIC X.
          05 REG-CASS-USD-RETRACTO PIC 9(8).
       FD ARCHIVO-CARGAS.
           COPY "CARGA-CASSETTE.CPY".
       FD ARCHIVO-BOVEDA.
           COPY "BOVEDA.CPY".
       FD ARCHIVO-TERMINALES.
           COPY "TERMINAL.CPY".
       WORKING-STORAGE SECTION.
      *    Inicio de sesion del operador contra el maestro
      *    usuarios.txt (roles y bloqueo por intentos); ver
           05 WS-CARGA-POR-DENOM PIC 9(4) OCCURS 5 TIMES.
       77 WS-MONTO-CARGA PIC 9(8) VALUE 0.
       77 WS-ID-CUADRILLA PIC X(8).
       77 WS-MONEDA-CARGA PIC X(3) VALUE "CLP".
           88 CARGA-DE-DOLARES VALUE "USD".
           88 WS-MONEDA-CARGA-VALIDA VALUE "CLP" "USD".
       77 WS-SELLO PIC X(10).
       77 WS-ID-TERMINAL PIC X(8) VALUE "CAJERO01".
       77 WS-NOMBRE-ARCHIVO-CASSETTE PIC X(30)
       77 WS-SUPERVISOR-CLAVE-HASH PIC 9(8).
       77 WS-SUPERVISOR-AUTORIZADO PIC X VALUE 'N'.
           88 SUPERVISOR-AUTORIZADO VALUE 'S'.
      *    Sucursal del puesto segun el maestro de terminales
      *    (terminales.txt); queda en blanco si el puesto no esta
      *    registrado o el maestro aun no existe.
       77 WS-STATUS-TERMINALES PIC X(2) VALUE "00".
       77 WS-CODIGO-SUCURSAL PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
            DISPLAY "----------- CARGA DE CASSETTE -----------".

            PERFORM LEER-CASSETTE.

            DISPLAY "MONEDA DE LA CARGA (CLP O USD, ENTER PARA CLP): ".
            ACCEPT WS-MONEDA-CARGA.
            MOVE FUNCTION UPPER-CASE(WS-MONEDA-CARGA)
                TO WS-MONEDA-CARGA.
            IF WS-MONEDA-CARGA = SPACES THEN
                MOVE "CLP" TO WS-MONEDA-CARGA
            END-IF.
            IF NOT WS-MONEDA-CARGA-VALIDA THEN
                DISPLAY "MONEDA NO RECONOCIDA. PROCESO CANCELADO"
                STOP RUN
            END-IF.

            DISPLAY "IDENTIFICACION DE LA CUADRILLA: ".
            ACCEPT WS-ID-CUADRILLA.
            MOVE FUNCTION UPPER-CASE(WS-ID-CUADRILLA)
            PERFORM GRABAR-EGRESO-BOVEDA.

            MOVE WS-MONTO-CARGA TO WS-FORMATO-MONEDA.
            DISPLAY
                "CARGA APLICADA POR: " WS-FORMATO-MONEDA " "
                WS-MONEDA-CARGA.

            STOP RUN.

                           ELSE
                               MOVE 0 TO WS-CASSETTE-RECHAZADOS
                           END-IF
                           PERFORM RESTAURAR-CASSETTE-DOLARES
                   END-READ
                   CLOSE ARCHIVO-CASSETTE
               END-IF.

            RESTAURAR-CASSETTE-DOLARES.
      *        La seccion de dolares del registro solo existe en los
      *        terminales bicomoneda; un registro sin ella (terminal
      *        solo en pesos o archivo antiguo) deja los cassettes USD
      *        vacios e inactivos.
               IF REG-CASS-USD-ACTIVO = 'S'
                  AND REG-CASS-USD-TABLA NUMERIC
                   MOVE 'S' TO WS-CASSETTE-USD-ACTIVO
                   MOVE REG-CASS-USD-TABLA TO WS-CASSETTE-USD-INICIAL
               ELSE
                   MOVE 'N' TO WS-CASSETTE-USD-ACTIVO
                   PERFORM VARYING WS-CASS-INDICE FROM 1 BY 1
                           UNTIL WS-CASS-INDICE > 5
                       MOVE 0
                           TO WS-CASSETTE-USD-CANTIDAD(WS-CASS-INDICE)
                   END-PERFORM
               END-IF
               IF REG-CASS-USD-RETRACTO NUMERIC
                   MOVE REG-CASS-USD-RETRACTO
                       TO WS-CASSETTE-USD-RETRACTO
               ELSE
                   MOVE 0 TO WS-CASSETTE-USD-RETRACTO
               END-IF.

            INGRESAR-DETALLE-CARGA.
               IF CARGA-DE-DOLARES
                   PERFORM INGRESAR-DETALLE-CARGA-USD
               ELSE
                   PERFORM INGRESAR-DETALLE-CARGA-CLP
               END-IF.

            INGRESAR-DETALLE-CARGA-CLP.
               PERFORM VARYING WS-CASS-INDICE FROM 1 BY 1
                       UNTIL WS-CASS-INDICE > 5
                   DISPLAY
                        WS-CASSETTE-DENOMINACION(WS-CASS-INDICE))
               END-PERFORM.

            INGRESAR-DETALLE-CARGA-USD.
               PERFORM VARYING WS-CASS-INDICE FROM 1 BY 1
                       UNTIL WS-CASS-INDICE > 5
                   DISPLAY
                       "BILLETES DE USD "
                       WS-CASSETTE-USD-DENOMINACION(WS-CASS-INDICE)
                       " A CARGAR (0 SI NINGUNO): "
                   ACCEPT WS-CANTIDAD-CARGA
                   IF WS-CANTIDAD-CARGA NOT NUMERIC
                       MOVE 0 TO WS-CANTIDAD-CARGA
                   END-IF
                   MOVE WS-CANTIDAD-CARGA
                       TO WS-CARGA-POR-DENOM(WS-CASS-INDICE)
                   COMPUTE WS-MONTO-CARGA = WS-MONTO-CARGA +
                       (WS-CANTIDAD-CARGA *
                        WS-CASSETTE-USD-DENOMINACION(WS-CASS-INDICE))
               END-PERFORM.

            APLICAR-CARGA.
      *        La primera carga en dolares deja al terminal como
      *        bicomoneda: desde ahi GIRAR entrega dolares a las
      *        cuentas USD.
               PERFORM VARYING WS-CASS-INDICE FROM 1 BY 1
                       UNTIL WS-CASS-INDICE > 5
                   IF CARGA-DE-DOLARES
                       ADD WS-CARGA-POR-DENOM(WS-CASS-INDICE)
                           TO WS-CASSETTE-USD-CANTIDAD(WS-CASS-INDICE)
                   ELSE
                       ADD WS-CARGA-POR-DENOM(WS-CASS-INDICE)
                           TO WS-CASSETTE-CANTIDAD(WS-CASS-INDICE)
                   END-IF
               END-PERFORM
               IF CARGA-DE-DOLARES
                   MOVE 'S' TO WS-CASSETTE-USD-ACTIVO
               END-IF.

            GRABAR-CASSETTE.
               OPEN OUTPUT ARCHIVO-CASSETTE
               MOVE SPACES TO REGISTRO-CASSETTE
               MOVE WS-CASSETTE-INICIAL TO REG-CASS-TABLA
               MOVE WS-CASSETTE-RETRACTO TO REG-CASS-RETRACTO
               MOVE WS-CASSETTE-RECHAZADOS TO REG-CASS-RECHAZADOS
               MOVE WS-CASSETTE-USD-ACTIVO TO REG-CASS-USD-ACTIVO
               MOVE WS-CASSETTE-USD-INICIAL TO REG-CASS-USD-TABLA
               MOVE WS-CASSETTE-USD-RETRACTO
                   TO REG-CASS-USD-RETRACTO
               WRITE REGISTRO-CASSETTE
               CLOSE ARCHIVO-CASSETTE.

                       TO CARGA-CANTIDAD(WS-CASS-INDICE)
               END-PERFORM
               MOVE WS-MONTO-CARGA TO CARGA-MONTO-TOTAL
               IF CARGA-DE-DOLARES
                   MOVE "USD" TO CARGA-MONEDA
               END-IF
               WRITE REGISTRO-CARGA-CASSETTE
               CLOSE ARCHIVO-CARGAS.

               MOVE WS-SELLO TO BOV-SELLO
               MOVE WS-OPERADOR-RUT TO BOV-OPERADOR
               MOVE "CARGA DE CASSETTE" TO BOV-DETALLE
               PERFORM BUSCAR-SUCURSAL-TERMINAL
               MOVE WS-CODIGO-SUCURSAL TO BOV-SUCURSAL
               IF CARGA-DE-DOLARES
                   MOVE "USD" TO BOV-MONEDA
                   MOVE "CARGA DE CASSETTE USD" TO BOV-DETALLE
               END-IF
               WRITE REGISTRO-BOVEDA
               CLOSE ARCHIVO-BOVEDA.

            BUSCAR-SUCURSAL-TERMINAL.
      *        Resuelve la sucursal del terminal en el maestro que
      *        mantiene MANTENCION-SUCURSALES.
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

            VALIDAR-OPERADOR.
      *        Inicio de sesion contra el maestro de operadores
      *        usuarios.txt: cada funcionario entra con su propia
