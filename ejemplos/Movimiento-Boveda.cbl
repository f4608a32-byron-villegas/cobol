      *          (AJU). Las cargas hacia los terminales (CAR) las
      *          escribe CARGAR-CASSETTE. Solo un supervisor opera la
      *          boveda y cada movimiento queda ademas en la
      *          bitacora administrativa. Las remesas y ajustes
      *          pueden ser en dolares (BOV-MONEDA USD) y el vaciado
      *          de un terminal bicomoneda retira tambien su buzon de
      *          retracto USD en una linea aparte. Cada linea queda
      *          con el codigo de la sucursal duena de la boveda.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-SUCURSALES ASSIGN TO "sucursales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUC-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SUCURSALES.
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
       FD ARCHIVO-AUDITORIA.
           COPY "AUDITORIA-ADMIN.CPY".
       FD ARCHIVO-SUCURSALES.
           COPY "SUCURSAL.CPY".
       WORKING-STORAGE SECTION.
      *    Inicio de sesion del operador contra el maestro
      *    usuarios.txt (roles y bloqueo por intentos); ver
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-CASSETTE PIC X(2) VALUE "00".
           COPY "CASSETTE.CPY".
       77 WS-CASS-INDICE PIC 9(1) COMP.
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA VALUE "ING" "DEP" "RET" "AJU".
       77 WS-MONTO PIC S9(10).
       77 WS-ORIGEN PIC X(8).
       77 WS-SELLO PIC X(10).
       77 WS-DETALLE PIC X(30).
       77 WS-MONEDA PIC X(3) VALUE "CLP".
           88 WS-MONEDA-ES-USD VALUE "USD".
           88 WS-MONEDA-VALIDA VALUE "CLP" "USD".
       77 WS-ID-TERMINAL PIC X(8).
      *    Sucursal duena de la boveda; se valida contra el maestro
      *    sucursales.txt cuando este ya existe.
       77 WS-STATUS-SUCURSALES PIC X(2) VALUE "00".
       77 WS-CODIGO-SUCURSAL PIC X(4) VALUE SPACES.
       77 WS-NOMBRE-ARCHIVO-CASSETTE PIC X(30)
           VALUE "cassette-CAJERO01.txt".
       77 WS-RETRACTO-RETIRADO PIC 9(8) VALUE 0.
       77 WS-RECHAZADOS-RETIRADOS PIC 9(6) VALUE 0.
       77 WS-RETRACTO-USD-RETIRADO PIC 9(8) VALUE 0.
       77 WS-FORMATO-MONEDA PIC -(10)9.
       77 WS-DETALLE-AUDIT PIC X(40).
       77 WS-FECHA-HOY PIC 9(8).
                STOP RUN
            END-IF.

            PERFORM PEDIR-SUCURSAL-BOVEDA.

            EVALUATE WS-ACCION
                WHEN "ING"
                    PERFORM REGISTRAR-INGRESO-REMESA
               DISPLAY "IDENTIFICACION DE LA CUADRILLA: "
               ACCEPT WS-ORIGEN
               MOVE FUNCTION UPPER-CASE(WS-ORIGEN) TO WS-ORIGEN
               PERFORM PEDIR-MONEDA
               DISPLAY "NUMERO DE SELLO DE LA REMESA: "
               ACCEPT WS-SELLO
               DISPLAY "MONTO CONTADO DE LA REMESA: "

               MOVE WS-CASSETTE-RETRACTO TO WS-RETRACTO-RETIRADO
               MOVE WS-CASSETTE-RECHAZADOS TO WS-RECHAZADOS-RETIRADOS
               MOVE WS-CASSETTE-USD-RETRACTO
                   TO WS-RETRACTO-USD-RETIRADO
               IF WS-RETRACTO-RETIRADO = 0
                  AND WS-RECHAZADOS-RETIRADOS = 0
                  AND WS-RETRACTO-USD-RETIRADO = 0
                   DISPLAY "LOS BUZONES DEL TERMINAL ESTAN VACIOS"
                   STOP RUN
               END-IF

               MOVE 0 TO WS-CASSETTE-RETRACTO
               MOVE 0 TO WS-CASSETTE-RECHAZADOS
               MOVE 0 TO WS-CASSETTE-USD-RETRACTO
               PERFORM GRABAR-CASSETTE

               MOVE WS-ID-TERMINAL TO WS-ORIGEN
                   "RETRACTO INGRESADO A BOVEDA: " WS-FORMATO-MONEDA
               DISPLAY
                   "BILLETES DE RECHAZO RETIRADOS: "
                   WS-RECHAZADOS-RETIRADOS

      *        El retracto de los cassettes USD es otra posicion de
      *        la boveda y va en su propia linea.
               IF WS-RETRACTO-USD-RETIRADO > 0
                   MOVE "USD" TO WS-MONEDA
                   MOVE WS-RETRACTO-USD-RETIRADO TO WS-MONTO
                   MOVE "RETIRO BUZON RETRACTO USD" TO WS-DETALLE
                   PERFORM GRABAR-MOVIMIENTO-BOVEDA
                   MOVE WS-RETRACTO-USD-RETIRADO TO WS-FORMATO-MONEDA
                   DISPLAY
                       "RETRACTO USD INGRESADO A BOVEDA: "
                       WS-FORMATO-MONEDA
               END-IF.

            REGISTRAR-AJUSTE.
      *        Diferencia de conteo fisico de boveda, firmada: un
      *        su explicacion en el detalle.
               MOVE "BOVEDA" TO WS-ORIGEN
               MOVE SPACES TO WS-SELLO
               PERFORM PEDIR-MONEDA
               DISPLAY "MONTO DEL AJUSTE (NEGATIVO SI FALTANTE): "
               ACCEPT WS-MONTO
               IF WS-MONTO NOT NUMERIC
               PERFORM GRABAR-MOVIMIENTO-BOVEDA
               DISPLAY "AJUSTE REGISTRADO".

            PEDIR-MONEDA.
      *        La boveda de una sucursal con terminales bicomoneda
      *        guarda tambien dolares, que se llevan aparte.
               DISPLAY "MONEDA (CLP O USD, ENTER PARA CLP): "
               ACCEPT WS-MONEDA
               MOVE FUNCTION UPPER-CASE(WS-MONEDA) TO WS-MONEDA
               IF WS-MONEDA = SPACES
                   MOVE "CLP" TO WS-MONEDA
               END-IF
               IF NOT WS-MONEDA-VALIDA
                   DISPLAY "MONEDA NO RECONOCIDA"
                   STOP RUN
               END-IF.

            PEDIR-SUCURSAL-BOVEDA.
               DISPLAY "CODIGO DE SUCURSAL DE LA BOVEDA: "
               ACCEPT WS-CODIGO-SUCURSAL
               MOVE FUNCTION UPPER-CASE(WS-CODIGO-SUCURSAL)
                   TO WS-CODIGO-SUCURSAL
               IF WS-CODIGO-SUCURSAL = SPACES
                   DISPLAY "DEBE INDICAR LA SUCURSAL"
                   STOP RUN
               END-IF
               OPEN INPUT ARCHIVO-SUCURSALES
               IF WS-STATUS-SUCURSALES NOT = "35"
                   MOVE WS-CODIGO-SUCURSAL TO SUC-CODIGO
                   READ ARCHIVO-SUCURSALES
                       INVALID KEY
                           DISPLAY "SUCURSAL NO EXISTE"
                           CLOSE ARCHIVO-SUCURSALES
                           STOP RUN
                   END-READ
                   CLOSE ARCHIVO-SUCURSALES
                   IF SUC-ESTA-CERRADA
                       DISPLAY "LA SUCURSAL ESTA CERRADA"
                       STOP RUN
                   END-IF
               END-IF.

            GRABAR-MOVIMIENTO-BOVEDA.
               OPEN EXTEND ARCHIVO-BOVEDA
               MOVE SPACES TO REGISTRO-BOVEDA
               MOVE WS-SELLO TO BOV-SELLO
               MOVE WS-OPERADOR-RUT TO BOV-OPERADOR
               MOVE WS-DETALLE TO BOV-DETALLE
               MOVE WS-CODIGO-SUCURSAL TO BOV-SUCURSAL
               IF WS-MONEDA-ES-USD
                   MOVE "USD" TO BOV-MONEDA
               END-IF
               WRITE REGISTRO-BOVEDA
               CLOSE ARCHIVO-BOVEDA
               MOVE WS-DETALLE TO WS-DETALLE-AUDIT
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

