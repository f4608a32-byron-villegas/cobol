      *          por terminal se extiende un nivel hacia arriba al
      *          efectivo total de la sucursal, y la factura del
      *          transporte de valores tiene contra que conciliarse.
      *          Los movimientos en dolares (BOV-MONEDA USD) forman
      *          una posicion aparte que se informa a continuacion de
      *          la de pesos. Al final se abre la posicion por
      *          sucursal segun BOV-SUCURSAL de cada linea.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ARCHIVO-BOVEDA ASSIGN TO "boveda.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BOVEDA.
           SELECT ARCHIVO-SUCURSALES ASSIGN TO "sucursales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUC-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SUCURSALES.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-BOVEDA.
           COPY "BOVEDA.CPY".
       FD ARCHIVO-SUCURSALES.
           COPY "SUCURSAL.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-BOVEDA PIC X(2) VALUE "00".
       77 WS-BOVEDA-EOF PIC X VALUE 'N'.
       77 WS-TOTAL-BUZONES PIC S9(12) VALUE 0.
       77 WS-TOTAL-AJUSTES PIC S9(12) VALUE 0.
       77 WS-POSICION PIC S9(12) VALUE 0.
       77 WS-TOTAL-REMESAS-USD PIC S9(12) VALUE 0.
       77 WS-TOTAL-CARGAS-USD PIC S9(12) VALUE 0.
       77 WS-TOTAL-BUZONES-USD PIC S9(12) VALUE 0.
       77 WS-TOTAL-AJUSTES-USD PIC S9(12) VALUE 0.
       77 WS-POSICION-USD PIC S9(12) VALUE 0.
       77 WS-MOVIMIENTOS-USD PIC 9(6) COMP VALUE 0.
       77 WS-MOVIMIENTOS-HOY PIC 9(6) COMP VALUE 0.
       77 WS-FORMATO-MONEDA PIC -(11)9.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).
      *    Maestros de sucursales y terminales cargados en memoria.
      *    La ultima fila de la tabla de sucursales (codigo en
      *    blanco) junta lo que no esta asignado a una sucursal.
       77 WS-STATUS-SUCURSALES PIC X(2) VALUE "00".
       77 WS-MAESTRO-EOF PIC X VALUE 'N'.
           88 WS-MAESTRO-FIN-ARCHIVO VALUE 'S'.
       01 WS-TABLA-SUCURSALES.
           05 WS-SUC-ENTRY OCCURS 51 TIMES.
               10 TAB-SUC-CODIGO PIC X(4).
               10 TAB-SUC-NOMBRE PIC X(30).
               10 TAB-SUC-REGION PIC 9(2).
               10 TAB-SUC-MOVIMIENTOS PIC 9(6).
               10 TAB-SUC-POSICION PIC S9(12).
               10 TAB-SUC-POSICION-USD PIC S9(12).
       77 WS-SUC-CANTIDAD PIC 9(2) COMP VALUE 0.
       77 WS-SUC-INDICE PIC 9(2) COMP.
       77 WS-SUC-ACTUAL PIC 9(2) COMP.
       77 WS-CODIGO-SUCURSAL PIC X(4).

       PROCEDURE DIVISION.
            DISPLAY "--------- POSICION DE BOVEDA ---------".
            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            PERFORM CARGAR-MAESTRO-SUCURSALES.

            PERFORM SUMAR-LIBRO-BOVEDA.

            MOVE WS-TOTAL-REMESAS TO WS-FORMATO-MONEDA.
                    "REGISTRAR O HAY UN FALTANTE REAL ***"
            END-IF.

            IF WS-MOVIMIENTOS-USD > 0
                PERFORM MOSTRAR-POSICION-USD
            END-IF.

            PERFORM MOSTRAR-POSICION-SUCURSALES.

            STOP RUN.

            MOSTRAR-POSICION-SUCURSALES.
               DISPLAY "------- POSICION POR SUCURSAL -------"
               PERFORM VARYING WS-SUC-INDICE FROM 1 BY 1
                       UNTIL WS-SUC-INDICE > WS-SUC-CANTIDAD
                   IF TAB-SUC-MOVIMIENTOS(WS-SUC-INDICE) > 0
                       MOVE TAB-SUC-POSICION(WS-SUC-INDICE)
                           TO WS-FORMATO-MONEDA
                       DISPLAY
                           TAB-SUC-CODIGO(WS-SUC-INDICE) " "
                           TAB-SUC-NOMBRE(WS-SUC-INDICE) " CLP "
                           WS-FORMATO-MONEDA
                       IF TAB-SUC-POSICION-USD(WS-SUC-INDICE) NOT = 0
                           MOVE TAB-SUC-POSICION-USD(WS-SUC-INDICE)
                               TO WS-FORMATO-MONEDA
                           DISPLAY
                               "                                   "
                               " USD " WS-FORMATO-MONEDA
                       END-IF
                   END-IF
               END-PERFORM.

            MOSTRAR-POSICION-USD.
               DISPLAY "--------- POSICION EN DOLARES ---------"
               MOVE WS-TOTAL-REMESAS-USD TO WS-FORMATO-MONEDA
               DISPLAY "REMESAS USD (ING):         " WS-FORMATO-MONEDA
               MOVE WS-TOTAL-BUZONES-USD TO WS-FORMATO-MONEDA
               DISPLAY "RETRACTO USD (RET):        " WS-FORMATO-MONEDA
               MOVE WS-TOTAL-AJUSTES-USD TO WS-FORMATO-MONEDA
               DISPLAY "AJUSTES USD (AJU):         " WS-FORMATO-MONEDA
               MOVE WS-TOTAL-CARGAS-USD TO WS-FORMATO-MONEDA
               DISPLAY "CARGAS USD (CAR):          " WS-FORMATO-MONEDA
               COMPUTE WS-POSICION-USD =
                   WS-TOTAL-REMESAS-USD + WS-TOTAL-BUZONES-USD
                   + WS-TOTAL-AJUSTES-USD - WS-TOTAL-CARGAS-USD
               MOVE WS-POSICION-USD TO WS-FORMATO-MONEDA
               DISPLAY "--------------------------------------"
               DISPLAY "POSICION DE BOVEDA USD:    " WS-FORMATO-MONEDA
               IF WS-POSICION-USD < 0
                   DISPLAY
                       "*** POSICION USD NEGATIVA: FALTAN INGRESOS "
                       "POR REGISTRAR O HAY UN FALTANTE REAL ***"
               END-IF.

            CARGAR-MAESTRO-SUCURSALES.
               OPEN INPUT ARCHIVO-SUCURSALES
               IF WS-STATUS-SUCURSALES NOT = "35"
                   MOVE 'N' TO WS-MAESTRO-EOF
                   PERFORM UNTIL WS-MAESTRO-FIN-ARCHIVO
                       READ ARCHIVO-SUCURSALES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MAESTRO-EOF
                           NOT AT END
                               IF WS-SUC-CANTIDAD < 50
                                   ADD 1 TO WS-SUC-CANTIDAD
                                   MOVE SUC-CODIGO TO
                                       TAB-SUC-CODIGO(WS-SUC-CANTIDAD)
                                   MOVE SUC-NOMBRE TO
                                       TAB-SUC-NOMBRE(WS-SUC-CANTIDAD)
                                   MOVE SUC-REGION TO
                                       TAB-SUC-REGION(WS-SUC-CANTIDAD)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-SUCURSALES
               END-IF
               ADD 1 TO WS-SUC-CANTIDAD
               MOVE SPACES TO TAB-SUC-CODIGO(WS-SUC-CANTIDAD)
               MOVE "SIN SUCURSAL" TO TAB-SUC-NOMBRE(WS-SUC-CANTIDAD)
               MOVE 0 TO TAB-SUC-REGION(WS-SUC-CANTIDAD)
               PERFORM VARYING WS-SUC-INDICE FROM 1 BY 1
                       UNTIL WS-SUC-INDICE > WS-SUC-CANTIDAD
                   MOVE 0 TO TAB-SUC-MOVIMIENTOS(WS-SUC-INDICE)
                   MOVE 0 TO TAB-SUC-POSICION(WS-SUC-INDICE)
                   MOVE 0 TO TAB-SUC-POSICION-USD(WS-SUC-INDICE)
               END-PERFORM.

            UBICAR-SUCURSAL-CODIGO.
      *        Fila de la tabla para WS-CODIGO-SUCURSAL; un codigo
      *        desconocido o en blanco cae en la fila SIN SUCURSAL.
               MOVE WS-SUC-CANTIDAD TO WS-SUC-ACTUAL
               PERFORM VARYING WS-SUC-INDICE FROM 1 BY 1
                       UNTIL WS-SUC-INDICE >= WS-SUC-CANTIDAD
                   IF TAB-SUC-CODIGO(WS-SUC-INDICE) = WS-CODIGO-SUCURSAL
                       MOVE WS-SUC-INDICE TO WS-SUC-ACTUAL
                   END-IF
               END-PERFORM.

            SUMAR-LIBRO-BOVEDA.
               OPEN INPUT ARCHIVO-BOVEDA
               IF WS-STATUS-BOVEDA = "35"
               END-IF.

            SUMAR-UN-MOVIMIENTO.
               IF BOV-EN-DOLARES
                   PERFORM SUMAR-MOVIMIENTO-USD
               ELSE
                   PERFORM SUMAR-MOVIMIENTO-CLP
               END-IF
               PERFORM SUMAR-MOVIMIENTO-SUCURSAL
               IF BOV-FECHA = WS-FECHA-HOY
                   ADD 1 TO WS-MOVIMIENTOS-HOY
                   MOVE BOV-MONTO TO WS-FORMATO-MONEDA
                   DISPLAY
                       BOV-FECHA " " BOV-TIPO " " BOV-ORIGEN " "
                       WS-FORMATO-MONEDA " " BOV-MONEDA " "
                       BOV-SUCURSAL " " BOV-DETALLE
               END-IF.

            SUMAR-MOVIMIENTO-SUCURSAL.
      *        Misma regla que la posicion total: las cargas CAR
      *        restan y los demas tipos suman.
               MOVE BOV-SUCURSAL TO WS-CODIGO-SUCURSAL
               PERFORM UBICAR-SUCURSAL-CODIGO
               ADD 1 TO TAB-SUC-MOVIMIENTOS(WS-SUC-ACTUAL)
               IF BOV-EN-DOLARES
                   IF BOV-ES-CARGA-CASSETTE
                       SUBTRACT BOV-MONTO
                           FROM TAB-SUC-POSICION-USD(WS-SUC-ACTUAL)
                   ELSE
                       IF BOV-SUMA-A-BOVEDA
                          AND NOT BOV-ES-BOLSA-DEPOSITO
                           ADD BOV-MONTO
                               TO TAB-SUC-POSICION-USD(WS-SUC-ACTUAL)
                       END-IF
                   END-IF
               ELSE
                   IF BOV-ES-CARGA-CASSETTE
                       SUBTRACT BOV-MONTO
                           FROM TAB-SUC-POSICION(WS-SUC-ACTUAL)
                   ELSE
                       IF BOV-SUMA-A-BOVEDA
                           ADD BOV-MONTO
                               TO TAB-SUC-POSICION(WS-SUC-ACTUAL)
                       END-IF
                   END-IF
               END-IF.

            SUMAR-MOVIMIENTO-USD.
               ADD 1 TO WS-MOVIMIENTOS-USD
               EVALUATE TRUE
                   WHEN BOV-ES-INGRESO-REMESA
                       ADD BOV-MONTO TO WS-TOTAL-REMESAS-USD
                   WHEN BOV-ES-CARGA-CASSETTE
                       ADD BOV-MONTO TO WS-TOTAL-CARGAS-USD
                   WHEN BOV-ES-RETIRO-BUZONES
                       ADD BOV-MONTO TO WS-TOTAL-BUZONES-USD
                   WHEN BOV-ES-AJUSTE
                       ADD BOV-MONTO TO WS-TOTAL-AJUSTES-USD
               END-EVALUATE.

            SUMAR-MOVIMIENTO-CLP.
               EVALUATE TRUE
                   WHEN BOV-ES-INGRESO-REMESA
                       ADD BOV-MONTO TO WS-TOTAL-REMESAS
                       ADD BOV-MONTO TO WS-TOTAL-BUZONES
                   WHEN BOV-ES-AJUSTE
                       ADD BOV-MONTO TO WS-TOTAL-AJUSTES
               END-EVALUATE.
       END PROGRAM REPORTE-BOVEDA.
