      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Tablero diario por sucursal para la gerencia de la
      *          red: por cada sucursal del maestro sucursales.txt
      *          entrega el volumen de transacciones del dia (bitacora
      *          por terminal, resuelto a sucursal con terminales.txt),
      *          la posicion de efectivo de su boveda (boveda.txt por
      *          BOV-SUCURSAL), la disponibilidad de sus terminales
      *          (activos del maestro contra los fuera de servicio en
      *          estado_terminales.txt) y las cuentas abiertas hoy en
      *          ella (SUCURSAL-APERTURA y FECHA-APERTURA de
      *          cuentas.txt). Lo que no tiene sucursal asignada se
      *          informa en una fila SIN SUCURSAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-SUCURSALES.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Tablero diario de gestion por sucursal.

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
           SELECT ARCHIVO-BITACORA ASSIGN TO "bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA.
           SELECT ARCHIVO-BOVEDA ASSIGN TO "boveda.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BOVEDA.
           SELECT ARCHIVO-ESTADO-TERMINALES
               ASSIGN TO "estado_terminales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-ID-TERMINAL
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-ESTADO-TERM.
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
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-BOVEDA.
           COPY "BOVEDA.CPY".
       FD ARCHIVO-ESTADO-TERMINALES.
           COPY "ESTADO-TERMINAL.CPY".
       FD ARCHIVO-SUCURSALES.
           COPY "SUCURSAL.CPY".
       FD ARCHIVO-TERMINALES.
           COPY "TERMINAL.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-CUENTAS PIC X(2) VALUE "00".
       77 WS-STATUS-BITACORA PIC X(2) VALUE "00".
       77 WS-STATUS-BOVEDA PIC X(2) VALUE "00".
       77 WS-STATUS-ESTADO-TERM PIC X(2) VALUE "00".
       77 WS-ARCHIVO-EOF PIC X VALUE 'N'.
           88 WS-ARCHIVO-FIN VALUE 'S'.
       77 WS-MOV-MONTO-NUM PIC 9(8).
       77 WS-DISPONIBILIDAD PIC 9(3).
       77 WS-FORMATO-MONEDA PIC -(11)9.
       77 WS-FORMATO-CANTIDAD PIC Z(7)9.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHA-HOY-TEXTO PIC X(10).
       77 WS-FECHAYHORA PIC X(21).
      *    Totales de la red, para la ultima linea del tablero.
       77 WS-TOTAL-MOVIMIENTOS PIC 9(8) VALUE 0.
       77 WS-TOTAL-MONTO PIC 9(12) VALUE 0.
       77 WS-TOTAL-POSICION PIC S9(12) VALUE 0.
       77 WS-TOTAL-TERMINALES PIC 9(4) VALUE 0.
       77 WS-TOTAL-FUERA-SERVICIO PIC 9(4) VALUE 0.
       77 WS-TOTAL-CUENTAS-NUEVAS PIC 9(6) VALUE 0.
      *    Maestros de sucursales y terminales cargados en memoria.
      *    La ultima fila de la tabla de sucursales (codigo en
      *    blanco) junta lo que no esta asignado a una sucursal.
       77 WS-STATUS-SUCURSALES PIC X(2) VALUE "00".
       77 WS-STATUS-TERMINALES PIC X(2) VALUE "00".
       77 WS-MAESTRO-EOF PIC X VALUE 'N'.
           88 WS-MAESTRO-FIN-ARCHIVO VALUE 'S'.
       01 WS-TABLA-MAESTRO-TERMINALES.
           05 WS-MTR-ENTRY OCCURS 100 TIMES.
               10 MTR-ID-TERMINAL PIC X(8).
               10 MTR-SUCURSAL PIC X(4).
       77 WS-MTR-CANTIDAD PIC 9(3) COMP VALUE 0.
       77 WS-MTR-INDICE PIC 9(3) COMP.
       77 WS-TERMINAL-BUSCADO PIC X(8).
       01 WS-TABLA-SUCURSALES.
           05 WS-SUC-ENTRY OCCURS 51 TIMES.
               10 TAB-SUC-CODIGO PIC X(4).
               10 TAB-SUC-NOMBRE PIC X(30).
               10 TAB-SUC-REGION PIC 9(2).
               10 TAB-SUC-MOVIMIENTOS PIC 9(8).
               10 TAB-SUC-MONTO PIC 9(12).
               10 TAB-SUC-POSICION PIC S9(12).
               10 TAB-SUC-TERMINALES PIC 9(4).
               10 TAB-SUC-FUERA-SERVICIO PIC 9(4).
               10 TAB-SUC-CUENTAS-NUEVAS PIC 9(6).
       77 WS-SUC-CANTIDAD PIC 9(2) COMP VALUE 0.
       77 WS-SUC-INDICE PIC 9(2) COMP.
       77 WS-SUC-ACTUAL PIC 9(2) COMP.
       77 WS-CODIGO-SUCURSAL PIC X(4).

       PROCEDURE DIVISION.
            DISPLAY "-------- TABLERO DIARIO POR SUCURSAL --------".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.
            MOVE SPACES TO WS-FECHA-HOY-TEXTO.
            STRING
                WS-FECHAYHORA(1:4) DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                WS-FECHAYHORA(5:2) DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                WS-FECHAYHORA(7:2) DELIMITED BY SIZE
                INTO WS-FECHA-HOY-TEXTO
            END-STRING.
            DISPLAY "FECHA: " WS-FECHA-HOY-TEXTO.

            PERFORM CARGAR-MAESTRO-SUCURSALES.
            PERFORM CARGAR-MAESTRO-TERMINALES.

            PERFORM SUMAR-TRANSACCIONES-DIA.
            PERFORM SUMAR-POSICION-BOVEDA.
            PERFORM CONTAR-TERMINALES-ACTIVOS.
            PERFORM CONTAR-FUERA-DE-SERVICIO.
            PERFORM CONTAR-CUENTAS-NUEVAS.

            PERFORM IMPRIMIR-TABLERO.

            STOP RUN.

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
                   MOVE 0 TO TAB-SUC-MONTO(WS-SUC-INDICE)
                   MOVE 0 TO TAB-SUC-POSICION(WS-SUC-INDICE)
                   MOVE 0 TO TAB-SUC-TERMINALES(WS-SUC-INDICE)
                   MOVE 0 TO TAB-SUC-FUERA-SERVICIO(WS-SUC-INDICE)
                   MOVE 0 TO TAB-SUC-CUENTAS-NUEVAS(WS-SUC-INDICE)
               END-PERFORM.

            CARGAR-MAESTRO-TERMINALES.
               OPEN INPUT ARCHIVO-TERMINALES
               IF WS-STATUS-TERMINALES NOT = "35"
                   MOVE 'N' TO WS-MAESTRO-EOF
                   PERFORM UNTIL WS-MAESTRO-FIN-ARCHIVO
                       READ ARCHIVO-TERMINALES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MAESTRO-EOF
                           NOT AT END
                               IF WS-MTR-CANTIDAD < 100
                                   ADD 1 TO WS-MTR-CANTIDAD
                                   MOVE TRM-ID-TERMINAL TO
                                       MTR-ID-TERMINAL(WS-MTR-CANTIDAD)
                                   MOVE TRM-CODIGO-SUCURSAL TO
                                       MTR-SUCURSAL(WS-MTR-CANTIDAD)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TERMINALES
               END-IF.

            UBICAR-SUCURSAL-TERMINAL.
      *        Deja en WS-SUC-ACTUAL la fila de la sucursal del
      *        terminal WS-TERMINAL-BUSCADO; si el terminal o su
      *        sucursal no estan en los maestros cae en la fila SIN
      *        SUCURSAL.
               MOVE SPACES TO WS-CODIGO-SUCURSAL
               PERFORM VARYING WS-MTR-INDICE FROM 1 BY 1
                       UNTIL WS-MTR-INDICE > WS-MTR-CANTIDAD
                   IF MTR-ID-TERMINAL(WS-MTR-INDICE)
                      = WS-TERMINAL-BUSCADO
                       MOVE MTR-SUCURSAL(WS-MTR-INDICE)
                           TO WS-CODIGO-SUCURSAL
                   END-IF
               END-PERFORM
               PERFORM UBICAR-SUCURSAL-CODIGO.

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

            SUMAR-TRANSACCIONES-DIA.
      *        Movimientos de hoy en la bitacora, por la sucursal del
      *        terminal que los origino.
               OPEN INPUT ARCHIVO-BITACORA
               IF WS-STATUS-BITACORA = "35"
                   DISPLAY "NO EXISTE BITACORA"
               ELSE
                   MOVE 'N' TO WS-ARCHIVO-EOF
                   PERFORM UNTIL WS-ARCHIVO-FIN
                       READ ARCHIVO-BITACORA
                           AT END
                               MOVE 'S' TO WS-ARCHIVO-EOF
                           NOT AT END
                               IF REGISTRO-BITACORA NOT = SPACES
                                  AND BIT-FECHAYHORA(1:10)
                                      = WS-FECHA-HOY-TEXTO
                                   PERFORM SUMAR-UNA-TRANSACCION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-BITACORA
               END-IF.

            SUMAR-UNA-TRANSACCION.
               MOVE BIT-MONTO TO WS-MOV-MONTO-NUM
               MOVE BIT-ID-TERMINAL TO WS-TERMINAL-BUSCADO
               PERFORM UBICAR-SUCURSAL-TERMINAL
               ADD 1 TO TAB-SUC-MOVIMIENTOS(WS-SUC-ACTUAL)
               ADD WS-MOV-MONTO-NUM TO TAB-SUC-MONTO(WS-SUC-ACTUAL).

            SUMAR-POSICION-BOVEDA.
      *        Posicion acumulada de pesos de cada boveda, con la
      *        regla de REPORTE-BOVEDA: CAR resta, los demas suman.
               OPEN INPUT ARCHIVO-BOVEDA
               IF WS-STATUS-BOVEDA = "35"
                   DISPLAY "NO EXISTE LIBRO DE BOVEDA"
               ELSE
                   MOVE 'N' TO WS-ARCHIVO-EOF
                   PERFORM UNTIL WS-ARCHIVO-FIN
                       READ ARCHIVO-BOVEDA
                           AT END
                               MOVE 'S' TO WS-ARCHIVO-EOF
                           NOT AT END
                               IF REGISTRO-BOVEDA NOT = SPACES
                                  AND NOT BOV-EN-DOLARES
                                   PERFORM SUMAR-UN-MOVIMIENTO-BOVEDA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-BOVEDA
               END-IF.

            SUMAR-UN-MOVIMIENTO-BOVEDA.
               MOVE BOV-SUCURSAL TO WS-CODIGO-SUCURSAL
               PERFORM UBICAR-SUCURSAL-CODIGO
               IF BOV-ES-CARGA-CASSETTE
                   SUBTRACT BOV-MONTO
                       FROM TAB-SUC-POSICION(WS-SUC-ACTUAL)
               ELSE
                   IF BOV-SUMA-A-BOVEDA
                       ADD BOV-MONTO TO TAB-SUC-POSICION(WS-SUC-ACTUAL)
                   END-IF
               END-IF.

            CONTAR-TERMINALES-ACTIVOS.
      *        Base de la disponibilidad: terminales y ventanillas
      *        activos del maestro, por sucursal.
               OPEN INPUT ARCHIVO-TERMINALES
               IF WS-STATUS-TERMINALES NOT = "35"
                   MOVE 'N' TO WS-ARCHIVO-EOF
                   PERFORM UNTIL WS-ARCHIVO-FIN
                       READ ARCHIVO-TERMINALES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-ARCHIVO-EOF
                           NOT AT END
                               IF TRM-ESTA-ACTIVO
                                   MOVE TRM-CODIGO-SUCURSAL
                                       TO WS-CODIGO-SUCURSAL
                                   PERFORM UBICAR-SUCURSAL-CODIGO
                                   ADD 1 TO
                                     TAB-SUC-TERMINALES(WS-SUC-ACTUAL)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TERMINALES
               END-IF.

            CONTAR-FUERA-DE-SERVICIO.
               OPEN INPUT ARCHIVO-ESTADO-TERMINALES
               IF WS-STATUS-ESTADO-TERM NOT = "35"
                   MOVE 'N' TO WS-ARCHIVO-EOF
                   PERFORM UNTIL WS-ARCHIVO-FIN
                       READ ARCHIVO-ESTADO-TERMINALES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-ARCHIVO-EOF
                           NOT AT END
                               IF TERMINAL-FUERA-DE-SERVICIO
                                   MOVE EST-ID-TERMINAL
                                       TO WS-TERMINAL-BUSCADO
                                   PERFORM UBICAR-SUCURSAL-TERMINAL
                                   ADD 1 TO TAB-SUC-FUERA-SERVICIO
                                       (WS-SUC-ACTUAL)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-ESTADO-TERMINALES
               END-IF.

            CONTAR-CUENTAS-NUEVAS.
               OPEN INPUT ARCHIVO-CUENTAS
               IF WS-STATUS-CUENTAS NOT = "35"
                   MOVE 'N' TO WS-ARCHIVO-EOF
                   PERFORM UNTIL WS-ARCHIVO-FIN
                       READ ARCHIVO-CUENTAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-ARCHIVO-EOF
                           NOT AT END
                               IF FECHA-APERTURA = WS-FECHA-HOY
                                   MOVE SUCURSAL-APERTURA
                                       TO WS-CODIGO-SUCURSAL
                                   PERFORM UBICAR-SUCURSAL-CODIGO
                                   ADD 1 TO TAB-SUC-CUENTAS-NUEVAS
                                       (WS-SUC-ACTUAL)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

            IMPRIMIR-TABLERO.
               PERFORM VARYING WS-SUC-INDICE FROM 1 BY 1
                       UNTIL WS-SUC-INDICE > WS-SUC-CANTIDAD
                   IF WS-SUC-INDICE < WS-SUC-CANTIDAD
                      OR TAB-SUC-MOVIMIENTOS(WS-SUC-INDICE) > 0
                      OR TAB-SUC-POSICION(WS-SUC-INDICE) NOT = 0
                      OR TAB-SUC-FUERA-SERVICIO(WS-SUC-INDICE) > 0
                      OR TAB-SUC-CUENTAS-NUEVAS(WS-SUC-INDICE) > 0
                       PERFORM IMPRIMIR-UNA-SUCURSAL
                   END-IF
               END-PERFORM

               DISPLAY "-------- TOTAL RED --------"
               MOVE WS-TOTAL-MOVIMIENTOS TO WS-FORMATO-CANTIDAD
               DISPLAY "  TRANSACCIONES HOY:   " WS-FORMATO-CANTIDAD
               MOVE WS-TOTAL-MONTO TO WS-FORMATO-MONEDA
               DISPLAY "  MONTO TRANSADO:  " WS-FORMATO-MONEDA
               MOVE WS-TOTAL-POSICION TO WS-FORMATO-MONEDA
               DISPLAY "  POSICION BOVEDAS:" WS-FORMATO-MONEDA
               DISPLAY "  TERMINALES ACTIVOS: " WS-TOTAL-TERMINALES
                   "  FUERA DE SERVICIO: " WS-TOTAL-FUERA-SERVICIO
               DISPLAY "  CUENTAS NUEVAS HOY: " WS-TOTAL-CUENTAS-NUEVAS.

            IMPRIMIR-UNA-SUCURSAL.
               DISPLAY "-------- " TAB-SUC-CODIGO(WS-SUC-INDICE) " "
                   TAB-SUC-NOMBRE(WS-SUC-INDICE) " --------"
               IF TAB-SUC-REGION(WS-SUC-INDICE) > 0
                   DISPLAY "  REGION: " TAB-SUC-REGION(WS-SUC-INDICE)
               END-IF
               MOVE TAB-SUC-MOVIMIENTOS(WS-SUC-INDICE)
                   TO WS-FORMATO-CANTIDAD
               DISPLAY "  TRANSACCIONES HOY:   " WS-FORMATO-CANTIDAD
               MOVE TAB-SUC-MONTO(WS-SUC-INDICE) TO WS-FORMATO-MONEDA
               DISPLAY "  MONTO TRANSADO:  " WS-FORMATO-MONEDA
               MOVE TAB-SUC-POSICION(WS-SUC-INDICE) TO WS-FORMATO-MONEDA
               DISPLAY "  POSICION BOVEDA: " WS-FORMATO-MONEDA
               IF TAB-SUC-POSICION(WS-SUC-INDICE) < 0
                   DISPLAY "  *** POSICION DE BOVEDA NEGATIVA ***"
               END-IF
               DISPLAY "  TERMINALES ACTIVOS: "
                   TAB-SUC-TERMINALES(WS-SUC-INDICE)
                   "  FUERA DE SERVICIO: "
                   TAB-SUC-FUERA-SERVICIO(WS-SUC-INDICE)
               IF TAB-SUC-TERMINALES(WS-SUC-INDICE) > 0
                   IF TAB-SUC-FUERA-SERVICIO(WS-SUC-INDICE)
                      > TAB-SUC-TERMINALES(WS-SUC-INDICE)
                       MOVE 0 TO WS-DISPONIBILIDAD
                   ELSE
                       COMPUTE WS-DISPONIBILIDAD =
                           (TAB-SUC-TERMINALES(WS-SUC-INDICE)
                            - TAB-SUC-FUERA-SERVICIO(WS-SUC-INDICE))
                           * 100 / TAB-SUC-TERMINALES(WS-SUC-INDICE)
                   END-IF
                   DISPLAY "  DISPONIBILIDAD: " WS-DISPONIBILIDAD "%"
               END-IF
               DISPLAY "  CUENTAS NUEVAS HOY: "
                   TAB-SUC-CUENTAS-NUEVAS(WS-SUC-INDICE)

               ADD TAB-SUC-MOVIMIENTOS(WS-SUC-INDICE)
                   TO WS-TOTAL-MOVIMIENTOS
               ADD TAB-SUC-MONTO(WS-SUC-INDICE) TO WS-TOTAL-MONTO
               ADD TAB-SUC-POSICION(WS-SUC-INDICE) TO WS-TOTAL-POSICION
               ADD TAB-SUC-TERMINALES(WS-SUC-INDICE)
                   TO WS-TOTAL-TERMINALES
               ADD TAB-SUC-FUERA-SERVICIO(WS-SUC-INDICE)
                   TO WS-TOTAL-FUERA-SERVICIO
               ADD TAB-SUC-CUENTAS-NUEVAS(WS-SUC-INDICE)
                   TO WS-TOTAL-CUENTAS-NUEVAS.
       END PROGRAM REPORTE-SUCURSALES.
