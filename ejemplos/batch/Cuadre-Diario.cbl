      *          Ademas contrasta el efectivo faltante en cassette.txt
      *          contra los giros de hoy, y el saldo total de la
      *          cartera contra el cierre de ayer mas los movimientos
      *          netos de hoy, marcando cualquier descuadre. Los
      *          terminales bicomoneda se concilian ademas en dolares
      *          (cassettes USD contra giros USD), como una posicion
      *          de efectivo aparte. El cuadre de terminales se
      *          consolida por sucursal segun terminales.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL ARCHIVO-FERIADOS ASSIGN TO "feriados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIADOS.
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
          05 REG-CASS-RETRACTO PIC 9(8).
          05 FILLER PIC X.
          05 REG-CASS-RECHAZADOS PIC 9(6).
          05 FILLER PIC X.
          05 REG-CASS-USD-ACTIVO PIC X.
          05 FILLER PIC X.
          05 REG-CASS-USD-TABLA PIC X(45).
          05 FILLER PIC X.
          05 REG-CASS-USD-RETRACTO PIC 9(8).
       FD ARCHIVO-CIERRE.
       01 REGISTRO-CIERRE PIC X(15).
       FD ARCHIVO-TASAS.
          05 CASSETTE-CIERRE-ANTERIOR PIC 9(8).
          05 FILLER PIC X.
          05 RETRACTO-CIERRE-ANTERIOR PIC 9(8).
          05 FILLER PIC X.
          05 CASSETTE-USD-CIERRE-ANTERIOR PIC 9(8).
          05 FILLER PIC X.
          05 RETRACTO-USD-CIERRE-ANTERIOR PIC 9(8).
       FD ARCHIVO-CONTROL.
           COPY "CONTROL-BATCH.CPY".
       FD ARCHIVO-FERIADOS.
           COPY "FERIADO.CPY".
       FD ARCHIVO-SUCURSALES.
           COPY "SUCURSAL.CPY".
       FD ARCHIVO-TERMINALES.
           COPY "TERMINAL.CPY".
       WORKING-STORAGE SECTION.
      *    Calendario de feriados y corte de negocio: la corrida
      *    debe cerrar el ULTIMO dia de negocio ya cerrado, no el
       77 WS-TOTAL-COMISIONES PIC 9(10) VALUE 0.
       77 WS-TOTAL-INTERES-SOBREGIRO PIC 9(10) VALUE 0.
       77 WS-TOTAL-RETENCIONES PIC 9(10) VALUE 0.
       77 WS-TOTAL-GIROS-RED PIC 9(10) VALUE 0.
       77 WS-VARIANZA-RETRACTO PIC S9(8) VALUE 0.
      *    La misma ecuacion de efectivo para los cassettes USD de
      *    los terminales bicomoneda, en dolares.
       77 WS-TOTAL-GIROS-USD PIC 9(10) VALUE 0.
       77 WS-TOTAL-REVERSAS-GIRO-USD PIC 9(10) VALUE 0.
       77 WS-TOTAL-CARGAS-DIA-USD PIC S9(8) VALUE 0.
       77 WS-EFECTIVO-DISPENSADO-USD PIC S9(8) VALUE 0.
       77 WS-VARIANZA-CASSETTE-USD PIC S9(8) VALUE 0.
       77 WS-VARIANZA-RETRACTO-USD PIC S9(8) VALUE 0.
       77 WS-CASSETTE-RETRACTO-USD PIC 9(8) VALUE 0.
       77 WS-HAY-EFECTIVO-USD PIC X VALUE 'N'.
           88 HAY-EFECTIVO-USD VALUE 'S'.
       77 WS-STATUS-SUSPENSO PIC X(2) VALUE "00".
       77 WS-STATUS-CARGAS PIC X(2) VALUE "00".
       77 WS-STATUS-CONTEOS PIC X(2) VALUE "00".
               10 TER-CIERRE-ANTERIOR PIC 9(8).
               10 TER-RETRACTO-ANTERIOR PIC 9(8).
               10 TER-CASSETTE-LEIDO PIC X(1).
               10 TER-GIROS-USD PIC 9(10).
               10 TER-REVERSAS-USD PIC 9(10).
               10 TER-CARGAS-USD PIC S9(8).
               10 TER-VALOR-USD PIC 9(8).
               10 TER-RETRACTO-USD PIC 9(8).
               10 TER-CIERRE-USD-ANTERIOR PIC 9(8).
               10 TER-RETRACTO-USD-ANTERIOR PIC 9(8).
       77 WS-TERM-CANTIDAD PIC 9(2) COMP VALUE 0.
       77 WS-TERM-INDICE PIC 9(2) COMP.
       77 WS-TERM-ACTUAL PIC 9(2) COMP.
       77 WS-TER-VARIANZA PIC S9(10) VALUE 0.
       77 WS-TER-RETRACTO-DIA PIC S9(8) VALUE 0.
       77 WS-TER-VAR-RETRACTO PIC S9(8) VALUE 0.
       77 WS-TER-DISPENSADO-USD PIC S9(10) VALUE 0.
       77 WS-TER-VARIANZA-USD PIC S9(10) VALUE 0.
       77 WS-TER-VAR-RETRACTO-USD PIC S9(8) VALUE 0.
       77 WS-CARGAS-EOF PIC X VALUE 'N'.
           88 WS-CARGAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-TOTAL-CARGAS-DIA PIC S9(8) VALUE 0.
       77 WS-MOV-FECHA-NEGOCIO PIC 9(8).
       77 WS-MOV-MONTO-NUM PIC 9(8).
       01 WS-FORMATO-MONEDA PIC -(11)9.
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
               10 TAB-SUC-TERMINALES PIC 9(4).
               10 TAB-SUC-GIROS PIC 9(12).
               10 TAB-SUC-DISPENSADO PIC S9(12).
               10 TAB-SUC-VARIANZA PIC S9(12).
       77 WS-SUC-CANTIDAD PIC 9(2) COMP VALUE 0.
       77 WS-SUC-INDICE PIC 9(2) COMP.
       77 WS-SUC-ACTUAL PIC 9(2) COMP.
       77 WS-CODIGO-SUCURSAL PIC X(4).

       PROCEDURE DIVISION.
            DISPLAY "----------- CUADRE DIARIO -----------".

            PERFORM TOTALIZAR-MOVIMIENTOS.

            PERFORM CARGAR-MAESTRO-SUCURSALES.

            PERFORM CARGAR-MAESTRO-TERMINALES.

            PERFORM CONCILIAR-CASSETTE-TERMINALES.

            PERFORM CALCULAR-VARIANZA-SALDOS.
                                             TER-DEPOSITOS-EFECTIVO
                                               (WS-TERM-ACTUAL)
                                       END-IF
      *                            Un giro de cuenta USD salio de
      *                            los cassettes de dolares y se
      *                            concilia contra ellos.
                                   WHEN "GIR"
                                       MOVE BIT-ID-TERMINAL
                                           TO WS-TERM-BUSCADO
                                       PERFORM UBICAR-TERMINAL
                                       IF BIT-MONEDA = "USD"
                                           ADD WS-MOV-MONTO-NUM
                                               TO WS-TOTAL-GIROS-USD
                                           ADD WS-MOV-MONTO-NUM TO
                                             TER-GIROS-USD
                                               (WS-TERM-ACTUAL)
                                       ELSE
                                           ADD WS-MOV-MONTO-NUM
                                               TO WS-TOTAL-GIROS
                                           ADD WS-MOV-MONTO-NUM TO
                                             TER-GIROS(WS-TERM-ACTUAL)
                                       END-IF
                                   WHEN "TRA"
      *                                El total transferido se arma
      *                                con las patas de cargo (en una
                                       ADD WS-MOV-MONTO-NUM
                                           TO WS-TOTAL-PAGOS-PRESTAMO
                                   WHEN "REV"
                                       MOVE BIT-ID-TERMINAL
                                           TO WS-TERM-BUSCADO
                                       PERFORM UBICAR-TERMINAL
                                       IF BIT-MONEDA = "USD"
                                           ADD WS-MOV-MONTO-NUM TO
                                             WS-TOTAL-REVERSAS-GIRO-USD
                                           ADD WS-MOV-MONTO-NUM TO
                                             TER-REVERSAS-USD
                                               (WS-TERM-ACTUAL)
                                       ELSE
                                           ADD WS-MOV-MONTO-NUM TO
                                             WS-TOTAL-REVERSAS-GIRO
                                           ADD WS-MOV-MONTO-NUM TO
                                             TER-REVERSAS
                                               (WS-TERM-ACTUAL)
                                       END-IF
      *                            Un giro sin tarjeta cobrado (GSR)
      *                            saca efectivo del cassette igual
      *                            que un GIR, aunque el saldo se
      *                            debito al emitirse el codigo. El
      *                            avance de tarjeta de credito (AVC)
      *                            tambien: la deuda va a la tarjeta
      *                            y no a una cuenta de deposito.
                                   WHEN "GSR"
                                   WHEN "AVC"
                                       MOVE BIT-ID-TERMINAL
                                           TO WS-TERM-BUSCADO
                                       PERFORM UBICAR-TERMINAL
                                       ADD WS-MOV-MONTO-NUM TO
                                           TER-GIROS(WS-TERM-ACTUAL)
      *                            Giro con tarjeta de otro banco
      *                            (GRA): efectivo del cassette para
      *                            alguien que no es cliente. No toca
      *                            ninguna cuenta; lo cobra la
      *                            liquidacion de la red al emisor.
                                   WHEN "GRA"
                                       ADD WS-MOV-MONTO-NUM
                                           TO WS-TOTAL-GIROS-RED
                                       MOVE BIT-ID-TERMINAL
                                           TO WS-TERM-BUSCADO
                                       PERFORM UBICAR-TERMINAL
      *                            resta en el origen (TRS) y suma
      *                            en el destino (TRE): los dos
      *                            cuadres quedan consistentes sin
      *                            partidas falsas. Las cargas y
      *                            traslados en dolares van a los
      *                            cassettes USD.
                                   IF CARGA-EN-DOLARES
                                       PERFORM SUMAR-CARGA-USD
                                   ELSE
                                       PERFORM SUMAR-CARGA-CLP
                                   END-IF
                               END-IF
                       END-READ
               END-IF
               CLOSE ARCHIVO-CARGAS.

            SUMAR-CARGA-CLP.
               IF CARGA-ES-TRASLADO-SALIDA
                   SUBTRACT CARGA-MONTO-TOTAL FROM WS-TOTAL-CARGAS-DIA
                   SUBTRACT CARGA-MONTO-TOTAL
                       FROM TER-CARGAS(WS-TERM-ACTUAL)
               ELSE
                   ADD CARGA-MONTO-TOTAL TO WS-TOTAL-CARGAS-DIA
                   ADD CARGA-MONTO-TOTAL TO TER-CARGAS(WS-TERM-ACTUAL)
               END-IF.

            SUMAR-CARGA-USD.
               IF CARGA-ES-TRASLADO-SALIDA
                   SUBTRACT CARGA-MONTO-TOTAL
                       FROM WS-TOTAL-CARGAS-DIA-USD
                   SUBTRACT CARGA-MONTO-TOTAL
                       FROM TER-CARGAS-USD(WS-TERM-ACTUAL)
               ELSE
                   ADD CARGA-MONTO-TOTAL TO WS-TOTAL-CARGAS-DIA-USD
                   ADD CARGA-MONTO-TOTAL
                       TO TER-CARGAS-USD(WS-TERM-ACTUAL)
               END-IF.

            CONCILIAR-CASSETTE-TERMINALES.
      *        Concilia el efectivo terminal por terminal: para cada
      *        WS-ID-TERMINAL visto hoy (o arrastrado del cierre de
               MOVE 0 TO WS-VARIANZA-RETRACTO
               MOVE 0 TO WS-EFECTIVO-DISPENSADO
               MOVE 0 TO WS-CASSETTE-RETRACTO
               MOVE 0 TO WS-VARIANZA-CASSETTE-USD
               MOVE 0 TO WS-VARIANZA-RETRACTO-USD
               MOVE 0 TO WS-EFECTIVO-DISPENSADO-USD
               MOVE 0 TO WS-CASSETTE-RETRACTO-USD

               PERFORM VARYING WS-TERM-INDICE FROM 1 BY 1
                       UNTIL WS-TERM-INDICE > WS-TERM-CANTIDAD
                       MOVE REG-CASS-RETRACTO
                           TO TER-RETRACTO-ACTUAL(WS-TERM-INDICE)
                   END-IF
                   PERFORM LEER-CASSETTE-USD-TERMINAL
                   MOVE 'S' TO TER-CASSETTE-LEIDO(WS-TERM-INDICE)
               END-IF
               CLOSE ARCHIVO-CASSETTE
                   ADD TER-RETRACTO-ACTUAL(WS-TERM-INDICE)
                       TO WS-CASSETTE-RETRACTO

                   MOVE TER-ID(WS-TERM-INDICE) TO WS-TERMINAL-BUSCADO
                   PERFORM UBICAR-SUCURSAL-TERMINAL
                   ADD 1 TO TAB-SUC-TERMINALES(WS-SUC-ACTUAL)
                   ADD TER-GIROS(WS-TERM-INDICE)
                       TO TAB-SUC-GIROS(WS-SUC-ACTUAL)
                   ADD WS-TER-DISPENSADO
                       TO TAB-SUC-DISPENSADO(WS-SUC-ACTUAL)
                   ADD WS-TER-VARIANZA
                       TO TAB-SUC-VARIANZA(WS-SUC-ACTUAL)

                   DISPLAY "-------- TERMINAL "
                       TER-ID(WS-TERM-INDICE) " --------"
                   MOVE TER-GIROS(WS-TERM-INDICE) TO WS-FORMATO-MONEDA
                           "  BILLETES EN BUZON DE RECHAZO: "
                           REG-CASS-RECHAZADOS
                   END-IF
                   PERFORM CONCILIAR-USD-TERMINAL
               END-IF.

            LEER-CASSETTE-USD-TERMINAL.
      *        Valor de los cassettes USD del registro leido; un
      *        terminal solo en pesos (seccion ausente o inactiva)
      *        queda con cero dolares.
               MOVE 0 TO TER-VALOR-USD(WS-TERM-INDICE)
               MOVE 0 TO TER-RETRACTO-USD(WS-TERM-INDICE)
               IF REG-CASS-USD-ACTIVO = 'S'
                  AND REG-CASS-USD-TABLA NUMERIC
                   MOVE REG-CASS-USD-TABLA TO WS-CASSETTE-USD-INICIAL
                   PERFORM SUMAR-CASSETTE-USD
                   MOVE WS-CASS-SUMA TO TER-VALOR-USD(WS-TERM-INDICE)
               END-IF
               IF REG-CASS-USD-RETRACTO NUMERIC
                   MOVE REG-CASS-USD-RETRACTO
                       TO TER-RETRACTO-USD(WS-TERM-INDICE)
               END-IF.

            CONCILIAR-USD-TERMINAL.
      *        Dolares que salieron de los cassettes USD (cierre de
      *        ayer mas cargas USD de hoy menos lo que queda) contra
      *        los giros USD del terminal, y su buzon de retracto USD
      *        contra las reversas USD. Solo se informa si el
      *        terminal tuvo dolares ayer u hoy.
               COMPUTE WS-TER-DISPENSADO-USD =
                   TER-CIERRE-USD-ANTERIOR(WS-TERM-INDICE)
                   + TER-CARGAS-USD(WS-TERM-INDICE)
                   - TER-VALOR-USD(WS-TERM-INDICE)
               COMPUTE WS-TER-VARIANZA-USD =
                   WS-TER-DISPENSADO-USD
                   - TER-GIROS-USD(WS-TERM-INDICE)
               COMPUTE WS-TER-VAR-RETRACTO-USD =
                   TER-RETRACTO-USD(WS-TERM-INDICE)
                   - TER-RETRACTO-USD-ANTERIOR(WS-TERM-INDICE)
                   - TER-REVERSAS-USD(WS-TERM-INDICE)

               ADD WS-TER-DISPENSADO-USD TO WS-EFECTIVO-DISPENSADO-USD
               ADD WS-TER-VARIANZA-USD TO WS-VARIANZA-CASSETTE-USD
               ADD WS-TER-VAR-RETRACTO-USD
                   TO WS-VARIANZA-RETRACTO-USD
               ADD TER-RETRACTO-USD(WS-TERM-INDICE)
                   TO WS-CASSETTE-RETRACTO-USD

               IF TER-CIERRE-USD-ANTERIOR(WS-TERM-INDICE) NOT = 0
                  OR TER-VALOR-USD(WS-TERM-INDICE) NOT = 0
                  OR TER-CARGAS-USD(WS-TERM-INDICE) NOT = 0
                  OR TER-GIROS-USD(WS-TERM-INDICE) NOT = 0
                  OR TER-RETRACTO-USD(WS-TERM-INDICE) NOT = 0
                  OR TER-REVERSAS-USD(WS-TERM-INDICE) NOT = 0
                   MOVE 'S' TO WS-HAY-EFECTIVO-USD
                   MOVE TER-GIROS-USD(WS-TERM-INDICE)
                       TO WS-FORMATO-MONEDA
                   DISPLAY "  GIROS USD DEL TERMINAL: "
                       WS-FORMATO-MONEDA
                   MOVE WS-TER-DISPENSADO-USD TO WS-FORMATO-MONEDA
                   DISPLAY "  DOLARES DISPENSADOS: " WS-FORMATO-MONEDA
                   MOVE WS-TER-VARIANZA-USD TO WS-FORMATO-MONEDA
                   DISPLAY "  VARIANZA CASSETTE USD: "
                       WS-FORMATO-MONEDA
                   IF WS-TER-VARIANZA-USD NOT = 0
                       DISPLAY
                           "  *** DESCUADRE USD EN "
                           TER-ID(WS-TERM-INDICE) " ***"
                   END-IF
                   MOVE WS-TER-VAR-RETRACTO-USD TO WS-FORMATO-MONEDA
                   DISPLAY "  VARIANZA RETRACTO USD: "
                       WS-FORMATO-MONEDA
               END-IF.

            SUMAR-CASSETTE-USD.
      *        Igual que SUMAR-CASSETTE, para la tabla de dolares.
               MOVE 0 TO WS-CASS-SUMA
               PERFORM VARYING WS-CASS-INDICE FROM 1 BY 1
                   UNTIL WS-CASS-INDICE > 5
                   COMPUTE WS-CASS-SUMA = WS-CASS-SUMA +
                       (WS-CASSETTE-USD-DENOMINACION(WS-CASS-INDICE) *
                        WS-CASSETTE-USD-CANTIDAD(WS-CASS-INDICE))
               END-PERFORM.

            LEER-CIERRE-CASSETTE-ANTERIOR.
      *        Recupera el cierre de cassette por terminal dejado por
      *        el cuadre anterior (una linea por terminal); si aun no
                       MOVE RETRACTO-CIERRE-ANTERIOR
                           TO TER-RETRACTO-ANTERIOR(WS-TERM-ACTUAL)
                   END-IF
      *            Los dolares del cierre solo existen en las lineas
      *            grabadas desde que hay terminales bicomoneda.
                   IF CASSETTE-USD-CIERRE-ANTERIOR NUMERIC
                       MOVE CASSETTE-USD-CIERRE-ANTERIOR
                           TO TER-CIERRE-USD-ANTERIOR(WS-TERM-ACTUAL)
                   END-IF
                   IF RETRACTO-USD-CIERRE-ANTERIOR NUMERIC
                       MOVE RETRACTO-USD-CIERRE-ANTERIOR
                         TO TER-RETRACTO-USD-ANTERIOR(WS-TERM-ACTUAL)
                   END-IF
               END-IF.

            UBICAR-TERMINAL.
                       TO TER-CIERRE-ANTERIOR(WS-TERM-ACTUAL)
                   MOVE 0 TO TER-RETRACTO-ANTERIOR(WS-TERM-ACTUAL)
                   MOVE 'N' TO TER-CASSETTE-LEIDO(WS-TERM-ACTUAL)
      *            Los cassettes USD no traen carga de fabrica: un
      *            terminal parte sin dolares hasta su primera carga.
                   MOVE 0 TO TER-GIROS-USD(WS-TERM-ACTUAL)
                   MOVE 0 TO TER-REVERSAS-USD(WS-TERM-ACTUAL)
                   MOVE 0 TO TER-CARGAS-USD(WS-TERM-ACTUAL)
                   MOVE 0 TO TER-VALOR-USD(WS-TERM-ACTUAL)
                   MOVE 0 TO TER-RETRACTO-USD(WS-TERM-ACTUAL)
                   MOVE 0 TO TER-CIERRE-USD-ANTERIOR(WS-TERM-ACTUAL)
                   MOVE 0 TO TER-RETRACTO-USD-ANTERIOR(WS-TERM-ACTUAL)
               END-IF.

            GRABAR-CIERRE-CASSETTE-ACTUAL.
                           TO CASSETTE-CIERRE-ANTERIOR
                       MOVE TER-RETRACTO-ACTUAL(WS-TERM-INDICE)
                           TO RETRACTO-CIERRE-ANTERIOR
                       MOVE TER-VALOR-USD(WS-TERM-INDICE)
                           TO CASSETTE-USD-CIERRE-ANTERIOR
                       MOVE TER-RETRACTO-USD(WS-TERM-INDICE)
                           TO RETRACTO-USD-CIERRE-ANTERIOR
                   ELSE
                       MOVE TER-CIERRE-ANTERIOR(WS-TERM-INDICE)
                           TO CASSETTE-CIERRE-ANTERIOR
                       MOVE TER-RETRACTO-ANTERIOR(WS-TERM-INDICE)
                           TO RETRACTO-CIERRE-ANTERIOR
                       MOVE TER-CIERRE-USD-ANTERIOR(WS-TERM-INDICE)
                           TO CASSETTE-USD-CIERRE-ANTERIOR
                       MOVE TER-RETRACTO-USD-ANTERIOR(WS-TERM-INDICE)
                           TO RETRACTO-USD-CIERRE-ANTERIOR
                   END-IF
                   WRITE REGISTRO-CIERRE-CASSETTE
               END-PERFORM
                   MOVE WS-VARIANZA-SALDOS-USD TO WS-SUS-MONTO
                   PERFORM GRABAR-PARTIDA-SUSPENSO
               END-IF
               IF WS-VARIANZA-CASSETTE-USD NOT = 0
                   MOVE "CAU" TO WS-SUS-TIPO
                   MOVE WS-VARIANZA-CASSETTE-USD TO WS-SUS-MONTO
                   PERFORM GRABAR-PARTIDA-SUSPENSO
               END-IF
               IF WS-VARIANZA-RETRACTO-USD NOT = 0
                   MOVE "RTU" TO WS-SUS-TIPO
                   MOVE WS-VARIANZA-RETRACTO-USD TO WS-SUS-MONTO
                   PERFORM GRABAR-PARTIDA-SUSPENSO
               END-IF

               CLOSE ARCHIVO-SUSPENSO.

               MOVE WS-EFECTIVO-DISPENSADO TO WS-FORMATO-MONEDA
               DISPLAY "EFECTIVO DISPENSADO (TODOS LOS TERMINALES): "
                   WS-FORMATO-MONEDA
               MOVE WS-TOTAL-GIROS-RED TO WS-FORMATO-MONEDA
               DISPLAY "  DE ELLO A TARJETAS DE OTROS BANCOS: "
                   WS-FORMATO-MONEDA
               MOVE WS-VARIANZA-CASSETTE TO WS-FORMATO-MONEDA
               DISPLAY "VARIANZA CASSETTE VS GIROS: " WS-FORMATO-MONEDA
               IF WS-VARIANZA-CASSETTE NOT = 0
                   DISPLAY "*** DESCUADRE DE RETRACTO DETECTADO ***"
               END-IF

               IF HAY-EFECTIVO-USD
                   PERFORM IMPRIMIR-EFECTIVO-USD
               END-IF

               PERFORM IMPRIMIR-CUADRE-SUCURSALES

               CONTINUE.

            IMPRIMIR-CUADRE-SUCURSALES.
      *        Giros, efectivo dispensado y varianza de cassette de
      *        los terminales conciliados, sumados por sucursal.
               DISPLAY "-------- CUADRE POR SUCURSAL --------"
               PERFORM VARYING WS-SUC-INDICE FROM 1 BY 1
                       UNTIL WS-SUC-INDICE > WS-SUC-CANTIDAD
                   IF TAB-SUC-TERMINALES(WS-SUC-INDICE) > 0
                       DISPLAY
                           TAB-SUC-CODIGO(WS-SUC-INDICE) " "
                           TAB-SUC-NOMBRE(WS-SUC-INDICE)
                           " TERMINALES: "
                           TAB-SUC-TERMINALES(WS-SUC-INDICE)
                       MOVE TAB-SUC-GIROS(WS-SUC-INDICE)
                           TO WS-FORMATO-MONEDA
                       DISPLAY "  GIROS: " WS-FORMATO-MONEDA
                       MOVE TAB-SUC-DISPENSADO(WS-SUC-INDICE)
                           TO WS-FORMATO-MONEDA
                       DISPLAY "  EFECTIVO DISPENSADO: "
                           WS-FORMATO-MONEDA
                       MOVE TAB-SUC-VARIANZA(WS-SUC-INDICE)
                           TO WS-FORMATO-MONEDA
                       DISPLAY "  VARIANZA CASSETTE: " WS-FORMATO-MONEDA
                       IF TAB-SUC-VARIANZA(WS-SUC-INDICE) NOT = 0
                           DISPLAY "  *** DESCUADRE EN SUCURSAL ***"
                       END-IF
                   END-IF
               END-PERFORM.

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
                   MOVE 0 TO TAB-SUC-TERMINALES(WS-SUC-INDICE)
                   MOVE 0 TO TAB-SUC-GIROS(WS-SUC-INDICE)
                   MOVE 0 TO TAB-SUC-DISPENSADO(WS-SUC-INDICE)
                   MOVE 0 TO TAB-SUC-VARIANZA(WS-SUC-INDICE)
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

            IMPRIMIR-EFECTIVO-USD.
               DISPLAY "-------- EFECTIVO USD EN TERMINALES --------"
               MOVE WS-TOTAL-GIROS-USD TO WS-FORMATO-MONEDA
               DISPLAY "TOTAL GIRADO USD HOY: " WS-FORMATO-MONEDA
               MOVE WS-TOTAL-CARGAS-DIA-USD TO WS-FORMATO-MONEDA
               DISPLAY "RECARGAS USD HOY: " WS-FORMATO-MONEDA
               MOVE WS-EFECTIVO-DISPENSADO-USD TO WS-FORMATO-MONEDA
               DISPLAY "DOLARES DISPENSADOS: " WS-FORMATO-MONEDA
               MOVE WS-VARIANZA-CASSETTE-USD TO WS-FORMATO-MONEDA
               DISPLAY "VARIANZA CASSETTE USD VS GIROS USD: "
                   WS-FORMATO-MONEDA
               IF WS-VARIANZA-CASSETTE-USD NOT = 0
                   DISPLAY "*** DESCUADRE DE CASSETTE USD DETECTADO ***"
               END-IF
               MOVE WS-CASSETTE-RETRACTO-USD TO WS-FORMATO-MONEDA
               DISPLAY "DOLARES EN BUZON DE RETRACTO: "
                   WS-FORMATO-MONEDA
               MOVE WS-TOTAL-REVERSAS-GIRO-USD TO WS-FORMATO-MONEDA
               DISPLAY "REVERSAS USD POR FALLA DE ENTREGA HOY: "
                   WS-FORMATO-MONEDA
               MOVE WS-VARIANZA-RETRACTO-USD TO WS-FORMATO-MONEDA
               DISPLAY "VARIANZA RETRACTO USD VS REVERSAS USD: "
                   WS-FORMATO-MONEDA
               IF WS-VARIANZA-RETRACTO-USD NOT = 0
                   DISPLAY "*** DESCUADRE DE RETRACTO USD DETECTADO ***"
               END-IF.

            STOP RUN.

            SUMAR-VALES-VISTA.
