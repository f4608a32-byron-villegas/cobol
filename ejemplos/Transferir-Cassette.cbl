      *          para el cuadre (se acabaron los dos descuadres
      *          falsos de cada fin de semana largo). El traslado
      *          queda en bitacora_admin.txt con ambos terminales y
      *          el supervisor. Entre terminales bicomoneda tambien
      *          se trasladan dolares, de cassettes USD a cassettes
      *          USD, y las patas quedan en el log con moneda USD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
       FD ARCHIVO-AUDITORIA.
       01 WS-TABLA-DESTINO PIC X(45).
       01 WS-RETRACTO-DESTINO PIC 9(8) VALUE 0.
       01 WS-RECHAZADOS-DESTINO PIC 9(6) VALUE 0.
      *    Y la seccion de dolares de cada uno (ver la tabla USD de
      *    CASSETTE.CPY).
       01 WS-TABLA-USD-ORIGEN PIC X(45).
       01 WS-USD-ACTIVO-ORIGEN PIC X VALUE 'N'.
       01 WS-RETRACTO-USD-ORIGEN PIC 9(8) VALUE 0.
       01 WS-TABLA-USD-DESTINO PIC X(45).
       01 WS-USD-ACTIVO-DESTINO PIC X VALUE 'N'.
       01 WS-RETRACTO-USD-DESTINO PIC 9(8) VALUE 0.
       77 WS-MONEDA-TRASLADO PIC X(3) VALUE "CLP".
           88 TRASLADO-DE-DOLARES VALUE "USD".
           88 WS-MONEDA-TRASLADO-VALIDA VALUE "CLP" "USD".
       01 WS-TRASLADO.
           05 WS-TRA-POR-DENOM PIC 9(4) OCCURS 5 TIMES.
       77 WS-CASS-INDICE PIC 9(1) COMP.
                STOP RUN
            END-IF.

            DISPLAY
                "MONEDA DEL TRASLADO (CLP O USD, ENTER PARA CLP): ".
            ACCEPT WS-MONEDA-TRASLADO.
            MOVE FUNCTION UPPER-CASE(WS-MONEDA-TRASLADO)
                TO WS-MONEDA-TRASLADO.
            IF WS-MONEDA-TRASLADO = SPACES THEN
                MOVE "CLP" TO WS-MONEDA-TRASLADO
            END-IF.
            IF NOT WS-MONEDA-TRASLADO-VALIDA THEN
                DISPLAY "MONEDA NO RECONOCIDA. TRASLADO ABORTADO"
                STOP RUN
            END-IF.

            PERFORM LEER-CASSETTE-ORIGEN.
            PERFORM LEER-CASSETTE-DESTINO.

            IF TRASLADO-DE-DOLARES AND WS-USD-ACTIVO-ORIGEN NOT = 'S'
                DISPLAY
                    "EL TERMINAL ORIGEN NO TIENE CASSETTES DE "
                    "DOLARES"
                STOP RUN
            END-IF.

            PERFORM CAPTURAR-TRASLADO.

            IF WS-MONTO-TRASLADO = 0 THEN

            MOVE WS-MONTO-TRASLADO TO WS-FORMATO-MONEDA.
            DISPLAY
                "TRASLADO APLICADO POR " WS-FORMATO-MONEDA " "
                WS-MONEDA-TRASLADO " DE " WS-TERMINAL-ORIGEN " A "
                WS-TERMINAL-DESTINO.
            DISPLAY
                "AMBOS CASSETTES QUEDAN CONSISTENTES PARA EL "
               END-IF
               MOVE WS-CASSETTE-INICIAL TO WS-TABLA-ORIGEN
               MOVE WS-CASSETTE-RETRACTO TO WS-RETRACTO-ORIGEN
               MOVE WS-CASSETTE-RECHAZADOS TO WS-RECHAZADOS-ORIGEN
               MOVE WS-CASSETTE-USD-INICIAL TO WS-TABLA-USD-ORIGEN
               MOVE WS-CASSETTE-USD-ACTIVO TO WS-USD-ACTIVO-ORIGEN
               MOVE WS-CASSETTE-USD-RETRACTO
                   TO WS-RETRACTO-USD-ORIGEN.

            LEER-CASSETTE-DESTINO.
               MOVE WS-TERMINAL-DESTINO TO WS-ID-CASSETTE-ACTUAL
               MOVE WS-CASSETTE-INICIAL TO WS-TABLA-DESTINO
               MOVE WS-CASSETTE-RETRACTO TO WS-RETRACTO-DESTINO
               MOVE WS-CASSETTE-RECHAZADOS
                   TO WS-RECHAZADOS-DESTINO
               MOVE WS-CASSETTE-USD-INICIAL TO WS-TABLA-USD-DESTINO
               MOVE WS-CASSETTE-USD-ACTIVO TO WS-USD-ACTIVO-DESTINO
               MOVE WS-CASSETTE-USD-RETRACTO
                   TO WS-RETRACTO-USD-DESTINO.

            LEER-UN-CASSETTE.
               MOVE 'N' TO WS-CASSETTE-LEIDO
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

            CAPTURAR-TRASLADO.
      *        El supervisor cuenta los billetes que saca del
      *        origen, denominacion por denominacion; no puede
      *        mover mas de lo que ese cassette registra.
               MOVE 0 TO WS-MONTO-TRASLADO
               IF TRASLADO-DE-DOLARES
                   PERFORM CAPTURAR-TRASLADO-USD
               ELSE
                   PERFORM CAPTURAR-TRASLADO-CLP
               END-IF.

            CAPTURAR-TRASLADO-CLP.
               MOVE WS-TABLA-ORIGEN TO WS-CASSETTE-INICIAL
               PERFORM VARYING WS-CASS-INDICE FROM 1 BY 1
                       UNTIL WS-CASS-INDICE > 5
                   DISPLAY
                        WS-CASSETTE-DENOMINACION(WS-CASS-INDICE))
               END-PERFORM.

            CAPTURAR-TRASLADO-USD.
               MOVE WS-TABLA-USD-ORIGEN TO WS-CASSETTE-USD-INICIAL
               PERFORM VARYING WS-CASS-INDICE FROM 1 BY 1
                       UNTIL WS-CASS-INDICE > 5
                   DISPLAY
                       "BILLETES DE USD "
                       WS-CASSETTE-USD-DENOMINACION(WS-CASS-INDICE)
                       " A TRASLADAR (HAY "
                       WS-CASSETTE-USD-CANTIDAD(WS-CASS-INDICE) "): "
                   ACCEPT WS-CANTIDAD
                   IF WS-CANTIDAD NOT NUMERIC
                       MOVE 0 TO WS-CANTIDAD
                   END-IF
                   IF WS-CANTIDAD
                      > WS-CASSETTE-USD-CANTIDAD(WS-CASS-INDICE)
                       DISPLAY
                           "NO HAY TANTOS BILLETES EN EL ORIGEN. "
                           "TRASLADO ABORTADO"
                       STOP RUN
                   END-IF
                   MOVE WS-CANTIDAD
                       TO WS-TRA-POR-DENOM(WS-CASS-INDICE)
                   COMPUTE WS-MONTO-TRASLADO = WS-MONTO-TRASLADO +
                       (WS-CANTIDAD *
                        WS-CASSETTE-USD-DENOMINACION(WS-CASS-INDICE))
               END-PERFORM.

            APLICAR-TRASLADO.
      *        Un solo paso controlado: descuenta del origen, suma
      *        al destino y persiste ambos archivos; si el segundo
      *        paso fallara, la auditoria deja el rastro para
      *        reponer a mano. Cada archivo se reescribe con sus dos
      *        monedas y solo se toca la tabla de la moneda
      *        trasladada; un destino que recibe dolares queda como
      *        terminal bicomoneda.
               MOVE WS-TABLA-ORIGEN TO WS-CASSETTE-INICIAL
               MOVE WS-TABLA-USD-ORIGEN TO WS-CASSETTE-USD-INICIAL
               MOVE WS-USD-ACTIVO-ORIGEN TO WS-CASSETTE-USD-ACTIVO
               MOVE WS-RETRACTO-USD-ORIGEN TO WS-CASSETTE-USD-RETRACTO
               PERFORM VARYING WS-CASS-INDICE FROM 1 BY 1
                       UNTIL WS-CASS-INDICE > 5
                   IF TRASLADO-DE-DOLARES
                       SUBTRACT WS-TRA-POR-DENOM(WS-CASS-INDICE)
                           FROM WS-CASSETTE-USD-CANTIDAD(WS-CASS-INDICE)
                   ELSE
                       SUBTRACT WS-TRA-POR-DENOM(WS-CASS-INDICE)
                           FROM WS-CASSETTE-CANTIDAD(WS-CASS-INDICE)
                   END-IF
               END-PERFORM
               MOVE WS-RETRACTO-ORIGEN TO WS-CASSETTE-RETRACTO
               MOVE WS-RECHAZADOS-ORIGEN TO WS-CASSETTE-RECHAZADOS
               PERFORM GRABAR-UN-CASSETTE

               MOVE WS-TABLA-DESTINO TO WS-CASSETTE-INICIAL
               MOVE WS-TABLA-USD-DESTINO TO WS-CASSETTE-USD-INICIAL
               MOVE WS-USD-ACTIVO-DESTINO TO WS-CASSETTE-USD-ACTIVO
               MOVE WS-RETRACTO-USD-DESTINO
                   TO WS-CASSETTE-USD-RETRACTO
               PERFORM VARYING WS-CASS-INDICE FROM 1 BY 1
                       UNTIL WS-CASS-INDICE > 5
                   IF TRASLADO-DE-DOLARES
                       ADD WS-TRA-POR-DENOM(WS-CASS-INDICE)
                           TO WS-CASSETTE-USD-CANTIDAD(WS-CASS-INDICE)
                   ELSE
                       ADD WS-TRA-POR-DENOM(WS-CASS-INDICE)
                           TO WS-CASSETTE-CANTIDAD(WS-CASS-INDICE)
                   END-IF
               END-PERFORM
               IF TRASLADO-DE-DOLARES
                   MOVE 'S' TO WS-CASSETTE-USD-ACTIVO
               END-IF
               MOVE WS-RETRACTO-DESTINO TO WS-CASSETTE-RETRACTO
               MOVE WS-RECHAZADOS-DESTINO
                   TO WS-CASSETTE-RECHAZADOS
               MOVE WS-CASSETTE-INICIAL TO REG-CASS-TABLA
               MOVE WS-CASSETTE-RETRACTO TO REG-CASS-RETRACTO
               MOVE WS-CASSETTE-RECHAZADOS TO REG-CASS-RECHAZADOS
               MOVE WS-CASSETTE-USD-ACTIVO TO REG-CASS-USD-ACTIVO
               MOVE WS-CASSETTE-USD-INICIAL TO REG-CASS-USD-TABLA
               MOVE WS-CASSETTE-USD-RETRACTO
                   TO REG-CASS-USD-RETRACTO
               WRITE REGISTRO-CASSETTE
               CLOSE ARCHIVO-CASSETTE.

               END-PERFORM
               MOVE WS-MONTO-TRASLADO TO CARGA-MONTO-TOTAL
               MOVE WS-TIPO-CARGA-LOG TO CARGA-TIPO
               IF TRASLADO-DE-DOLARES
                   MOVE "USD" TO CARGA-MONEDA
               END-IF
               WRITE REGISTRO-CARGA-CASSETTE
               CLOSE ARCHIVO-CARGAS.

               STRING
                   "TRASLADO DE BILLETES POR " DELIMITED BY SIZE
                   WS-MONTO-TRASLADO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONEDA-TRASLADO DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDIT
               END-STRING
               MOVE WS-DETALLE-AUDIT TO ADM-DETALLE
