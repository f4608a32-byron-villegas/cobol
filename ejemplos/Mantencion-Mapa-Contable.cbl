       77 WS-DEBE-ANTES PIC X(8) VALUE SPACES.
       77 WS-HABER-ANTES PIC X(8) VALUE SPACES.
      *    El mapa completo se carga en memoria, se aplica el cambio
      *    y se reescribe el archivo entero (150 filas a lo mas).
       01 WS-TABLA-MAPA.
           05 WS-MAPA-ENTRY OCCURS 150 TIMES.
               10 TAB-OPERACION PIC X(3).
               10 TAB-CUENTA-DEBE PIC X(8).
               10 TAB-CUENTA-HABER PIC X(8).
       77 WS-MAPA-CANTIDAD PIC 9(3) COMP VALUE 0.
       77 WS-INDICE PIC 9(3) COMP.
       77 WS-FILA-ACTUAL PIC 9(3) COMP VALUE 0.
       77 WS-MAPA-EOF PIC X VALUE 'N'.
           88 WS-MAPA-FIN-ARCHIVO VALUE 'S'.
       77 WS-DETALLE-AUDIT PIC X(40).
                               MOVE 'S' TO WS-MAPA-EOF
                           NOT AT END
                               IF REGISTRO-MAPA NOT = SPACES
                                   IF WS-MAPA-CANTIDAD < 150
                                       ADD 1 TO WS-MAPA-CANTIDAD
                                       MOVE MAPA-OPERACION TO
                                           TAB-OPERACION
                                   ELSE
                                       DISPLAY
                                           "*** MAPA CONTABLE "
                                           "SUPERA LAS 150 FILAS: "
                                           "FILA " MAPA-OPERACION
                                           " IGNORADA, AMPLIAR LA "
                                           "TABLA ***"
               END-PERFORM

               IF WS-FILA-ACTUAL = 0
                   IF WS-MAPA-CANTIDAD >= 150
                       DISPLAY "EL MAPA ESTA LLENO"
                       STOP RUN
                   END-IF
