      *          la vida del prestamo: desembolso, cada abono PPR y
      *          los intereses penales MOR de la bitacora, mas el
      *          estado cuota a cuota, al estilo de la cartola de
      *          cuentas de deposito. Un prestamo a tasa variable
      *          muestra ademas su referencia, spread, proximo
      *          reprecio y la historia de tasas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ARCHIVO-BITACORA ASSIGN TO "bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA.
           SELECT OPTIONAL ARCHIVO-HISTORIAL-PRESTAMOS
               ASSIGN TO "historial_prestamos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-PRESTAMOS.
           COPY "CUOTA-PRESTAMO.CPY".
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-HISTORIAL-PRESTAMOS.
           COPY "HISTORIAL-PRESTAMO.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-PRESTAMOS PIC X(2) VALUE "00".
       77 WS-STATUS-CUOTAS PIC X(2) VALUE "00".
       77 WS-STATUS-BITACORA PIC X(2) VALUE "00".
       77 WS-STATUS-HISTORIAL PIC X(2) VALUE "00".
       77 WS-HISTORIAL-EOF PIC X VALUE 'N'.
           88 WS-HISTORIAL-FIN-ARCHIVO VALUE 'S'.
       77 WS-CAMBIOS-TASA PIC 9(3) COMP VALUE 0.
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA VALUE "COT" "EST".
       77 WS-RUT PIC X(10).
               MOVE MONTO-PRINCIPAL TO WS-FORMATO-MONEDA
               DISPLAY "CAPITAL ORIGINAL: " WS-FORMATO-MONEDA
               DISPLAY "TASA ANUAL: " TASA-INTERES
               IF PRESTAMO-TASA-VARIABLE
                   DISPLAY "TASA VARIABLE: REFERENCIA "
                       PRESTAMO-CODIGO-REFERENCIA " + SPREAD "
                       PRESTAMO-SPREAD
                   DISPLAY "REPRECIO CADA " PRESTAMO-MESES-REPRECIO
                       " MESES, PROXIMO " PRESTAMO-FECHA-REPRECIO
               ELSE
                   DISPLAY "TASA FIJA"
               END-IF
               MOVE SALDO-PRESTAMO TO WS-FORMATO-MONEDA
               DISPLAY "SALDO PENDIENTE: " WS-FORMATO-MONEDA
               MOVE PRESTAMO-INTERES-PENAL TO WS-FORMATO-MONEDA
               DISPLAY "----------- MOVIMIENTOS -----------"
               PERFORM LISTAR-MOVIMIENTOS-PRESTAMO

               IF PRESTAMO-TASA-VARIABLE
                   DISPLAY "----------- HISTORIA DE TASAS -----------"
                   PERFORM LISTAR-HISTORIA-TASAS
               END-IF

               DISPLAY "----------- CALENDARIO -----------"
               PERFORM LISTAR-CUOTAS
               DISPLAY "==============================================".
                   END-PERFORM
                   CLOSE ARCHIVO-CUOTAS
               END-IF.

            LISTAR-HISTORIA-TASAS.
      *        Cada reprecio del prestamo queda en
      *        historial_prestamos.txt con la fecha en que rige, la
      *        tasa anterior y la nueva, y desde que cuota aplica.
               MOVE 'N' TO WS-HISTORIAL-EOF
               MOVE 0 TO WS-CAMBIOS-TASA
               OPEN INPUT ARCHIVO-HISTORIAL-PRESTAMOS
               PERFORM UNTIL WS-HISTORIAL-FIN-ARCHIVO
                   READ ARCHIVO-HISTORIAL-PRESTAMOS
                       AT END
                           MOVE 'S' TO WS-HISTORIAL-EOF
                       NOT AT END
                           IF HPR-RUT = WS-RUT
                              AND HPR-NUM-PRESTAMO = WS-NUM-PRESTAMO
                               ADD 1 TO WS-CAMBIOS-TASA
                               DISPLAY
                                   HPR-FECHA " " HPR-EVENTO " "
                                   HPR-TASA-ANTERIOR " -> "
                                   HPR-TASA-NUEVA " (REF "
                                   HPR-CODIGO-REFERENCIA " "
                                   HPR-TASA-REFERENCIA " + "
                                   HPR-SPREAD ") DESDE CUOTA "
                                   HPR-CUOTA-DESDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-HISTORIAL-PRESTAMOS
               IF WS-CAMBIOS-TASA = 0
                   DISPLAY "(SIN CAMBIOS DE TASA DESDE LA ORIGINACION)"
               END-IF.
       END PROGRAM ESTADO-PRESTAMO.
