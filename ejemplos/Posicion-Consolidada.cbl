               RECORD KEY IS CLI-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CLIENTES.
           SELECT ARCHIVO-DEVENGOS ASSIGN TO "devengos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-DEVENGOS.
           SELECT ARCHIVO-RENTABILIDAD ASSIGN TO "rentabilidad.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RNT-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RENTABILIDAD.
           SELECT ARCHIVO-MEMOS ASSIGN TO "memos_clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEM-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MEMOS.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "DEPOSITO-PLAZO.CPY".
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-DEVENGOS.
           COPY "DEVENGO.CPY".
       FD ARCHIVO-RENTABILIDAD.
           COPY "RENTABILIDAD.CPY".
       FD ARCHIVO-MEMOS.
           COPY "MEMO-CLIENTE.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-PRESTAMOS PIC X(2) VALUE "00".
       77 WS-STATUS-ORDENES PIC X(2) VALUE "00".
       77 WS-STATUS-PLAZOS PIC X(2) VALUE "00".
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-STATUS-DEVENGOS PIC X(2) VALUE "00".
       77 WS-STATUS-RENTABILIDAD PIC X(2) VALUE "00".
      *    Alertas vigentes de la ficha del cliente; ver
      *    MEMO-CLIENTE.CPY.
       77 WS-STATUS-MEMOS PIC X(2) VALUE "00".
       77 WS-MEMOS-EOF PIC X VALUE 'N'.
           88 WS-MEMOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-RUT PIC X(10).
       77 WS-EOF PIC X VALUE 'N'.
           88 WS-FIN-ARCHIVO VALUE 'S'.
       77 WS-PROXIMO-VENCIMIENTO PIC 9(8).
       77 WS-CUOTAS-PENDIENTES PIC 9(3).
       77 WS-FORMATO-MONEDA PIC -(10)9.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).
       77 WS-SUPERVISOR-RUT PIC X(10).
       77 WS-SUPERVISOR-NUM-CUENTA PIC 9(3).
       77 WS-SUPERVISOR-CLAVE PIC 9(4).
                STOP RUN
            END-IF.

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            DISPLAY "RUT DEL CLIENTE: ".
            ACCEPT WS-RUT.
            MOVE FUNCTION UPPER-CASE(WS-RUT) TO WS-RUT.

            PERFORM MOSTRAR-IDENTIDAD.
            PERFORM MOSTRAR-ALERTAS-CLIENTE.
            PERFORM LISTAR-CUENTAS-DEPOSITO.
            PERFORM LISTAR-DEPOSITOS-PLAZO.
            PERFORM LISTAR-PRESTAMOS.
            PERFORM LISTAR-ORDENES.
            PERFORM IMPRIMIR-RESUMEN.
            PERFORM MOSTRAR-RENTABILIDAD.

            STOP RUN.

                   CLOSE ARCHIVO-CLIENTES
               END-IF.

            MOSTRAR-ALERTAS-CLIENTE.
      *        Alertas vigentes de la ficha del cliente (se
      *        mantienen en MANTENCION-MEMOS), destacadas apenas se
      *        digita el RUT; las vencidas o levantadas no salen.
               MOVE 'N' TO WS-MEMOS-EOF
               OPEN INPUT ARCHIVO-MEMOS
               IF WS-STATUS-MEMOS NOT = "35"
                   MOVE WS-RUT TO MEM-RUT
                   MOVE 0 TO MEM-NUMERO
                   START ARCHIVO-MEMOS
                       KEY IS NOT LESS THAN MEM-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-MEMOS-EOF
                   END-START
                   PERFORM UNTIL WS-MEMOS-FIN-ARCHIVO
                       READ ARCHIVO-MEMOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MEMOS-EOF
                       END-READ
                       IF NOT WS-MEMOS-FIN-ARCHIVO
                           IF MEM-RUT NOT = WS-RUT
                               MOVE 'S' TO WS-MEMOS-EOF
                           ELSE
                               PERFORM MOSTRAR-UNA-ALERTA
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-MEMOS
               END-IF.

            MOSTRAR-UNA-ALERTA.
               IF MEM-ES-ALERTA AND MEM-ESTA-VIGENTE
                  AND (MEM-FECHA-VENCE = 0
                       OR MEM-FECHA-VENCE NOT < WS-FECHA-HOY)
                   DISPLAY "*** ALERTA " MEM-CODIGO ": " MEM-TEXTO
                   IF NOT MEM-NO-BLOQUEA
                       DISPLAY
                           "*** BLOQUEA EN VENTANILLA: " MEM-BLOQUEA
                   END-IF
               END-IF.

            LISTAR-CUENTAS-DEPOSITO.
               DISPLAY "---- CUENTAS DE DEPOSITO ----"
               MOVE 'N' TO WS-EOF
            LISTAR-DEPOSITOS-PLAZO.
               DISPLAY "---- DEPOSITOS A PLAZO ----"
               MOVE 'N' TO WS-EOF
               OPEN INPUT ARCHIVO-DEVENGOS
               OPEN INPUT ARCHIVO-PLAZOS
               IF WS-STATUS-PLAZOS = "35"
                   MOVE 'S' TO WS-EOF
                                   WS-FORMATO-MONEDA " VENCE "
                                   DPF-FECHA-VENCIMIENTO
                               ADD DPF-CAPITAL TO WS-TOTAL-PLAZOS
                               PERFORM MOSTRAR-DEVENGO-PLAZO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-STATUS-PLAZOS NOT = "35"
                   CLOSE ARCHIVO-PLAZOS
               END-IF
               IF WS-STATUS-DEVENGOS NOT = "35"
                   CLOSE ARCHIVO-DEVENGOS
               END-IF.

            MOSTRAR-DEVENGO-PLAZO.
      *        Interes ganado a la fecha segun el ultimo devengo
      *        nocturno, en pesos.
               IF WS-STATUS-DEVENGOS NOT = "35"
                   MOVE DPF-RUT TO DEV-RUT
                   MOVE "DPF" TO DEV-PRODUCTO
                   MOVE DPF-NUMERO TO DEV-NUMERO
                   READ ARCHIVO-DEVENGOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DEV-DEVENGADO-CLP TO WS-FORMATO-MONEDA
                           DISPLAY
                               "  INTERES DEVENGADO A LA FECHA: "
                               WS-FORMATO-MONEDA
                   END-READ
               END-IF.

            LISTAR-PRESTAMOS.
               MOVE WS-POSICION-NETA TO WS-FORMATO-MONEDA
               DISPLAY "POSICION NETA: " WS-FORMATO-MONEDA.

            MOSTRAR-RENTABILIDAD.
      *        Contribucion neta del cliente en el ultimo mes que
      *        calculo RENTABILIDAD-CLIENTES y su lugar en el ranking.
               OPEN INPUT ARCHIVO-RENTABILIDAD
               IF WS-STATUS-RENTABILIDAD NOT = "35"
                   MOVE WS-RUT TO RNT-RUT
                   READ ARCHIVO-RENTABILIDAD
                       INVALID KEY
                           DISPLAY "SIN CALCULO DE RENTABILIDAD"
                       NOT INVALID KEY
                           MOVE RNT-CONTRIBUCION TO WS-FORMATO-MONEDA
                           DISPLAY "CONTRIBUCION NETA MES "
                               RNT-PERIODO ": " WS-FORMATO-MONEDA
                           DISPLAY "RANKING: " RNT-RANKING " DE "
                               RNT-TOTAL-CLIENTES
                   END-READ
                   CLOSE ARCHIVO-RENTABILIDAD
               END-IF.

            AUTORIZAR-SUPERVISOR.
      *        Exige RUT y CLAVE de una cuenta marcada CUENTA-ES-
      *        SUPERVISOR, validados contra ARCHIVO-CUENTAS igual que
