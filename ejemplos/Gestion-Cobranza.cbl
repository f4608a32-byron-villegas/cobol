               RECORD KEY IS GCO-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-GESTIONES.
           SELECT ARCHIVO-MEMOS ASSIGN TO "memos_clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEM-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MEMOS.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "PRESTAMO.CPY".
       FD ARCHIVO-GESTIONES.
           COPY "GESTION-COBRANZA.CPY".
       FD ARCHIVO-MEMOS.
           COPY "MEMO-CLIENTE.CPY".
       WORKING-STORAGE SECTION.
      *    Inicio de sesion del operador contra el maestro
      *    usuarios.txt (roles y bloqueo por intentos); ver
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-PRESTAMOS PIC X(2) VALUE "00".
       77 WS-STATUS-GESTIONES PIC X(2) VALUE "00".
      *    Alertas vigentes de la ficha del cliente; ver
      *    MEMO-CLIENTE.CPY.
       77 WS-STATUS-MEMOS PIC X(2) VALUE "00".
       77 WS-MEMOS-EOF PIC X VALUE 'N'.
           88 WS-MEMOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA VALUE "REG" "LIS".
       77 WS-RUT PIC X(10).
            ACCEPT WS-RUT.
            MOVE FUNCTION UPPER-CASE(WS-RUT) TO WS-RUT.

            PERFORM MOSTRAR-ALERTAS-CLIENTE.

            DISPLAY "NUMERO DE PRESTAMO: ".
            ACCEPT WS-NUM-PRESTAMO.

               END-READ
               CLOSE ARCHIVO-PRESTAMOS.

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

            ABRIR-GESTIONES-IO.
               OPEN I-O ARCHIVO-GESTIONES
               IF WS-STATUS-GESTIONES = "35"
