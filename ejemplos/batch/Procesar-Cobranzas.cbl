      *          movimiento PAC en la bitacora con su codigo de
      *          convenio, y devuelve el archivo de respuesta
      *          cobranza_respuesta.txt con lo pagado y lo impago.
      *          Cada cobro presentado queda anotado en su mandato
      *          para proyectar el aviso previo del siguiente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   DISPLAY "NO EXISTE ARCHIVO DE COBRANZA"
                   STOP RUN
               END-IF
               OPEN I-O ARCHIVO-MANDATOS
               OPEN OUTPUT ARCHIVO-RESPUESTA
               MOVE 'N' TO WS-COBRANZA-EOF
               PERFORM UNTIL WS-COBRANZA-FIN-ARCHIVO

               IF WS-MOTIVO = SPACES
                   PERFORM DEBITAR-CLIENTE
                   PERFORM ANOTAR-COBRO-MANDATO
               END-IF

               MOVE SPACES TO REGISTRO-RESPUESTA
                   END-READ
               END-IF.

            ANOTAR-COBRO-MANDATO.
      *        Fecha y monto del cobro presentado, pagado o impago:
      *        de aqui se proyecta el aviso previo del proximo.
               MOVE WS-FECHA-HOY TO MAN-FECHA-ULTIMO-COBRO
               MOVE COB-MONTO TO MAN-MONTO-ULTIMO-COBRO
               REWRITE MANDATO
                   INVALID KEY
                       CONTINUE
               END-REWRITE.

            DEBITAR-CLIENTE.
      *        Debita con la disciplina de bloqueo del cajero; un
      *        item que excede saldo mas sobregiro queda impago, sin
               MOVE BIT-FECHAYHORA TO MOV-FECHAYHORA
               MOVE BIT-ID-TERMINAL TO MOV-ID-TERMINAL
               MOVE BIT-ANU-TIPO-ORIGINAL TO MOV-ANU-TIPO-ORIGINAL
               MOVE BIT-RUT-CONTRAPARTE TO MOV-RUT-CONTRAPARTE
               WRITE MOVIMIENTO
                   INVALID KEY
                       CONTINUE
