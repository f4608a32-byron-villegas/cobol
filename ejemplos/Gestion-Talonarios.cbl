       77 WS-NUM-HASTA PIC 9(10).
       77 WS-CUENTA-ENCONTRADA PIC X VALUE 'N'.
           88 CUENTA-ENCONTRADA VALUE 'S'.
       77 WS-TIPO-PRODUCTO PIC X(3) VALUE SPACES.
       77 WS-SERIE-SOLAPADA PIC X VALUE 'N'.
           88 SERIE-SE-SOLAPA VALUE 'S'.
       77 WS-TALONARIOS-EOF PIC X VALUE 'N'.
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CUENTA-ENCONTRADA
                       MOVE TIPO-PRODUCTO TO WS-TIPO-PRODUCTO
               END-READ
               CLOSE ARCHIVO-CUENTAS.

               END-IF.

            ENTREGAR-TALONARIO.
               IF WS-TIPO-PRODUCTO = "MEN"
                   DISPLAY "CUENTA DE MENOR: NO SE ENTREGA CHEQUERA"
                   STOP RUN
               END-IF
               DISPLAY "NUMERO DE CHEQUE DESDE: "
               ACCEPT WS-NUM-DESDE
               DISPLAY "NUMERO DE CHEQUE HASTA: "
