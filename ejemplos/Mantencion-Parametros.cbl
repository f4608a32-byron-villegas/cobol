               IF WS-SOBREGIRO-NUEVO NOT NUMERIC
                   MOVE LIMITE-SOBREGIRO TO WS-SOBREGIRO-NUEVO
               END-IF
               IF PRODUCTO-ES-MENOR AND WS-SOBREGIRO-NUEVO > 0
                   DISPLAY "CUENTA DE MENOR: NO ADMITE SOBREGIRO"
                   MOVE 0 TO WS-SOBREGIRO-NUEVO
               END-IF

               DISPLAY "OTP ACTIVADO ACTUAL: " OTP-ACTIVADO
               DISPLAY "OTP NUEVO (S/N): "
