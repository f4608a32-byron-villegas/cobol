                           AT END
                               MOVE 'S' TO WS-BITACORA-EOF
                           NOT AT END
      *                        Los giros de cuentas USD salen de los
      *                        cassettes de dolares y no pesan en la
      *                        mezcla de billetes en pesos.
                               IF REGISTRO-BITACORA NOT = SPACES
                                  AND BIT-OPERACION = "GIR"
                                  AND BIT-MONEDA NOT = "USD"
                                   PERFORM ACUMULAR-GIRO
                               END-IF
                       END-READ
