               MOVE 0 TO PRESTAMO-TRAMO-MORA
               MOVE 0 TO PRESTAMO-INTERES-PENAL
               MOVE WS-REAJUSTE-ORIGINAL TO PRESTAMO-REAJUSTE
               MOVE "FIJ" TO PRESTAMO-TIPO-TASA
               MOVE SPACES TO PRESTAMO-CODIGO-REFERENCIA
               MOVE 0 TO PRESTAMO-SPREAD
               MOVE 0 TO PRESTAMO-MESES-REPRECIO
               MOVE 0 TO PRESTAMO-FECHA-REPRECIO
               WRITE PRESTAMO
                   INVALID KEY
                       DISPLAY
