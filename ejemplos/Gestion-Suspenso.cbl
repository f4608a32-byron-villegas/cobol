            LOCALIZAR-PARTIDA.
               DISPLAY "FECHA DE LA PARTIDA (AAAAMMDD): "
               ACCEPT WS-FECHA-PARTIDA
               DISPLAY
                   "TIPO (CAS, RET, SCL, SUS, CAU, RTU O LQ1-LQ9): "
               ACCEPT WS-TIPO-PARTIDA
               MOVE FUNCTION UPPER-CASE(WS-TIPO-PARTIDA)
                   TO WS-TIPO-PARTIDA
                           DISPLAY
                               "CODIGO DE RESOLUCION (EJ: AJU="
                               "AJUSTE, ERR=ERROR OPERACION, REC="
                               "RECUPERADO, PER=CASTIGADA COMO "
                               "PERDIDA): "
                           ACCEPT SUS-CODIGO-RESOLUCION
                           MOVE FUNCTION
                               UPPER-CASE(SUS-CODIGO-RESOLUCION)
