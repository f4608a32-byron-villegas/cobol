       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-HISTORICO.
       01 REGISTRO-HISTORICO PIC X(172).
       FD ARCHIVO-HASH-BASE.
       01 REGISTRO-HASH-BASE PIC 9(8).
       FD ARCHIVO-MOVIMIENTOS.
               MOVE BIT-FECHAYHORA TO MOV-FECHAYHORA
               MOVE BIT-ID-TERMINAL TO MOV-ID-TERMINAL
               MOVE BIT-ANU-TIPO-ORIGINAL TO MOV-ANU-TIPO-ORIGINAL
               MOVE BIT-RUT-CONTRAPARTE TO MOV-RUT-CONTRAPARTE
               WRITE MOVIMIENTO
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-DUPLICADOS
