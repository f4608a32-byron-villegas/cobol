               MOVE BIT-FECHAYHORA TO MOV-FECHAYHORA
               MOVE BIT-ID-TERMINAL TO MOV-ID-TERMINAL
               MOVE BIT-ANU-TIPO-ORIGINAL TO MOV-ANU-TIPO-ORIGINAL
               MOVE BIT-RUT-CONTRAPARTE TO MOV-RUT-CONTRAPARTE
               WRITE MOVIMIENTO
                   INVALID KEY
                       CONTINUE
