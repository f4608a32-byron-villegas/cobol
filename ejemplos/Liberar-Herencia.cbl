      *          sin interes). Cada pata queda como movimiento HER en la
      *          bitacora (cargo al fallecido, abono a cada
      *          beneficiario) y la operacion completa en la
      *          bitacora administrativa. Antes de pagar informa las
      *          cajas de seguridad que arrendaba el fallecido, para
      *          que su contenido tambien llegue a los herederos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO "hash_bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HASH.
           SELECT ARCHIVO-CAJAS ASSIGN TO "cajas_seguridad.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CAJAS.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "MOVIMIENTO.CPY".
       FD ARCHIVO-HASH-BITACORA.
       01 REGISTRO-HASH-BITACORA PIC 9(8).
       FD ARCHIVO-CAJAS.
           COPY "CAJA-SEGURIDAD.CPY".
       FD ARCHIVO-AUDITORIA.
           COPY "AUDITORIA-ADMIN.CPY".
       WORKING-STORAGE SECTION.
           88 WS-UF-FIN-ARCHIVO VALUE 'S'.
       77 WS-VALOR-UF PIC 9(6)V9(2) VALUE 0.
       77 WS-DPF-LIQUIDADOS PIC 9(2) COMP VALUE 0.
       77 WS-STATUS-CAJAS PIC X(2) VALUE "00".
       77 WS-CAJAS-EOF PIC X VALUE 'N'.
           88 WS-CAJAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-CAJAS-FALLECIDO PIC 9(2) COMP VALUE 0.
       77 WS-MONTO-DPF PIC 9(8).
       77 WS-ID-TERMINAL PIC X(8) VALUE "EJECHERE".
       77 WS-RUT PIC X(10).
                STOP RUN
            END-IF.

            PERFORM INFORMAR-CAJAS-SEGURIDAD.

            PERFORM LIQUIDAR-PLAZOS-HERENCIA.

            PERFORM LEER-SALDO-HERENCIA.
                   CLOSE ARCHIVO-CLIENTES
               END-IF.

            INFORMAR-CAJAS-SEGURIDAD.
      *        El contenido de una caja no pasa por la cuenta: se
      *        avisa aqui para que el ejecutivo lo entregue a los
      *        herederos en MANTENCION-CAJAS-SEGURIDAD (accion HER).
               MOVE 0 TO WS-CAJAS-FALLECIDO
               MOVE 'N' TO WS-CAJAS-EOF
               OPEN INPUT ARCHIVO-CAJAS
               IF WS-STATUS-CAJAS = "35"
                   MOVE 'S' TO WS-CAJAS-EOF
               ELSE
                   PERFORM UNTIL WS-CAJAS-FIN-ARCHIVO
                       READ ARCHIVO-CAJAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-CAJAS-EOF
                       END-READ
                       IF NOT WS-CAJAS-FIN-ARCHIVO
                          AND CSG-RUT-TITULAR = WS-RUT
                          AND (CSG-ESTA-ARRENDADA
                               OR CSG-ESTA-EN-PERFORACION)
                           ADD 1 TO WS-CAJAS-FALLECIDO
                           DISPLAY
                               "CAJA DE SEGURIDAD " CSG-SUCURSAL
                               "-" CSG-NUMERO " ESTADO " CSG-ESTADO
                               ": CONTENIDO PARA LOS HEREDEROS"
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-CAJAS
               END-IF
               IF WS-CAJAS-FALLECIDO > 0
                   DISPLAY
                       "ENTREGUE EL CONTENIDO CON LA ACCION HER DE "
                       "CAJAS DE SEGURIDAD"
               END-IF.

            LIQUIDAR-PLAZOS-HERENCIA.
      *        Los depositos a plazo vigentes asociados a la cuenta
      *        liberada se rescatan a capital (sin interes, igual
               MOVE BIT-FECHAYHORA TO MOV-FECHAYHORA
               MOVE BIT-ID-TERMINAL TO MOV-ID-TERMINAL
               MOVE BIT-ANU-TIPO-ORIGINAL TO MOV-ANU-TIPO-ORIGINAL
               MOVE BIT-RUT-CONTRAPARTE TO MOV-RUT-CONTRAPARTE
               WRITE MOVIMIENTO
                   INVALID KEY
                       CONTINUE
