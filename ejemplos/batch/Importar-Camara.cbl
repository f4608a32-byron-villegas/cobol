      *          AUTOMATIC), deja el movimiento TRB en la bitacora, y
      *          reporta en camara_rechazos.txt los registros cuyo
      *          beneficiario no existe para devolverlos a la camara.
      *          El ordenante de cada abono acreditado queda en
      *          ordenantes_abono.txt por su numero de secuencia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL ARCHIVO-RECHAZO-INTERFAZ
               ASSIGN TO "rechazo_interfaz.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-ORDENANTES ASSIGN TO "ordenantes_abono.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUM-SECUENCIA
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-ORDENANTES.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CAMARA-ENTRADA.
          05 RIN-SECUENCIA PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 RIN-MOTIVO PIC X(40).
       FD ARCHIVO-ORDENANTES.
           COPY "ORDENANTE-ABONO.CPY".
       WORKING-STORAGE SECTION.
      *    Abonos de camara dirigidos a un prestamo: la convencion
      *    con los otros bancos es que la cuenta del beneficiario
       77 WS-STATUS-SECUENCIA PIC X(2) VALUE "00".
       77 WS-NUM-SECUENCIA PIC 9(10) VALUE 0.
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
       77 WS-STATUS-ORDENANTES PIC X(2) VALUE "00".
       77 WS-CAMARA-EOF PIC X VALUE 'N'.
           88 WS-CAMARA-FIN-ARCHIVO VALUE 'S'.
       77 WS-TOTAL-LEIDOS PIC 9(6) COMP VALUE 0.
               PERFORM CALCULAR-HASH-BITACORA
               WRITE REGISTRO-BITACORA AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-BITACORA
               PERFORM GRABAR-MOVIMIENTO-INDEXADO
               PERFORM GRABAR-ORDENANTE-ABONO.

            GRABAR-ORDENANTE-ABONO.
      *        Quien ordeno el abono recien grabado, por su numero de
      *        secuencia; la bitacora solo guarda al beneficiario.
               OPEN I-O ARCHIVO-ORDENANTES
               IF WS-STATUS-ORDENANTES = "35"
                   OPEN OUTPUT ARCHIVO-ORDENANTES
                   CLOSE ARCHIVO-ORDENANTES
                   OPEN I-O ARCHIVO-ORDENANTES
               END-IF
               MOVE BIT-NUM-SECUENCIA TO ORD-NUM-SECUENCIA
               MOVE CAM-RUT-ORDENANTE TO ORD-RUT-ORDENANTE
               MOVE CAM-BANCO TO ORD-BANCO
               MOVE WS-FECHA-HOY TO ORD-FECHA
               WRITE ORDENANTE-ABONO
                   INVALID KEY
                       REWRITE ORDENANTE-ABONO
               END-WRITE
               CLOSE ARCHIVO-ORDENANTES.

            GRABAR-MOVIMIENTO-INDEXADO.
      *        Replica del movimiento recien dejado en la bitacora en
               MOVE BIT-FECHAYHORA TO MOV-FECHAYHORA
               MOVE BIT-ID-TERMINAL TO MOV-ID-TERMINAL
               MOVE BIT-ANU-TIPO-ORIGINAL TO MOV-ANU-TIPO-ORIGINAL
               MOVE BIT-RUT-CONTRAPARTE TO MOV-RUT-CONTRAPARTE
               WRITE MOVIMIENTO
                   INVALID KEY
                       CONTINUE
