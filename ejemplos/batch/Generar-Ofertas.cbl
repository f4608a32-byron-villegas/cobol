      *          ofrece aumentarla (SOB). Las respuestas que el
      *          cajero registre (ACE/REC) se respetan: una oferta ya
      *          respondida no se pisa, para que seguimiento
      *          comercial la procese primero. Solo se ofrece a
      *          quien acepto publicidad en algun canal, y una oferta
      *          nueva se encola como aviso comercial OFE para los
      *          canales de envio que el cliente haya aceptado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS OFE-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-OFERTAS.
           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CLIENTES.
           SELECT ARCHIVO-NOTIFICACIONES ASSIGN TO "notificaciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "SCORE.CPY".
       FD ARCHIVO-OFERTAS.
           COPY "OFERTA.CPY".
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-NOTIFICACIONES.
           COPY "NOTIFICACION.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-OFERTAS PIC X(2) VALUE "00".
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
      *    Consentimiento de publicidad del RUT evaluado: sin ficha
      *    o sin ningun canal aceptado no se genera oferta; el aviso
      *    OFE se encola solo si acepto un canal de envio (SMS,
      *    correo o carta), no bastando la pantalla del cajero.
       77 WS-PUB-ALGUN-CANAL PIC X VALUE 'N'.
           88 PUB-ALGUN-CANAL VALUE 'S'.
       77 WS-PUB-CANAL-ENVIO PIC X VALUE 'N'.
           88 PUB-CANAL-ENVIO VALUE 'S'.
       77 WS-TOTAL-SIN-CONSENTIMIENTO PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-AVISADAS PIC 9(6) COMP VALUE 0.
       77 WS-ID-TERMINAL PIC X(8) VALUE "BATCHOFE".
      *    Score del bureau: a un cliente con mora vigente en otra
      *    institucion, o con puntaje bajo el minimo, no se le
      *    preaprueba nada por buenos que se vean sus saldos aca.
       77 WS-TOTAL-GENERADAS PIC 9(6) COMP VALUE 0.
       77 WS-FECHAYHORA PIC X(21).
       77 WS-FECHA-HOY PIC 9(8).
       01 WS-FECHAYHORA-FORMATEADA.
           15 WS-ANIO-FORMATEADO PIC 9(4).
           15 FILLER PIC X VALUE '-'.
           15 WS-MES-FORMATEADO PIC 99.
           15 FILLER PIC X VALUE '-'.
           15 WS-DIA-FORMATEADO PIC 99.
           15 FILLER PIC X VALUE ' '.
           15 WS-HORA-FORMATEADA PIC 99.
           15 FILLER PIC X VALUE ':'.
           15 WS-MINUTO-FORMATEADO PIC 99.
           15 FILLER PIC X VALUE ':'.
           15 WS-SEGUNDO-FORMATEADO PIC 99.

       PROCEDURE DIVISION.
            DISPLAY "----------- GENERACION DE OFERTAS -----------".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.
            MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO.
            MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO.
            MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO.
            MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA.
            MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO.
            MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO.

            PERFORM ABRIR-OFERTAS-IO.
            OPEN INPUT ARCHIVO-CLIENTES.

            PERFORM RECORRER-CUENTAS.

            CLOSE ARCHIVO-OFERTAS.
            IF WS-STATUS-CLIENTES NOT = "35"
                CLOSE ARCHIVO-CLIENTES
            END-IF.

            DISPLAY "OFERTAS GENERADAS: " WS-TOTAL-GENERADAS.
            DISPLAY "AVISOS DE OFERTA ENCOLADOS: " WS-TOTAL-AVISADAS.
            DISPLAY "OMITIDAS SIN CONSENTIMIENTO: "
                WS-TOTAL-SIN-CONSENTIMIENTO.

            STOP RUN.

            EVALUAR-CLIENTE.
               MOVE SPACES TO WS-TIPO-OFERTA
               MOVE 0 TO WS-MONTO-OFERTA
               PERFORM CONSULTAR-CONSENTIMIENTO
               IF NOT PUB-ALGUN-CANAL
                   ADD 1 TO WS-TOTAL-SIN-CONSENTIMIENTO
               ELSE
                   PERFORM CONSULTAR-SCORE-EXTERNO
                   IF NOT CLIENTE-VETADO-POR-BUREAU
                       PERFORM CALCULAR-OFERTA-CLIENTE
                   END-IF
               END-IF.

            CONSULTAR-CONSENTIMIENTO.
               MOVE 'N' TO WS-PUB-ALGUN-CANAL
               MOVE 'N' TO WS-PUB-CANAL-ENVIO
               IF WS-STATUS-CLIENTES NOT = "35"
                   MOVE RUT TO CLI-RUT
                   READ ARCHIVO-CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CLI-ACEPTA-PUB-SMS
                              OR CLI-ACEPTA-PUB-EML
                              OR CLI-ACEPTA-PUB-CAR
                               MOVE 'S' TO WS-PUB-CANAL-ENVIO
                               MOVE 'S' TO WS-PUB-ALGUN-CANAL
                           END-IF
                           IF CLI-ACEPTA-PUB-CAJ
                               MOVE 'S' TO WS-PUB-ALGUN-CANAL
                           END-IF
                   END-READ
               END-IF.

            CALCULAR-OFERTA-CLIENTE.
                       MOVE 0 TO OFE-FECHA-RESPUESTA
                       WRITE OFERTA
                       ADD 1 TO WS-TOTAL-GENERADAS
                       IF PUB-CANAL-ENVIO
                           PERFORM ENCOLAR-AVISO-OFERTA
                       END-IF
                   NOT INVALID KEY
                       IF OFE-ESTA-PENDIENTE
                           MOVE WS-TIPO-OFERTA TO OFE-TIPO
                           ADD 1 TO WS-TOTAL-GENERADAS
                       END-IF
               END-READ.

            ENCOLAR-AVISO-OFERTA.
      *        Aviso comercial: DESPACHAR-NOTIFICACIONES lo envia por
      *        un canal que el cliente tenga aceptado al momento del
      *        despacho, o lo suprime si ya lo revoco.
               OPEN EXTEND ARCHIVO-NOTIFICACIONES
               MOVE SPACES TO REGISTRO-NOTIFICACION
               MOVE RUT TO NOT-RUT
               MOVE 0 TO NOT-NUM-CUENTA
               MOVE "OFE" TO NOT-OPERACION
               MOVE WS-MONTO-OFERTA TO NOT-SALDO-NUEVO
               MOVE WS-FECHAYHORA-FORMATEADA TO NOT-FECHAYHORA
               MOVE WS-ID-TERMINAL TO NOT-ID-TERMINAL
               MOVE "PEN" TO NOT-ESTADO
               MOVE 0 TO NOT-REINTENTOS
               WRITE REGISTRO-NOTIFICACION AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-NOTIFICACIONES
               ADD 1 TO WS-TOTAL-AVISADAS.
       END PROGRAM GENERAR-OFERTAS.
