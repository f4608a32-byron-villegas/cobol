      *          abono CAM lo acredita al beneficiario; un item de
      *          nomina liberado solo queda limpio (el empleador ya
      *          lo recibio rechazado y debe reenviarlo en su
      *          proxima nomina), igual que una solicitud de apertura
      *          web (el postulante debe volver a postular). El
      *          rechazo de una TRB devuelve la retencion al
      *          ordenante como TRX; un CAM rechazado queda para
      *          devolver a la camara por gestion manual. Una
      *          transferencia internacional de salida (TIS) liberada
      *          vuelve a quedar pendiente para el proximo envio
      *          SWIFT y una rechazada devuelve el monto al ordenante
      *          como TRX (la comision ya cobrada no se devuelve); una
      *          de entrada (TIE) liberada se acredita como TIE y una
      *          rechazada queda para devolver al banco ordenante por
      *          gestion manual. En ambos casos el folio queda con su
      *          nuevo estado en transferencias_internacionales.txt.
      *          Una transferencia de la banca digital (DIG) nunca
      *          movio plata: liberada solo queda limpia y el cliente
      *          debe reenviarla desde el canal.
      *          Cada decision queda en bitacora_admin.txt.
      * Tectonics: cobc
      ******************************************************************
               RECORD KEY IS RTC-NUMERO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RETENIDOS.
           SELECT ARCHIVO-TRANSFERENCIAS
               ASSIGN TO "transferencias_internacionales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIN-NUMERO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TRANSFERENCIAS.
           SELECT OPTIONAL ARCHIVO-CAMARA-SALIDA
               ASSIGN TO "camara_salida.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "USUARIO.CPY".
       FD ARCHIVO-RETENIDOS.
           COPY "RETENIDO-COMPLIANCE.CPY".
       FD ARCHIVO-TRANSFERENCIAS.
           COPY "TRANSFERENCIA-INTERNACIONAL.CPY".
       FD ARCHIVO-CAMARA-SALIDA.
           COPY "CAMARA.CPY".
       FD ARCHIVO-BITACORA.
       77 WS-NUM-SECUENCIA PIC 9(10) VALUE 0.
       77 WS-STATUS-RETENIDOS PIC X(2) VALUE "00".
       77 WS-ID-TERMINAL PIC X(8) VALUE "EJECCUMP".
      *    Transferencia internacional del item (folio guardado en
      *    RTC-CUENTA-EXTERNA) y el estado que le deja la decision.
       77 WS-STATUS-TRANSFERENCIAS PIC X(2) VALUE "00".
       77 WS-FOLIO-TRANSFERENCIA PIC 9(8).
       77 WS-ESTADO-TRANSFERENCIA PIC X(3).
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA VALUE "LIS" "LIB" "REJ".
       77 WS-NUMERO PIC 9(8).
                       DISPLAY
                           "ITEM DE NOMINA LIMPIO: EL EMPLEADOR "
                           "DEBE REENVIARLO EN SU PROXIMA NOMINA"
                   WHEN RTC-ES-SOLICITUD-WEB
                       DISPLAY
                           "SOLICITUD WEB " RTC-CUENTA-EXTERNA
                           " LIMPIA: EL POSTULANTE DEBE VOLVER A "
                           "POSTULAR"
                   WHEN RTC-ES-PAGO-PROVEEDOR
                       DISPLAY
                           "PAGO A PROVEEDOR LIMPIO: LA EMPRESA "
                           "DEBE REENVIARLO EN SU PROXIMO ARCHIVO"
                   WHEN RTC-ES-PORTABILIDAD
                       DISPLAY
                           "PORTABILIDAD " RTC-CUENTA-EXTERNA
                           " LIMPIA: EL BANCO DE ORIGEN DEBE "
                           "REENVIAR LA SOLICITUD"
                   WHEN RTC-ES-CANAL-DIGITAL
                       DISPLAY
                           "TRANSFERENCIA DIGITAL " RTC-CUENTA-EXTERNA
                           " LIMPIA: EL CLIENTE DEBE REENVIARLA"
                   WHEN RTC-ES-INTERNACIONAL-SALIDA
                       MOVE "PEN" TO WS-ESTADO-TRANSFERENCIA
                       PERFORM MARCAR-TRANSFERENCIA
                       DISPLAY
                           "TRANSFERENCIA " RTC-CUENTA-EXTERNA(1:8)
                           " LIBERADA: VIAJA EN EL PROXIMO ENVIO "
                           "SWIFT"
                   WHEN RTC-ES-INTERNACIONAL-ENTRADA
                       PERFORM ACREDITAR-ABONO-LIBERADO
                       IF CUENTA-ENCONTRADA
                           MOVE "ACR" TO WS-ESTADO-TRANSFERENCIA
                           PERFORM MARCAR-TRANSFERENCIA
                       END-IF
               END-EVALUATE
               MOVE "LIB" TO RTC-ESTADO
               MOVE WS-OPERADOR-RUT TO RTC-ANALISTA
                           "POR GESTION MANUAL"
                   WHEN RTC-ES-NOMINA
                       DISPLAY "ITEM DE NOMINA RECHAZADO"
                   WHEN RTC-ES-SOLICITUD-WEB
                       DISPLAY
                           "SOLICITUD WEB " RTC-CUENTA-EXTERNA
                           " RECHAZADA"
                   WHEN RTC-ES-PAGO-PROVEEDOR
                       DISPLAY "PAGO A PROVEEDOR RECHAZADO"
                   WHEN RTC-ES-PORTABILIDAD
                       DISPLAY
                           "PORTABILIDAD " RTC-CUENTA-EXTERNA
                           " RECHAZADA"
                   WHEN RTC-ES-CANAL-DIGITAL
                       DISPLAY
                           "TRANSFERENCIA DIGITAL " RTC-CUENTA-EXTERNA
                           " RECHAZADA"
                   WHEN RTC-ES-INTERNACIONAL-SALIDA
                       PERFORM DEVOLVER-CARGO-ORDENANTE
                       MOVE "REJ" TO WS-ESTADO-TRANSFERENCIA
                       PERFORM MARCAR-TRANSFERENCIA
                   WHEN RTC-ES-INTERNACIONAL-ENTRADA
                       MOVE "REJ" TO WS-ESTADO-TRANSFERENCIA
                       PERFORM MARCAR-TRANSFERENCIA
                       DISPLAY
                           "TRANSFERENCIA RECHAZADA: DEVOLVER AL "
                           "BANCO ORDENANTE POR GESTION MANUAL"
               END-EVALUATE
               MOVE "REJ" TO RTC-ESTADO
               MOVE WS-OPERADOR-RUT TO RTC-ANALISTA
            ACREDITAR-ABONO-LIBERADO.
      *        Abono de camara liberado: se acredita al beneficiario
      *        con la misma disciplina del importador (movimiento
      *        TRB de entrada, o TIE si es una transferencia
      *        internacional entrante).
               MOVE 'N' TO WS-CUENTA-ENCONTRADA
               OPEN I-O ARCHIVO-CUENTAS
               MOVE RTC-RUT-CONTRAPARTE TO RUT
                       REWRITE CUENTA
               END-READ
               IF CUENTA-ENCONTRADA
                   IF RTC-ES-INTERNACIONAL-ENTRADA
                       MOVE "TIE" TO WS-OPERACION-BIT
                   ELSE
                       MOVE "TRB" TO WS-OPERACION-BIT
                   END-IF
                   PERFORM GRABAR-BITACORA-DECISION
                   CLOSE ARCHIVO-CUENTAS
                   DISPLAY "ABONO ACREDITADO AL BENEFICIARIO"
                       "A MANO"
               END-IF.

            MARCAR-TRANSFERENCIA.
      *        Deja el folio de la transferencia internacional con el
      *        estado que corresponde a la decision.
               MOVE RTC-CUENTA-EXTERNA(1:8) TO WS-FOLIO-TRANSFERENCIA
               OPEN I-O ARCHIVO-TRANSFERENCIAS
               IF WS-STATUS-TRANSFERENCIAS = "35"
                   DISPLAY "NO EXISTE EL LIBRO DE TRANSFERENCIAS "
                       "INTERNACIONALES"
               ELSE
                   MOVE WS-FOLIO-TRANSFERENCIA TO TIN-NUMERO
                   READ ARCHIVO-TRANSFERENCIAS
                       INVALID KEY
                           DISPLAY "FOLIO " WS-FOLIO-TRANSFERENCIA
                               " NO ENCONTRADO"
                       NOT INVALID KEY
                           MOVE WS-ESTADO-TRANSFERENCIA TO TIN-ESTADO
                           REWRITE TRANSFERENCIA-INTERNACIONAL
                   END-READ
                   CLOSE ARCHIVO-TRANSFERENCIAS
               END-IF.

            GRABAR-BITACORA-DECISION.
      *        El registro de ARCHIVO-CUENTAS sigue posicionado con
      *        saldo y moneda ya actualizados.
               MOVE BIT-FECHAYHORA TO MOV-FECHAYHORA
               MOVE BIT-ID-TERMINAL TO MOV-ID-TERMINAL
               MOVE BIT-ANU-TIPO-ORIGINAL TO MOV-ANU-TIPO-ORIGINAL
               MOVE BIT-RUT-CONTRAPARTE TO MOV-RUT-CONTRAPARTE
               WRITE MOVIMIENTO
                   INVALID KEY
                       CONTINUE
