      *          corrida de dias (aunque sean en terminales
      *          distintos), dejando la lista interna de alertas para
      *          el oficial de cumplimiento.
      *          El umbral es el de la calificacion de riesgo del
      *          cliente (riesgos_clientes.txt): mas bajo para los
      *          de riesgo alto; sin calificacion rige el general.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ARCHIVO-BITACORA ASSIGN TO "bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA.
           SELECT ARCHIVO-RIESGOS ASSIGN TO "riesgos_clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIE-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RIESGOS.
           SELECT ARCHIVO-REGULADOR ASSIGN TO "reporte_regulador.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-ALERTAS ASSIGN TO "alertas_compliance.txt"
       FILE SECTION.
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-RIESGOS.
           COPY "RIESGO-CLIENTE.CPY".
       FD ARCHIVO-REGULADOR.
       01 REGISTRO-REGULADOR.
          05 REG-FECHA PIC X(10).
          05 ALE-DETALLE PIC X(40).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-BITACORA PIC X(2) VALUE "00".
       77 WS-STATUS-RIESGOS PIC X(2) VALUE "00".
       77 WS-HAY-RIESGOS PIC X VALUE 'S'.
           88 WS-CON-RIESGOS VALUE 'S'.
      *    Parametros de cumplimiento: umbral de reportabilidad de
      *    una operacion individual en efectivo, porcentaje del
      *    umbral desde el cual un movimiento se considera "apenas
       77 WS-PORCENTAJE-CERCANIA PIC 9(3) VALUE 90.
       77 WS-VENTANA-DIAS PIC 9(3) VALUE 7.
       77 WS-MINIMO-EVENTOS PIC 9(2) VALUE 3.
      *    Umbral y cercania que rigen para el RUT del movimiento.
       77 WS-UMBRAL-CLIENTE PIC 9(8).
       77 WS-UMBRAL-CERCANIA PIC 9(8).
       77 WS-BITACORA-EOF PIC X VALUE 'N'.
           88 WS-BITACORA-FIN-ARCHIVO VALUE 'S'.
       PROCEDURE DIVISION.
            DISPLAY "----------- REPORTE DE CUMPLIMIENTO -----------".

            PERFORM REVISAR-BITACORA.

            DISPLAY
               ELSE
                   OPEN OUTPUT ARCHIVO-REGULADOR
                   OPEN OUTPUT ARCHIVO-ALERTAS
                   OPEN INPUT ARCHIVO-RIESGOS
                   IF WS-STATUS-RIESGOS = "35"
                       MOVE 'N' TO WS-HAY-RIESGOS
                   END-IF
                   MOVE 'N' TO WS-BITACORA-EOF
                   PERFORM UNTIL WS-BITACORA-FIN-ARCHIVO
                       READ ARCHIVO-BITACORA
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-CON-RIESGOS
                       CLOSE ARCHIVO-RIESGOS
                   END-IF
                   CLOSE ARCHIVO-ALERTAS
                   CLOSE ARCHIVO-REGULADOR
                   CLOSE ARCHIVO-BITACORA

            EVALUAR-MOVIMIENTO.
               MOVE BIT-MONTO TO WS-MOV-MONTO-NUM
               PERFORM TOMAR-UMBRAL-CLIENTE

               IF WS-MOV-MONTO-NUM >= WS-UMBRAL-CLIENTE
                   PERFORM REPORTAR-OPERACION
               ELSE
                   IF WS-MOV-MONTO-NUM >= WS-UMBRAL-CERCANIA
                   END-IF
               END-IF.

            TOMAR-UMBRAL-CLIENTE.
               MOVE WS-UMBRAL-REPORTE TO WS-UMBRAL-CLIENTE
               IF WS-CON-RIESGOS
                   MOVE BIT-RUT TO RIE-RUT
                   READ ARCHIVO-RIESGOS
                       NOT INVALID KEY
                           IF RIE-UMBRAL-EFECTIVO NUMERIC
                              AND RIE-UMBRAL-EFECTIVO > 0
                               MOVE RIE-UMBRAL-EFECTIVO
                                   TO WS-UMBRAL-CLIENTE
                           END-IF
                   END-READ
               END-IF
               COMPUTE WS-UMBRAL-CERCANIA =
                   (WS-UMBRAL-CLIENTE * WS-PORCENTAJE-CERCANIA) / 100.

            REPORTAR-OPERACION.
               ADD 1 TO WS-TOTAL-REPORTADOS
               MOVE SPACES TO REGISTRO-REGULADOR
