      *          sepa que debe actualizar sus datos antes de que el
      *          cajero le retenga las operaciones de monto alto.
      *          Los clientes PEP se marcan aparte en el listado.
      *          El periodo es el de la calificacion de riesgo de
      *          cada cliente (riesgos_clientes.txt): los de riesgo
      *          alto vencen antes y tambien se marcan aparte; sin
      *          calificacion rige el periodo general. El listado
      *          sale agrupado por el ejecutivo de cuenta de cada
      *          cliente (CLI-EJECUTIVO-RUT), para que cada uno
      *          gestione su propia cartera.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CLI-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CLIENTES.
           SELECT ARCHIVO-RIESGOS ASSIGN TO "riesgos_clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIE-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RIESGOS.
           SELECT ARCHIVO-NOTIFICACIONES ASSIGN TO "notificaciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-RIESGOS.
           COPY "RIESGO-CLIENTE.CPY".
       FD ARCHIVO-NOTIFICACIONES.
           COPY "NOTIFICACION.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-STATUS-RIESGOS PIC X(2) VALUE "00".
       77 WS-HAY-RIESGOS PIC X VALUE 'S'.
           88 WS-CON-RIESGOS VALUE 'S'.
       77 WS-CLIENTES-EOF PIC X VALUE 'N'.
           88 WS-CLIENTES-FIN-ARCHIVO VALUE 'S'.
      *    Periodo regulatorio de refresco del perfil, en meses;
      *    el del cliente sale de su calificacion de riesgo.
       77 WS-MESES-VIGENCIA-KYC PIC 9(2) VALUE 12.
       77 WS-MESES-CLIENTE PIC 9(2).
       77 WS-RIESGO-ALTO PIC X VALUE 'N'.
           88 WS-CLIENTE-RIESGO-ALTO VALUE 'S'.
       77 WS-ENTERO-HOY PIC S9(9) COMP.
       77 WS-ENTERO-LIMITE PIC S9(9) COMP.
       77 WS-FECHA-LIMITE PIC 9(8).
       77 WS-ID-TERMINAL PIC X(8) VALUE "BATCHKYC".
       77 WS-TOTAL-VENCIDOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-PEP PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-RIESGO-ALTO PIC 9(6) COMP VALUE 0.
      *    Perfiles vencidos del dia, juntados en memoria para
      *    emitirlos agrupados por ejecutivo.
       01 WS-TABLA-VENCIDOS.
           05 WS-VEN-ENTRY OCCURS 1000 TIMES.
               10 WS-VEN-EJECUTIVO PIC X(10).
               10 WS-VEN-RUT PIC X(10).
               10 WS-VEN-NOMBRE PIC X(40).
               10 WS-VEN-PEP PIC X(1).
               10 WS-VEN-RIESGO-ALTO PIC X(1).
               10 WS-VEN-MESES PIC 9(2).
       01 WS-VEN-TEMP PIC X(64).
       77 WS-VEN-CANTIDAD PIC 9(4) COMP VALUE 0.
       77 WS-VEN-I PIC 9(4) COMP.
       77 WS-VEN-J PIC 9(4) COMP.
       77 WS-EJECUTIVO-ANTERIOR PIC X(10).
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).
       01 WS-FECHAYHORA-FORMATEADA.
            MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO.
            MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.
            COMPUTE WS-ENTERO-HOY =
                FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).

            PERFORM REVISAR-CLIENTES.

            PERFORM ORDENAR-VENCIDOS.

            PERFORM EMITIR-VENCIDOS.

            DISPLAY "PERFILES VENCIDOS: " WS-TOTAL-VENCIDOS.
            DISPLAY "DE ELLOS, CLIENTES PEP: " WS-TOTAL-PEP.
            DISPLAY "DE ELLOS, RIESGO ALTO: " WS-TOTAL-RIESGO-ALTO.

            STOP RUN.

               IF WS-STATUS-CLIENTES = "35"
                   DISPLAY "NO EXISTE MAESTRO DE CLIENTES"
               ELSE
                   OPEN INPUT ARCHIVO-RIESGOS
                   IF WS-STATUS-RIESGOS = "35"
                       MOVE 'N' TO WS-HAY-RIESGOS
                   END-IF
                   MOVE 'N' TO WS-CLIENTES-EOF
                   PERFORM UNTIL WS-CLIENTES-FIN-ARCHIVO
                       READ ARCHIVO-CLIENTES NEXT RECORD
                       END-READ
                       IF NOT WS-CLIENTES-FIN-ARCHIVO
                          AND NOT CLIENTE-FALLECIDO
                          AND (CLI-FECHA-ANONIMIZACION NOT NUMERIC
                               OR CLIENTE-SIN-ANONIMIZAR)
                           PERFORM CALCULAR-LIMITE-CLIENTE
                           IF CLI-FECHA-REVISION-KYC NOT NUMERIC
                              OR CLI-FECHA-REVISION-KYC
                                 < WS-FECHA-LIMITE
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-CON-RIESGOS
                       CLOSE ARCHIVO-RIESGOS
                   END-IF
                   CLOSE ARCHIVO-CLIENTES
               END-IF.

            CALCULAR-LIMITE-CLIENTE.
               MOVE WS-MESES-VIGENCIA-KYC TO WS-MESES-CLIENTE
               MOVE 'N' TO WS-RIESGO-ALTO
               IF WS-CON-RIESGOS
                   MOVE CLI-RUT TO RIE-RUT
                   READ ARCHIVO-RIESGOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RIE-MESES-KYC NUMERIC
                              AND RIE-MESES-KYC > 0
                               MOVE RIE-MESES-KYC TO WS-MESES-CLIENTE
                           END-IF
                           IF RIE-ES-ALTO
                               MOVE 'S' TO WS-RIESGO-ALTO
                           END-IF
                   END-READ
               END-IF
               COMPUTE WS-ENTERO-LIMITE =
                   WS-ENTERO-HOY - (WS-MESES-CLIENTE * 30)
               COMPUTE WS-FECHA-LIMITE =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-LIMITE).

            MARCAR-PERFIL-VENCIDO.
               ADD 1 TO WS-TOTAL-VENCIDOS
               IF CLIENTE-ES-PEP
                   ADD 1 TO WS-TOTAL-PEP
               END-IF
               IF WS-CLIENTE-RIESGO-ALTO
                   ADD 1 TO WS-TOTAL-RIESGO-ALTO
               END-IF
               IF WS-VEN-CANTIDAD < 1000
                   ADD 1 TO WS-VEN-CANTIDAD
                   MOVE CLI-EJECUTIVO-RUT
                       TO WS-VEN-EJECUTIVO(WS-VEN-CANTIDAD)
                   MOVE CLI-RUT TO WS-VEN-RUT(WS-VEN-CANTIDAD)
                   MOVE CLI-NOMBRE TO WS-VEN-NOMBRE(WS-VEN-CANTIDAD)
                   MOVE CLI-MARCA-PEP TO WS-VEN-PEP(WS-VEN-CANTIDAD)
                   MOVE WS-RIESGO-ALTO
                       TO WS-VEN-RIESGO-ALTO(WS-VEN-CANTIDAD)
                   MOVE WS-MESES-CLIENTE
                       TO WS-VEN-MESES(WS-VEN-CANTIDAD)
               ELSE
                   DISPLAY "KYC VENCIDO: " CLI-RUT " " CLI-NOMBRE
                       " EJECUTIVO " CLI-EJECUTIVO-RUT
               END-IF
               PERFORM ENCOLAR-AVISO-KYC.

            ORDENAR-VENCIDOS.
      *        Orden por ejecutivo; dentro de cada cartera queda el
      *        orden del maestro (por RUT).
               PERFORM VARYING WS-VEN-I FROM 1 BY 1
                       UNTIL WS-VEN-I >= WS-VEN-CANTIDAD
                   PERFORM VARYING WS-VEN-J FROM 1 BY 1
                           UNTIL WS-VEN-J
                                 > WS-VEN-CANTIDAD - WS-VEN-I
                       IF WS-VEN-EJECUTIVO(WS-VEN-J)
                          > WS-VEN-EJECUTIVO(WS-VEN-J + 1)
                           MOVE WS-VEN-ENTRY(WS-VEN-J)
                               TO WS-VEN-TEMP
                           MOVE WS-VEN-ENTRY(WS-VEN-J + 1)
                               TO WS-VEN-ENTRY(WS-VEN-J)
                           MOVE WS-VEN-TEMP
                               TO WS-VEN-ENTRY(WS-VEN-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM.

            EMITIR-VENCIDOS.
               MOVE HIGH-VALUES TO WS-EJECUTIVO-ANTERIOR
               PERFORM VARYING WS-VEN-I FROM 1 BY 1
                       UNTIL WS-VEN-I > WS-VEN-CANTIDAD
                   IF WS-VEN-EJECUTIVO(WS-VEN-I)
                      NOT = WS-EJECUTIVO-ANTERIOR
                       MOVE WS-VEN-EJECUTIVO(WS-VEN-I)
                           TO WS-EJECUTIVO-ANTERIOR
                       IF WS-EJECUTIVO-ANTERIOR = SPACES
                           DISPLAY
                               "-------- SIN EJECUTIVO ASIGNADO "
                               "--------"
                       ELSE
                           DISPLAY "-------- EJECUTIVO "
                               WS-EJECUTIVO-ANTERIOR " --------"
                       END-IF
                   END-IF
                   IF WS-VEN-PEP(WS-VEN-I) = 'S'
                       DISPLAY
                           "KYC VENCIDO (PEP): " WS-VEN-RUT(WS-VEN-I)
                           " " WS-VEN-NOMBRE(WS-VEN-I)
                   ELSE
                       DISPLAY "KYC VENCIDO: " WS-VEN-RUT(WS-VEN-I)
                           " " WS-VEN-NOMBRE(WS-VEN-I)
                   END-IF
                   IF WS-VEN-RIESGO-ALTO(WS-VEN-I) = 'S'
                       DISPLAY "  RIESGO ALTO, CICLO DE "
                           WS-VEN-MESES(WS-VEN-I)
                           " MESES: " WS-VEN-RUT(WS-VEN-I)
                   END-IF
               END-PERFORM.

            ENCOLAR-AVISO-KYC.
               OPEN EXTEND ARCHIVO-NOTIFICACIONES
               MOVE SPACES TO REGISTRO-NOTIFICACION
