      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Batch de expiracion de retenciones por compras con
      *          tarjeta de debito: una retencion que el comercio no
      *          compenso dentro del plazo queda EXP, con lo que el
      *          monto deja de descontarse del disponible del
      *          cliente. No mueve plata: la retencion era solo un
      *          bloqueo del disponible. Cada retencion expirada sale
      *          en retenciones_pos_expiradas.txt para su revision
      *          con el adquirente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPIRAR-RETENCIONES-POS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Expiracion de compras autorizadas no compensadas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-RETENCIONES-POS
               ASSIGN TO "retenciones_pos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPO-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RETENCIONES-POS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "retenciones_pos_expiradas.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-RETENCIONES-POS.
           COPY "RETENCION-POS.CPY".
       FD ARCHIVO-REPORTE.
       01 REGISTRO-REPORTE.
          05 REP-NUM-TARJETA PIC 9(16).
          05 FILLER PIC X VALUE SPACE.
          05 REP-COD-AUTORIZACION PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 REP-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 REP-NUM-CUENTA PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 REP-COMERCIO PIC X(20).
          05 FILLER PIC X VALUE SPACE.
          05 REP-MONTO PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 REP-FECHA-AUTORIZACION PIC 9(8).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-RETENCIONES-POS PIC X(2) VALUE "00".
       77 WS-RETENCIONES-POS-EOF PIC X VALUE 'N'.
           88 WS-RETENCIONES-POS-FIN-ARCHIVO VALUE 'S'.
      *    Dias corridos desde la autorizacion que se espera la
      *    compensacion del comercio antes de liberar la retencion.
       77 WS-DIAS-VIGENCIA PIC 9(2) VALUE 07.
       77 WS-ENTERO-HOY PIC S9(9) COMP.
       77 WS-ENTERO-AUTORIZACION PIC S9(9) COMP.
       77 WS-TOTAL-EXPIRADAS PIC 9(6) COMP VALUE 0.
       77 WS-MONTO-LIBERADO PIC 9(10) VALUE 0.
       77 WS-FORMATO-MONEDA PIC -(9)9.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).

       PROCEDURE DIVISION.
            DISPLAY "---- EXPIRACION DE RETENCIONES DE COMPRAS ----".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.
            COMPUTE WS-ENTERO-HOY =
                FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).

            PERFORM EXPIRAR-VENCIDAS.

            DISPLAY "RETENCIONES EXPIRADAS: " WS-TOTAL-EXPIRADAS.
            MOVE WS-MONTO-LIBERADO TO WS-FORMATO-MONEDA.
            DISPLAY "MONTO LIBERADO: " WS-FORMATO-MONEDA.

            STOP RUN.

            EXPIRAR-VENCIDAS.
               OPEN I-O ARCHIVO-RETENCIONES-POS
               IF WS-STATUS-RETENCIONES-POS = "35"
                   DISPLAY "NO HAY RETENCIONES REGISTRADAS"
               ELSE
                   OPEN OUTPUT ARCHIVO-REPORTE
                   MOVE 'N' TO WS-RETENCIONES-POS-EOF
                   PERFORM UNTIL WS-RETENCIONES-POS-FIN-ARCHIVO
                       READ ARCHIVO-RETENCIONES-POS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-RETENCIONES-POS-EOF
                       END-READ
                       IF NOT WS-RETENCIONES-POS-FIN-ARCHIVO
                          AND RPO-ESTA-PENDIENTE
                           COMPUTE WS-ENTERO-AUTORIZACION =
                               FUNCTION INTEGER-OF-DATE
                                   (RPO-FECHA-AUTORIZACION)
                           IF WS-ENTERO-HOY - WS-ENTERO-AUTORIZACION
                              > WS-DIAS-VIGENCIA
                               PERFORM EXPIRAR-UNA-RETENCION
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-REPORTE
                   CLOSE ARCHIVO-RETENCIONES-POS
               END-IF.

            EXPIRAR-UNA-RETENCION.
               MOVE "EXP" TO RPO-ESTADO
               REWRITE RETENCION-POS
               ADD 1 TO WS-TOTAL-EXPIRADAS
               ADD RPO-MONTO TO WS-MONTO-LIBERADO
               MOVE SPACES TO REGISTRO-REPORTE
               MOVE RPO-NUM-TARJETA TO REP-NUM-TARJETA
               MOVE RPO-COD-AUTORIZACION TO REP-COD-AUTORIZACION
               MOVE RPO-RUT TO REP-RUT
               MOVE RPO-NUM-CUENTA TO REP-NUM-CUENTA
               MOVE RPO-COMERCIO TO REP-COMERCIO
               MOVE RPO-MONTO TO REP-MONTO
               MOVE RPO-FECHA-AUTORIZACION TO REP-FECHA-AUTORIZACION
               WRITE REGISTRO-REPORTE AFTER ADVANCING 1 LINE
               DISPLAY
                   "EXPIRADA AUT " RPO-COD-AUTORIZACION
                   " DE " RPO-RUT " POR " RPO-MONTO.
       END PROGRAM EXPIRAR-RETENCIONES-POS.
