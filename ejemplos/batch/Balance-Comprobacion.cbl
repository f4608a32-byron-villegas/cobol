      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Balance de comprobacion a cualquier fecha desde el
      *          libro mayor: por cada cuenta contable toma de
      *          mayor_diario.txt la ultima foto del dia que no supere
      *          la fecha pedida (los acumulados al debe y al haber a
      *          esa fecha) y lista sumas y saldos, deudor o
      *          acreedor, con los totales que deben cuadrar. Sale
      *          por pantalla y en balance_comprobacion.txt; reemplaza
      *          la planilla armada a mano con los asientos diarios.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-COMPROBACION.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Balance de comprobacion del libro mayor a una fecha.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-MAYOR-DIARIO ASSIGN TO "mayor_diario.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MYD-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MAYOR.
           SELECT ARCHIVO-BALANCE ASSIGN TO "balance_comprobacion.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-MAYOR-DIARIO.
           COPY "MAYOR-DIARIO.CPY".
       FD ARCHIVO-BALANCE.
       01 REGISTRO-BALANCE.
          05 BAL-FECHA PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 BAL-CUENTA-GL PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 BAL-SUMA-DEBE PIC 9(15).
          05 FILLER PIC X VALUE SPACE.
          05 BAL-SUMA-HABER PIC 9(15).
          05 FILLER PIC X VALUE SPACE.
          05 BAL-SALDO-DEUDOR PIC 9(15).
          05 FILLER PIC X VALUE SPACE.
          05 BAL-SALDO-ACREEDOR PIC 9(15).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-MAYOR PIC X(2) VALUE "00".
       77 WS-MAYOR-EOF PIC X VALUE 'N'.
           88 WS-MAYOR-FIN-ARCHIVO VALUE 'S'.
       77 WS-FECHA-BALANCE PIC 9(8).
      *    Cuenta en curso del corte de control y su ultima foto
      *    que no supera la fecha del balance.
       77 WS-CUENTA-ANTERIOR PIC X(8) VALUE SPACES.
       77 WS-CUENTA-CON-FOTO PIC X VALUE 'N'.
           88 CUENTA-CON-FOTO VALUE 'S'.
       77 WS-ACUM-DEBE PIC 9(15) VALUE 0.
       77 WS-ACUM-HABER PIC 9(15) VALUE 0.
       77 WS-CANTIDAD-CUENTAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-SUMA-DEBE PIC 9(16) VALUE 0.
       77 WS-TOTAL-SUMA-HABER PIC 9(16) VALUE 0.
       77 WS-TOTAL-DEUDOR PIC 9(16) VALUE 0.
       77 WS-TOTAL-ACREEDOR PIC 9(16) VALUE 0.
       77 WS-FORMATO-DEBE PIC Z(14)9.
       77 WS-FORMATO-HABER PIC Z(14)9.
       77 WS-FORMATO-SALDO PIC -(14)9.
       77 WS-SALDO-CUENTA PIC S9(16).

       PROCEDURE DIVISION.
            DISPLAY "---------- BALANCE DE COMPROBACION ----------".

            DISPLAY "FECHA DEL BALANCE (AAAAMMDD): ".
            ACCEPT WS-FECHA-BALANCE.

            IF WS-FECHA-BALANCE NOT NUMERIC
               OR WS-FECHA-BALANCE = 0 THEN
                DISPLAY "FECHA INVALIDA. PROCESO CANCELADO"
                STOP RUN
            END-IF.

            OPEN INPUT ARCHIVO-MAYOR-DIARIO.
            IF WS-STATUS-MAYOR = "35" THEN
                DISPLAY "EL LIBRO MAYOR AUN NO TIENE MOVIMIENTOS"
                STOP RUN
            END-IF.

            OPEN OUTPUT ARCHIVO-BALANCE.

            DISPLAY "CUENTA        SUMA DEBE      SUMA HABER"
                "           SALDO".

            MOVE 'N' TO WS-MAYOR-EOF.
            PERFORM UNTIL WS-MAYOR-FIN-ARCHIVO
                READ ARCHIVO-MAYOR-DIARIO NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-MAYOR-EOF
                END-READ
                IF NOT WS-MAYOR-FIN-ARCHIVO
                    IF MYD-CUENTA-GL NOT = WS-CUENTA-ANTERIOR
                        PERFORM EMITIR-CUENTA
                        MOVE MYD-CUENTA-GL TO WS-CUENTA-ANTERIOR
                        MOVE 'N' TO WS-CUENTA-CON-FOTO
                    END-IF
      *             Las fotos de la cuenta vienen en orden de fecha:
      *             queda la ultima que no pasa la fecha pedida.
                    IF MYD-FECHA NOT > WS-FECHA-BALANCE
                        MOVE MYD-ACUMULADO-DEBE TO WS-ACUM-DEBE
                        MOVE MYD-ACUMULADO-HABER TO WS-ACUM-HABER
                        MOVE 'S' TO WS-CUENTA-CON-FOTO
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM EMITIR-CUENTA.

            CLOSE ARCHIVO-MAYOR-DIARIO.

            PERFORM EMITIR-TOTALES.

            CLOSE ARCHIVO-BALANCE.

            STOP RUN.

            EMITIR-CUENTA.
               IF WS-CUENTA-ANTERIOR NOT = SPACES AND CUENTA-CON-FOTO
                   ADD 1 TO WS-CANTIDAD-CUENTAS
                   MOVE SPACES TO REGISTRO-BALANCE
                   MOVE WS-FECHA-BALANCE TO BAL-FECHA
                   MOVE WS-CUENTA-ANTERIOR TO BAL-CUENTA-GL
                   MOVE WS-ACUM-DEBE TO BAL-SUMA-DEBE
                   MOVE WS-ACUM-HABER TO BAL-SUMA-HABER
                   MOVE 0 TO BAL-SALDO-DEUDOR
                   MOVE 0 TO BAL-SALDO-ACREEDOR
                   COMPUTE WS-SALDO-CUENTA =
                       WS-ACUM-DEBE - WS-ACUM-HABER
                   IF WS-SALDO-CUENTA > 0
                       MOVE WS-SALDO-CUENTA TO BAL-SALDO-DEUDOR
                       ADD WS-SALDO-CUENTA TO WS-TOTAL-DEUDOR
                   ELSE
                       COMPUTE BAL-SALDO-ACREEDOR =
                           0 - WS-SALDO-CUENTA
                       ADD BAL-SALDO-ACREEDOR TO WS-TOTAL-ACREEDOR
                   END-IF
                   ADD WS-ACUM-DEBE TO WS-TOTAL-SUMA-DEBE
                   ADD WS-ACUM-HABER TO WS-TOTAL-SUMA-HABER
                   WRITE REGISTRO-BALANCE AFTER ADVANCING 1 LINE

                   MOVE WS-ACUM-DEBE TO WS-FORMATO-DEBE
                   MOVE WS-ACUM-HABER TO WS-FORMATO-HABER
                   MOVE WS-SALDO-CUENTA TO WS-FORMATO-SALDO
                   DISPLAY
                       WS-CUENTA-ANTERIOR " " WS-FORMATO-DEBE " "
                       WS-FORMATO-HABER " " WS-FORMATO-SALDO
               END-IF
               MOVE 0 TO WS-ACUM-DEBE
               MOVE 0 TO WS-ACUM-HABER.

            EMITIR-TOTALES.
               MOVE SPACES TO REGISTRO-BALANCE
               MOVE WS-FECHA-BALANCE TO BAL-FECHA
               MOVE "TOTALES" TO BAL-CUENTA-GL
               MOVE WS-TOTAL-SUMA-DEBE TO BAL-SUMA-DEBE
               MOVE WS-TOTAL-SUMA-HABER TO BAL-SUMA-HABER
               MOVE WS-TOTAL-DEUDOR TO BAL-SALDO-DEUDOR
               MOVE WS-TOTAL-ACREEDOR TO BAL-SALDO-ACREEDOR
               WRITE REGISTRO-BALANCE AFTER ADVANCING 1 LINE

               DISPLAY "CUENTAS CON SALDO A LA FECHA: "
                   WS-CANTIDAD-CUENTAS
               MOVE WS-TOTAL-SUMA-DEBE TO WS-FORMATO-DEBE
               MOVE WS-TOTAL-SUMA-HABER TO WS-FORMATO-HABER
               DISPLAY "SUMAS:   " WS-FORMATO-DEBE " " WS-FORMATO-HABER
               MOVE WS-TOTAL-DEUDOR TO WS-FORMATO-DEBE
               MOVE WS-TOTAL-ACREEDOR TO WS-FORMATO-HABER
               DISPLAY "SALDOS:  " WS-FORMATO-DEBE " " WS-FORMATO-HABER
               IF WS-TOTAL-SUMA-DEBE = WS-TOTAL-SUMA-HABER
                  AND WS-TOTAL-DEUDOR = WS-TOTAL-ACREEDOR
                   DISPLAY "BALANCE CUADRADO"
               ELSE
                   DISPLAY "*** BALANCE DESCUADRADO: REVISAR MAYOR ***"
               END-IF.
       END PROGRAM BALANCE-COMPROBACION.
