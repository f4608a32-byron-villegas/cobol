      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Conciliacion de la cuenta de liquidacion en el banco
      *          central: importa la cartola que entrega el banco
      *          central (estado_bcentral.txt), una linea por ciclo
      *          de camara liquidado, y calza cada liquidacion contra
      *          la posicion esperada que dejo POSICION-LIQUIDACION
      *          para esa fecha y ciclo. Lo que calza queda CON; una
      *          diferencia, o una liquidacion sin posicion
      *          esperada, queda DIF y abre una partida en el libro
      *          de suspenso (tipo LQ mas el ciclo) por la
      *          diferencia. Al final lista las posiciones de las
      *          fechas de la cartola que el banco central no
      *          liquido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-ESTADO-BCENTRAL.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Conciliacion de la cuenta de liquidacion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ESTADO-BCENTRAL
               ASSIGN TO "estado_bcentral.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESTADO.
           SELECT ARCHIVO-POSICIONES
               ASSIGN TO "posicion_liquidacion.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-POSICIONES.
           SELECT ARCHIVO-SUSPENSO ASSIGN TO "partidas_suspenso.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SUSPENSO.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-ESTADO-BCENTRAL.
           COPY "ESTADO-BCENTRAL.CPY".
       FD ARCHIVO-POSICIONES.
           COPY "POSICION-LIQUIDACION.CPY".
       FD ARCHIVO-SUSPENSO.
           COPY "SUSPENSO.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-ESTADO PIC X(2) VALUE "00".
       77 WS-STATUS-POSICIONES PIC X(2) VALUE "00".
       77 WS-STATUS-SUSPENSO PIC X(2) VALUE "00".
       77 WS-ESTADO-EOF PIC X VALUE 'N'.
           88 WS-ESTADO-FIN-ARCHIVO VALUE 'S'.
       77 WS-POSICIONES-EOF PIC X VALUE 'N'.
           88 WS-POSICIONES-FIN-ARCHIVO VALUE 'S'.
       77 WS-POSICION-ENCONTRADA PIC X VALUE 'N'.
           88 POSICION-ENCONTRADA VALUE 'S'.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).
      *    Monto liquidado con signo (abono positivo, cargo
      *    negativo), la cifra esperada y la diferencia.
       77 WS-MONTO-LIQUIDADO PIC S9(12).
       77 WS-MONTO-ESPERADO PIC S9(12).
       77 WS-DIFERENCIA PIC S9(12).
       77 WS-TOTAL-LEIDOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-CONCILIADOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-DIFERENCIAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-INVALIDOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-SIN-LIQUIDAR PIC 9(6) COMP VALUE 0.
       77 WS-FORMATO-MONEDA PIC -(11)9.
      *    Fechas presentes en la cartola, para buscar despues las
      *    posiciones de esas fechas que quedaron sin liquidar.
       77 WS-TOTAL-FECHAS PIC 9(3) COMP VALUE 0.
       77 WS-IDX-FECHA PIC 9(3) COMP.
       77 WS-FECHA-YA-ANOTADA PIC X VALUE 'N'.
           88 FECHA-YA-ANOTADA VALUE 'S'.
       01 WS-TABLA-FECHAS.
          05 WS-FECHA-CARTOLA PIC 9(8) OCCURS 100 TIMES.
       01 WS-NOTA-SUSPENSO.
          05 FILLER PIC X(21) VALUE "LIQ BCENTRAL ESPERADO".
          05 WS-NOTA-ESPERADO PIC -(11)9.
          05 FILLER PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.
            DISPLAY "--- CONCILIACION LIQUIDACION BANCO CENTRAL ---".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            OPEN INPUT ARCHIVO-ESTADO-BCENTRAL.
            IF WS-STATUS-ESTADO = "35" THEN
                DISPLAY "NO EXISTE CARTOLA DEL BANCO CENTRAL"
                STOP RUN
            END-IF.

            PERFORM ABRIR-ARCHIVOS-CONCILIACION.

            PERFORM UNTIL WS-ESTADO-FIN-ARCHIVO
                READ ARCHIVO-ESTADO-BCENTRAL
                    AT END
                        MOVE 'S' TO WS-ESTADO-EOF
                    NOT AT END
                        IF REGISTRO-ESTADO-BCENTRAL NOT = SPACES
                            ADD 1 TO WS-TOTAL-LEIDOS
                            PERFORM CONCILIAR-LIQUIDACION
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE ARCHIVO-ESTADO-BCENTRAL.
            CLOSE ARCHIVO-SUSPENSO.

            PERFORM REPORTAR-SIN-LIQUIDAR.

            CLOSE ARCHIVO-POSICIONES.

            DISPLAY "LIQUIDACIONES LEIDAS: " WS-TOTAL-LEIDOS.
            DISPLAY "CONCILIADAS: " WS-TOTAL-CONCILIADOS.
            DISPLAY "CON DIFERENCIA (A SUSPENSO): "
                WS-TOTAL-DIFERENCIAS.
            DISPLAY "LINEAS INVALIDAS: " WS-TOTAL-INVALIDOS.
            DISPLAY "POSICIONES SIN LIQUIDAR: " WS-TOTAL-SIN-LIQUIDAR.

            STOP RUN.

            ABRIR-ARCHIVOS-CONCILIACION.
               OPEN I-O ARCHIVO-POSICIONES
               IF WS-STATUS-POSICIONES = "35"
                   OPEN OUTPUT ARCHIVO-POSICIONES
                   CLOSE ARCHIVO-POSICIONES
                   OPEN I-O ARCHIVO-POSICIONES
               END-IF
               OPEN I-O ARCHIVO-SUSPENSO
               IF WS-STATUS-SUSPENSO = "35"
                   OPEN OUTPUT ARCHIVO-SUSPENSO
                   CLOSE ARCHIVO-SUSPENSO
                   OPEN I-O ARCHIVO-SUSPENSO
               END-IF.

            CONCILIAR-LIQUIDACION.
               IF BCE-FECHA NOT NUMERIC
                  OR BCE-CICLO NOT NUMERIC
                  OR BCE-CICLO = 0
                  OR BCE-MONTO NOT NUMERIC
                  OR NOT (BCE-ES-ABONO OR BCE-ES-CARGO)
                   ADD 1 TO WS-TOTAL-INVALIDOS
                   DISPLAY
                       "LINEA INVALIDA EN LA CARTOLA: "
                       REGISTRO-ESTADO-BCENTRAL
               ELSE
                   PERFORM ANOTAR-FECHA-CARTOLA
                   IF BCE-ES-ABONO
                       MOVE BCE-MONTO TO WS-MONTO-LIQUIDADO
                   ELSE
                       COMPUTE WS-MONTO-LIQUIDADO = 0 - BCE-MONTO
                   END-IF
                   MOVE 'N' TO WS-POSICION-ENCONTRADA
                   MOVE 0 TO WS-MONTO-ESPERADO
                   MOVE BCE-FECHA TO POS-FECHA
                   MOVE BCE-CICLO TO POS-CICLO
                   READ ARCHIVO-POSICIONES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-POSICION-ENCONTRADA
                           MOVE POS-NETO TO WS-MONTO-ESPERADO
                   END-READ
                   COMPUTE WS-DIFERENCIA =
                       WS-MONTO-LIQUIDADO - WS-MONTO-ESPERADO
                   PERFORM MARCAR-POSICION
                   IF WS-DIFERENCIA = 0
                       ADD 1 TO WS-TOTAL-CONCILIADOS
                   ELSE
                       ADD 1 TO WS-TOTAL-DIFERENCIAS
                       PERFORM GRABAR-PARTIDA-SUSPENSO
                   END-IF
               END-IF.

            MARCAR-POSICION.
      *        Una liquidacion sin posicion esperada (ciclo que no
      *        calculamos) deja igual su registro, con cifras en
      *        cero, para que la fecha y ciclo queden a la vista.
               IF NOT POSICION-ENCONTRADA
                   INITIALIZE POSICION-LIQUIDACION
                   MOVE BCE-FECHA TO POS-FECHA
                   MOVE BCE-CICLO TO POS-CICLO
               END-IF
               IF WS-DIFERENCIA = 0
                   MOVE "CON" TO POS-ESTADO
               ELSE
                   MOVE "DIF" TO POS-ESTADO
               END-IF
               MOVE WS-MONTO-LIQUIDADO TO POS-MONTO-BCENTRAL
               MOVE WS-FECHA-HOY TO POS-FECHA-CONCILIACION
               IF POSICION-ENCONTRADA
                   REWRITE POSICION-LIQUIDACION
               ELSE
                   WRITE POSICION-LIQUIDACION
               END-IF.

            GRABAR-PARTIDA-SUSPENSO.
      *        La diferencia queda abierta en el libro de suspenso
      *        bajo la fecha de la liquidacion y el tipo LQ mas el
      *        ciclo; una segunda linea del mismo ciclo se suma a
      *        la partida ya abierta.
               MOVE BCE-FECHA TO SUS-FECHA
               MOVE SPACES TO SUS-TIPO
               STRING "LQ" DELIMITED BY SIZE
                   BCE-CICLO DELIMITED BY SIZE
                   INTO SUS-TIPO
               END-STRING
               READ ARCHIVO-SUSPENSO
                   INVALID KEY
                       MOVE WS-DIFERENCIA TO SUS-MONTO
                       MOVE "ABI" TO SUS-ESTADO
                       MOVE SPACES TO SUS-CODIGO-RESOLUCION
                       MOVE WS-MONTO-ESPERADO TO WS-NOTA-ESPERADO
                       MOVE WS-NOTA-SUSPENSO TO SUS-NOTA
                       MOVE 0 TO SUS-FECHA-CIERRE
                       WRITE PARTIDA-SUSPENSO
                   NOT INVALID KEY
                       ADD WS-DIFERENCIA TO SUS-MONTO
                       REWRITE PARTIDA-SUSPENSO
               END-READ
               MOVE WS-DIFERENCIA TO WS-FORMATO-MONEDA
               DISPLAY
                   "DIFERENCIA FECHA " BCE-FECHA " CICLO " BCE-CICLO
                   " REF " BCE-REFERENCIA
               DISPLAY
                   "  A SUSPENSO " SUS-TIPO ": " WS-FORMATO-MONEDA
               IF NOT POSICION-ENCONTRADA
                   DISPLAY "  SIN POSICION ESPERADA PARA EL CICLO"
               END-IF.

            ANOTAR-FECHA-CARTOLA.
               MOVE 'N' TO WS-FECHA-YA-ANOTADA
               PERFORM VARYING WS-IDX-FECHA FROM 1 BY 1
                   UNTIL WS-IDX-FECHA > WS-TOTAL-FECHAS
                   IF WS-FECHA-CARTOLA(WS-IDX-FECHA) = BCE-FECHA
                       MOVE 'S' TO WS-FECHA-YA-ANOTADA
                   END-IF
               END-PERFORM
               IF NOT FECHA-YA-ANOTADA AND WS-TOTAL-FECHAS < 100
                   ADD 1 TO WS-TOTAL-FECHAS
                   MOVE BCE-FECHA TO WS-FECHA-CARTOLA(WS-TOTAL-FECHAS)
               END-IF.

            REPORTAR-SIN-LIQUIDAR.
      *        Posiciones de las fechas de la cartola que siguen
      *        pendientes: el banco central no las liquido, o la
      *        cartola vino incompleta.
               PERFORM VARYING WS-IDX-FECHA FROM 1 BY 1
                   UNTIL WS-IDX-FECHA > WS-TOTAL-FECHAS
                   MOVE 'N' TO WS-POSICIONES-EOF
                   MOVE WS-FECHA-CARTOLA(WS-IDX-FECHA) TO POS-FECHA
                   MOVE 0 TO POS-CICLO
                   START ARCHIVO-POSICIONES
                       KEY IS NOT LESS THAN POS-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-POSICIONES-EOF
                   END-START
                   PERFORM UNTIL WS-POSICIONES-FIN-ARCHIVO
                       READ ARCHIVO-POSICIONES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-POSICIONES-EOF
                       END-READ
                       IF NOT WS-POSICIONES-FIN-ARCHIVO
                           IF POS-FECHA
                              NOT = WS-FECHA-CARTOLA(WS-IDX-FECHA)
                               MOVE 'S' TO WS-POSICIONES-EOF
                           ELSE
                               IF POS-ESTA-PENDIENTE
                                   ADD 1 TO WS-TOTAL-SIN-LIQUIDAR
                                   MOVE POS-NETO TO WS-FORMATO-MONEDA
                                   DISPLAY
                                       "SIN LIQUIDAR: FECHA " POS-FECHA
                                       " CICLO " POS-CICLO
                                       " ESPERADO " WS-FORMATO-MONEDA
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-PERFORM.
       END PROGRAM IMPORTAR-ESTADO-BCENTRAL.
