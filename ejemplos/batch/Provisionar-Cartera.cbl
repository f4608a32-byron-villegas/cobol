      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Batch mensual de provisiones por riesgo de credito:
      *          clasifica cada prestamo vigente de prestamos.txt en
      *          una categoria de riesgo (A a E) y calcula la
      *          provision exigida. La categoria parte del tramo de
      *          mora que deja MORA-PRESTAMOS, empeora un grado si el
      *          bureau (scores.txt) informa puntaje bajo o mora en
      *          otras instituciones, y mejora un grado si las
      *          garantias vigentes (garantias.txt) cubren el saldo.
      *          Contra la provision del mes anterior guardada en
      *          provisiones.txt se postea solo la diferencia: PRV
      *          si la provision sube y LPV si se libera, ambos en la
      *          bitacora para GENERAR-ASIENTO-CONTABLE. Los
      *          prestamos que salieron de la cartera (pagados o
      *          castigados) liberan lo que tenian. Imprime y deja en
      *          reporte_provisiones.txt la provision por categoria
      *          que riesgo informa al regulador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISIONAR-CARTERA.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Provisiones mensuales por categoria de riesgo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PRESTAMOS ASSIGN TO "prestamos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRESTAMO-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PRESTAMOS.
           SELECT ARCHIVO-PROVISIONES ASSIGN TO "provisiones.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PROVISIONES.
           SELECT ARCHIVO-SCORES ASSIGN TO "scores.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCO-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SCORES.
           SELECT ARCHIVO-GARANTIAS ASSIGN TO "garantias.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-GARANTIAS.
           SELECT OPTIONAL ARCHIVO-VALORES-UF
               ASSIGN TO "valores_uf.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VALORES-UF.
           SELECT ARCHIVO-REPORTE ASSIGN TO "reporte_provisiones.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-BITACORA ASSIGN TO "bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-SECUENCIA ASSIGN TO "secuencia.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SECUENCIA.
           SELECT OPTIONAL ARCHIVO-HASH-BITACORA
               ASSIGN TO "hash_bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HASH.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-PRESTAMOS.
           COPY "PRESTAMO.CPY".
       FD ARCHIVO-PROVISIONES.
           COPY "PROVISION.CPY".
       FD ARCHIVO-SCORES.
           COPY "SCORE.CPY".
       FD ARCHIVO-GARANTIAS.
           COPY "GARANTIA.CPY".
       FD ARCHIVO-VALORES-UF.
           COPY "VALOR-UF.CPY".
       FD ARCHIVO-REPORTE.
       01 REGISTRO-REPORTE.
          05 REP-FECHA PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 REP-CATEGORIA PIC X(1).
          05 FILLER PIC X VALUE SPACE.
          05 REP-CANTIDAD PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 REP-EXPOSICION PIC 9(12).
          05 FILLER PIC X VALUE SPACE.
          05 REP-PORCENTAJE PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 REP-PROVISION PIC 9(12).
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-SECUENCIA.
       01 REGISTRO-SECUENCIA.
          05 SEC-CLAVE PIC X(1).
          05 SEC-ULTIMO-NUMERO PIC 9(10).
       FD ARCHIVO-HASH-BITACORA.
       01 REGISTRO-HASH-BITACORA PIC 9(8).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-PRESTAMOS PIC X(2) VALUE "00".
       77 WS-STATUS-PROVISIONES PIC X(2) VALUE "00".
       77 WS-STATUS-SCORES PIC X(2) VALUE "00".
       77 WS-STATUS-GARANTIAS PIC X(2) VALUE "00".
       77 WS-STATUS-VALORES-UF PIC X(2) VALUE "00".
       77 WS-STATUS-SECUENCIA PIC X(2) VALUE "00".
       77 WS-STATUS-HASH PIC X(2) VALUE "00".
       77 WS-HASH-ANTERIOR PIC 9(8) VALUE 0.
       77 WS-HASH-MONTO PIC 9(8).
       77 WS-HASH-SALDO PIC S9(8).
       77 WS-NUM-SECUENCIA PIC 9(10) VALUE 0.
       77 WS-ID-TERMINAL PIC X(8) VALUE "BATCHPRV".
       77 WS-PRESTAMOS-EOF PIC X VALUE 'N'.
           88 WS-PRESTAMOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-PROVISIONES-EOF PIC X VALUE 'N'.
           88 WS-PROVISIONES-FIN-ARCHIVO VALUE 'S'.
       77 WS-GARANTIAS-EOF PIC X VALUE 'N'.
           88 WS-GARANTIAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-UF-EOF PIC X VALUE 'N'.
           88 WS-UF-FIN-ARCHIVO VALUE 'S'.
       77 WS-VALOR-UF PIC 9(6)V9(2) VALUE 0.
      *    Bajo este puntaje del bureau (el mismo corte de la
      *    originacion) la categoria empeora un grado.
       77 WS-PUNTAJE-MINIMO PIC 9(4) VALUE 0400.
      *    Porcentaje de provision por categoria, de A (al dia) a E
      *    (mas de 90 dias de mora), sobre la exposicion en pesos.
       01 WS-PORCENTAJES-CATEGORIA.
           05 FILLER PIC 9(3) VALUE 001.
           05 FILLER PIC 9(3) VALUE 005.
           05 FILLER PIC 9(3) VALUE 020.
           05 FILLER PIC 9(3) VALUE 050.
           05 FILLER PIC 9(3) VALUE 100.
       01 WS-TABLA-PORCENTAJES REDEFINES WS-PORCENTAJES-CATEGORIA.
           05 WS-PORCENTAJE-CATEGORIA PIC 9(3) OCCURS 5 TIMES.
       77 WS-LETRAS-CATEGORIA PIC X(5) VALUE "ABCDE".
      *    Totales del mes por categoria para el reporte regulatorio.
       01 WS-TOTALES-CATEGORIA.
           05 WS-TOTAL-CATEGORIA OCCURS 5 TIMES.
               10 WS-CAT-CANTIDAD PIC 9(6) VALUE 0.
               10 WS-CAT-EXPOSICION PIC 9(12) VALUE 0.
               10 WS-CAT-PROVISION PIC 9(12) VALUE 0.
       77 WS-INDICE-CATEGORIA PIC 9(1).
       77 WS-VALOR-GARANTIAS PIC 9(12) VALUE 0.
       77 WS-EXPOSICION PIC 9(10) VALUE 0.
       77 WS-PROVISION-NUEVA PIC 9(10) VALUE 0.
       77 WS-PROVISION-ANTERIOR PIC 9(10) VALUE 0.
       77 WS-PROVISION-EXISTIA PIC X VALUE 'N'.
           88 PROVISION-EXISTIA VALUE 'S'.
       77 WS-BIT-RUT PIC X(10).
       77 WS-BIT-NUM-PRESTAMO PIC 9(3).
       77 WS-BIT-OPERACION PIC X(3).
       77 WS-BIT-MONTO PIC 9(10).
       77 WS-BIT-SALDO PIC 9(10).
       77 WS-TOTAL-CONSTITUIDO PIC 9(12) VALUE 0.
       77 WS-TOTAL-LIBERADO PIC 9(12) VALUE 0.
       77 WS-TOTAL-PROVISION PIC 9(12) VALUE 0.
       77 WS-TOTAL-EXPOSICION PIC 9(12) VALUE 0.
       77 WS-TOTAL-PRESTAMOS PIC 9(6) VALUE 0.
       77 WS-FORMATO-MONEDA PIC -(11)9.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).
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
            DISPLAY "------ PROVISIONES POR RIESGO DE CREDITO ------".

            PERFORM SETEAR-FECHA-ACTUAL.

            PERFORM LEER-VALOR-UF.

            OPEN I-O ARCHIVO-PROVISIONES.
            IF WS-STATUS-PROVISIONES = "35"
                OPEN OUTPUT ARCHIVO-PROVISIONES
                CLOSE ARCHIVO-PROVISIONES
                OPEN I-O ARCHIVO-PROVISIONES
            END-IF.

            PERFORM PROVISIONAR-PRESTAMOS.

            PERFORM LIBERAR-PRESTAMOS-SALIDOS.

            CLOSE ARCHIVO-PROVISIONES.

            PERFORM IMPRIMIR-REPORTE-CATEGORIAS.

            STOP RUN.

            SETEAR-FECHA-ACTUAL.
               MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA
               MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO
               MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO
               MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO
               MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA
               MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO
               MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO
               MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            PROVISIONAR-PRESTAMOS.
               OPEN INPUT ARCHIVO-PRESTAMOS
               IF WS-STATUS-PRESTAMOS = "35"
                   DISPLAY "NO EXISTE ARCHIVO DE PRESTAMOS"
               ELSE
                   MOVE 'N' TO WS-PRESTAMOS-EOF
                   PERFORM UNTIL WS-PRESTAMOS-FIN-ARCHIVO
                       READ ARCHIVO-PRESTAMOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-PRESTAMOS-EOF
                       END-READ
                       IF NOT WS-PRESTAMOS-FIN-ARCHIVO
                          AND SALDO-PRESTAMO > 0
                           PERFORM PROVISIONAR-UN-PRESTAMO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

            PROVISIONAR-UN-PRESTAMO.
               IF PRESTAMO-ES-UF AND WS-VALOR-UF > 0
                   COMPUTE WS-EXPOSICION ROUNDED =
                       SALDO-PRESTAMO * WS-VALOR-UF / 100
               ELSE
                   MOVE SALDO-PRESTAMO TO WS-EXPOSICION
               END-IF

               PERFORM CLASIFICAR-PRESTAMO

               COMPUTE WS-PROVISION-NUEVA ROUNDED =
                   WS-EXPOSICION
                   * WS-PORCENTAJE-CATEGORIA(WS-INDICE-CATEGORIA)
                   / 100

               ADD 1 TO WS-TOTAL-PRESTAMOS
               ADD 1 TO WS-CAT-CANTIDAD(WS-INDICE-CATEGORIA)
               ADD WS-EXPOSICION
                   TO WS-CAT-EXPOSICION(WS-INDICE-CATEGORIA)
               ADD WS-PROVISION-NUEVA
                   TO WS-CAT-PROVISION(WS-INDICE-CATEGORIA)

               MOVE PRESTAMO-RUT TO PRV-RUT
               MOVE NUM-PRESTAMO TO PRV-NUM-PRESTAMO
               MOVE 'N' TO WS-PROVISION-EXISTIA
               MOVE 0 TO WS-PROVISION-ANTERIOR
               READ ARCHIVO-PROVISIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-PROVISION-EXISTIA
                       MOVE PRV-MONTO TO WS-PROVISION-ANTERIOR
               END-READ

               MOVE PRESTAMO-RUT TO WS-BIT-RUT
               MOVE NUM-PRESTAMO TO WS-BIT-NUM-PRESTAMO
               PERFORM POSTEAR-DIFERENCIA

               MOVE PRESTAMO-RUT TO PRV-RUT
               MOVE NUM-PRESTAMO TO PRV-NUM-PRESTAMO
               MOVE WS-LETRAS-CATEGORIA(WS-INDICE-CATEGORIA:1)
                   TO PRV-CATEGORIA
               MOVE WS-EXPOSICION TO PRV-EXPOSICION
               MOVE WS-PROVISION-NUEVA TO PRV-MONTO
               MOVE WS-FECHA-HOY TO PRV-FECHA-CALCULO
               IF PROVISION-EXISTIA
                   REWRITE PROVISION
               ELSE
                   WRITE PROVISION
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF.

            CLASIFICAR-PRESTAMO.
      *        Tramo 0 a 4 da la categoria base A a E. El bureau
      *        puede empeorarla un grado y una garantia que cubre
      *        todo el saldo mejorarla un grado; E por mora no se
      *        mejora, porque el regulador la considera deterioro
      *        cierto con o sin garantia.
               COMPUTE WS-INDICE-CATEGORIA = PRESTAMO-TRAMO-MORA + 1

               OPEN INPUT ARCHIVO-SCORES
               IF WS-STATUS-SCORES NOT = "35"
                   MOVE PRESTAMO-RUT TO SCO-RUT
                   READ ARCHIVO-SCORES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF (SCO-PUNTAJE < WS-PUNTAJE-MINIMO
                              OR SCO-TIENE-MORA-EXTERNA)
                              AND WS-INDICE-CATEGORIA < 5
                               ADD 1 TO WS-INDICE-CATEGORIA
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-SCORES
               END-IF

               PERFORM SUMAR-GARANTIAS-VIGENTES
               IF WS-VALOR-GARANTIAS >= WS-EXPOSICION
                  AND WS-VALOR-GARANTIAS > 0
                  AND WS-INDICE-CATEGORIA > 1
                  AND PRESTAMO-TRAMO-MORA < 4
                   SUBTRACT 1 FROM WS-INDICE-CATEGORIA
               END-IF.

            SUMAR-GARANTIAS-VIGENTES.
               MOVE 0 TO WS-VALOR-GARANTIAS
               MOVE 'N' TO WS-GARANTIAS-EOF
               OPEN INPUT ARCHIVO-GARANTIAS
               IF WS-STATUS-GARANTIAS = "35"
                   MOVE 'S' TO WS-GARANTIAS-EOF
               ELSE
                   MOVE PRESTAMO-RUT TO GAR-RUT
                   MOVE NUM-PRESTAMO TO GAR-NUM-PRESTAMO
                   MOVE 0 TO GAR-NUMERO
                   START ARCHIVO-GARANTIAS
                       KEY IS NOT LESS THAN GAR-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-GARANTIAS-EOF
                   END-START
                   PERFORM UNTIL WS-GARANTIAS-FIN-ARCHIVO
                       READ ARCHIVO-GARANTIAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-GARANTIAS-EOF
                       END-READ
                       IF NOT WS-GARANTIAS-FIN-ARCHIVO
                           IF GAR-RUT NOT = PRESTAMO-RUT
                              OR GAR-NUM-PRESTAMO NOT = NUM-PRESTAMO
                               MOVE 'S' TO WS-GARANTIAS-EOF
                           ELSE
                               IF GAR-ESTA-VIGENTE
                                   ADD GAR-VALOR-TASACION
                                       TO WS-VALOR-GARANTIAS
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-GARANTIAS
               END-IF.

            LIBERAR-PRESTAMOS-SALIDOS.
      *        Toda provision que este mes no se recalculo es de un
      *        prestamo que ya no esta en la cartera: se libera
      *        completa y el registro queda en cero.
               MOVE 'N' TO WS-PROVISIONES-EOF
               MOVE LOW-VALUES TO PRV-CLAVE
               START ARCHIVO-PROVISIONES
                   KEY IS NOT LESS THAN PRV-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-PROVISIONES-EOF
               END-START
               PERFORM UNTIL WS-PROVISIONES-FIN-ARCHIVO
                   READ ARCHIVO-PROVISIONES NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-PROVISIONES-EOF
                   END-READ
                   IF NOT WS-PROVISIONES-FIN-ARCHIVO
                      AND PRV-FECHA-CALCULO NOT = WS-FECHA-HOY
                      AND PRV-MONTO > 0
                       MOVE PRV-MONTO TO WS-PROVISION-ANTERIOR
                       MOVE 0 TO WS-PROVISION-NUEVA
                       MOVE PRV-RUT TO WS-BIT-RUT
                       MOVE PRV-NUM-PRESTAMO TO WS-BIT-NUM-PRESTAMO
                       PERFORM POSTEAR-DIFERENCIA
                       MOVE 0 TO PRV-MONTO
                       MOVE 0 TO PRV-EXPOSICION
                       MOVE WS-FECHA-HOY TO PRV-FECHA-CALCULO
                       REWRITE PROVISION
                   END-IF
               END-PERFORM.

            POSTEAR-DIFERENCIA.
      *        Solo la variacion contra el mes anterior llega a la
      *        contabilidad: PRV constituye, LPV libera.
               MOVE WS-PROVISION-NUEVA TO WS-BIT-SALDO
               EVALUATE TRUE
                   WHEN WS-PROVISION-NUEVA > WS-PROVISION-ANTERIOR
                       MOVE "PRV" TO WS-BIT-OPERACION
                       COMPUTE WS-BIT-MONTO =
                           WS-PROVISION-NUEVA - WS-PROVISION-ANTERIOR
                       ADD WS-BIT-MONTO TO WS-TOTAL-CONSTITUIDO
                       PERFORM GRABAR-BITACORA-PROVISION
                   WHEN WS-PROVISION-NUEVA < WS-PROVISION-ANTERIOR
                       MOVE "LPV" TO WS-BIT-OPERACION
                       COMPUTE WS-BIT-MONTO =
                           WS-PROVISION-ANTERIOR - WS-PROVISION-NUEVA
                       ADD WS-BIT-MONTO TO WS-TOTAL-LIBERADO
                       PERFORM GRABAR-BITACORA-PROVISION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

            GRABAR-BITACORA-PROVISION.
      *        Igual que el castigo: sentido en blanco (no mueve
      *        saldo de cuenta) y el numero del prestamo en el campo
      *        de cuenta; el saldo de la linea es la provision
      *        vigente del prestamo despues del ajuste.
               PERFORM SIGUIENTE-NUMERO-SECUENCIA
               PERFORM SETEAR-FECHA-ACTUAL
               OPEN EXTEND ARCHIVO-BITACORA
               MOVE SPACES TO REGISTRO-BITACORA
               MOVE WS-BIT-RUT TO BIT-RUT
               MOVE WS-BIT-NUM-PRESTAMO TO BIT-NUM-CUENTA
               MOVE WS-BIT-OPERACION TO BIT-OPERACION
               MOVE WS-BIT-MONTO TO BIT-MONTO
               MOVE WS-BIT-SALDO TO BIT-SALDO
               MOVE WS-FECHAYHORA-FORMATEADA TO BIT-FECHAYHORA
               MOVE WS-NUM-SECUENCIA TO BIT-NUM-SECUENCIA
               MOVE WS-ID-TERMINAL TO BIT-ID-TERMINAL
               MOVE SPACES TO BIT-ANU-TIPO-ORIGINAL
               MOVE 0 TO BIT-TASA-CAMBIO
               MOVE "CLP" TO BIT-MONEDA
               MOVE SPACE TO BIT-ABONO-CARGO
               MOVE SPACES TO BIT-CODIGO-CONVENIO
               MOVE 0 TO BIT-SECUENCIA-ORIGINAL
               PERFORM CALCULAR-HASH-BITACORA
               WRITE REGISTRO-BITACORA AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-BITACORA.

            IMPRIMIR-REPORTE-CATEGORIAS.
               OPEN OUTPUT ARCHIVO-REPORTE
               DISPLAY "CAT PRESTAMOS     EXPOSICION  %      PROVISION"
               PERFORM VARYING WS-INDICE-CATEGORIA FROM 1 BY 1
                       UNTIL WS-INDICE-CATEGORIA > 5
                   MOVE SPACES TO REGISTRO-REPORTE
                   MOVE WS-FECHA-HOY TO REP-FECHA
                   MOVE WS-LETRAS-CATEGORIA(WS-INDICE-CATEGORIA:1)
                       TO REP-CATEGORIA
                   MOVE WS-CAT-CANTIDAD(WS-INDICE-CATEGORIA)
                       TO REP-CANTIDAD
                   MOVE WS-CAT-EXPOSICION(WS-INDICE-CATEGORIA)
                       TO REP-EXPOSICION
                   MOVE WS-PORCENTAJE-CATEGORIA(WS-INDICE-CATEGORIA)
                       TO REP-PORCENTAJE
                   MOVE WS-CAT-PROVISION(WS-INDICE-CATEGORIA)
                       TO REP-PROVISION
                   WRITE REGISTRO-REPORTE AFTER ADVANCING 1 LINE
                   ADD WS-CAT-EXPOSICION(WS-INDICE-CATEGORIA)
                       TO WS-TOTAL-EXPOSICION
                   ADD WS-CAT-PROVISION(WS-INDICE-CATEGORIA)
                       TO WS-TOTAL-PROVISION
                   DISPLAY
                       " " REP-CATEGORIA "  " REP-CANTIDAD " "
                       REP-EXPOSICION " " REP-PORCENTAJE " "
                       REP-PROVISION
               END-PERFORM
               CLOSE ARCHIVO-REPORTE

               DISPLAY "PRESTAMOS CLASIFICADOS: " WS-TOTAL-PRESTAMOS
               MOVE WS-TOTAL-EXPOSICION TO WS-FORMATO-MONEDA
               DISPLAY "EXPOSICION TOTAL: " WS-FORMATO-MONEDA
               MOVE WS-TOTAL-PROVISION TO WS-FORMATO-MONEDA
               DISPLAY "PROVISION EXIGIDA: " WS-FORMATO-MONEDA
               MOVE WS-TOTAL-CONSTITUIDO TO WS-FORMATO-MONEDA
               DISPLAY "CONSTITUIDO ESTE MES (PRV): " WS-FORMATO-MONEDA
               MOVE WS-TOTAL-LIBERADO TO WS-FORMATO-MONEDA
               DISPLAY "LIBERADO ESTE MES (LPV): " WS-FORMATO-MONEDA.

            LEER-VALOR-UF.
      *        Carga el valor UF vigente desde valores_uf.txt (una
      *        linea por fecha de vigencia); se queda con la ultima
      *        linea cuya fecha ya llego. Sin archivo el valor queda
      *        en cero.
               OPEN INPUT ARCHIVO-VALORES-UF
               IF WS-STATUS-VALORES-UF NOT = "35"
                   MOVE 'N' TO WS-UF-EOF
                   PERFORM UNTIL WS-UF-FIN-ARCHIVO
                       READ ARCHIVO-VALORES-UF
                           AT END
                               MOVE 'S' TO WS-UF-EOF
                           NOT AT END
                               IF UF-FECHA-VIGENCIA NOT > WS-FECHA-HOY
                                   MOVE UF-VALOR TO WS-VALOR-UF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-VALORES-UF
               END-IF.

            CALCULAR-HASH-BITACORA.
      *        Hash encadenado del movimiento que esta cargado en
      *        REGISTRO-BITACORA: mezcla el hash del movimiento
      *        anterior (ancla hash_bitacora.txt) con secuencia,
      *        monto y saldo de esta linea, deja el resultado en
      *        BIT-HASH y avanza el ancla. Cualquier edicion
      *        posterior de una linea rompe la cadena de todo lo que
      *        la sigue.
               MOVE 0 TO WS-HASH-ANTERIOR
               OPEN INPUT ARCHIVO-HASH-BITACORA
               IF WS-STATUS-HASH NOT = "35"
                   READ ARCHIVO-HASH-BITACORA
                       AT END
                           MOVE 0 TO WS-HASH-ANTERIOR
                       NOT AT END
                           MOVE REGISTRO-HASH-BITACORA
                               TO WS-HASH-ANTERIOR
                   END-READ
               END-IF
               CLOSE ARCHIVO-HASH-BITACORA
               MOVE BIT-MONTO TO WS-HASH-MONTO
               MOVE BIT-SALDO TO WS-HASH-SALDO
               COMPUTE BIT-HASH =
                   FUNCTION MOD
                       ((WS-HASH-ANTERIOR * 31)
                       + (BIT-NUM-SECUENCIA * 7)
                       + (WS-HASH-MONTO * 13)
                       + ((WS-HASH-SALDO + 99999999) * 3)
                       + 17, 100000000)
               OPEN OUTPUT ARCHIVO-HASH-BITACORA
               MOVE BIT-HASH TO REGISTRO-HASH-BITACORA
               WRITE REGISTRO-HASH-BITACORA
               CLOSE ARCHIVO-HASH-BITACORA.

            SIGUIENTE-NUMERO-SECUENCIA.
      *        Comparte el mismo contador persistido que
      *        CAJERO-AUTOMATICO, protegido por LOCK MODE AUTOMATIC
      *        para que dos procesos que lo llamen a la vez no puedan
      *        dejar dos movimientos con el mismo numero.
               MOVE "S" TO SEC-CLAVE
               OPEN I-O ARCHIVO-SECUENCIA
               IF WS-STATUS-SECUENCIA = "35"
                   OPEN OUTPUT ARCHIVO-SECUENCIA
                   MOVE "S" TO SEC-CLAVE
                   MOVE 0 TO SEC-ULTIMO-NUMERO
                   WRITE REGISTRO-SECUENCIA
                   CLOSE ARCHIVO-SECUENCIA
                   MOVE "S" TO SEC-CLAVE
                   OPEN I-O ARCHIVO-SECUENCIA
               END-IF
               READ ARCHIVO-SECUENCIA
                   INVALID KEY
                       MOVE 0 TO SEC-ULTIMO-NUMERO
               END-READ
               ADD 1 TO SEC-ULTIMO-NUMERO
               MOVE SEC-ULTIMO-NUMERO TO WS-NUM-SECUENCIA
               REWRITE REGISTRO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA.
       END PROGRAM PROVISIONAR-CARTERA.
