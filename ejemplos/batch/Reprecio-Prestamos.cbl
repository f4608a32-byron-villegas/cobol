      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Batch diario de reprecio de prestamos a tasa
      *          variable: a cada prestamo VAR cuya fecha de reprecio
      *          ya llego le fija la nueva tasa (tasa de referencia
      *          vigente ese dia mas su spread), recalcula el interes
      *          de sus cuotas aun intactas que vencen despues del
      *          reprecio, deja el cambio en historial_prestamos.txt,
      *          avisa al cliente por notificaciones.txt y corre la
      *          fecha de reprecio al siguiente periodo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRECIO-PRESTAMOS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Batch de reprecio de prestamos a tasa variable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PRESTAMOS ASSIGN TO "prestamos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRESTAMO-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PRESTAMOS.
           SELECT ARCHIVO-CUOTAS ASSIGN TO "cuotas_prestamo.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CUOTAS.
           SELECT ARCHIVO-TASAS-REFERENCIA
               ASSIGN TO "tasas_referencia.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TASAS-REFERENCIA.
           SELECT OPTIONAL ARCHIVO-HISTORIAL-PRESTAMOS
               ASSIGN TO "historial_prestamos.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-NOTIFICACIONES ASSIGN TO "notificaciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-PRESTAMOS.
           COPY "PRESTAMO.CPY".
       FD ARCHIVO-CUOTAS.
           COPY "CUOTA-PRESTAMO.CPY".
       FD ARCHIVO-TASAS-REFERENCIA.
           COPY "TASA-REFERENCIA.CPY".
       FD ARCHIVO-HISTORIAL-PRESTAMOS.
           COPY "HISTORIAL-PRESTAMO.CPY".
       FD ARCHIVO-NOTIFICACIONES.
           COPY "NOTIFICACION.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-PRESTAMOS PIC X(2) VALUE "00".
       77 WS-STATUS-CUOTAS PIC X(2) VALUE "00".
       77 WS-ID-TERMINAL PIC X(8) VALUE "BATCHREP".
       77 WS-PRESTAMOS-EOF PIC X VALUE 'N'.
           88 WS-PRESTAMOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-CUOTAS-EOF PIC X VALUE 'N'.
           88 WS-CUOTAS-FIN-ARCHIVO VALUE 'S'.
      *    Tasa variable: tasa de referencia del dia
      *    (tasas_referencia.txt) mas el spread del prestamo, y
      *    fecha del proximo reprecio a tantos meses de una fecha
      *    base (el dia se conserva, o el ultimo del mes si ese mes
      *    es mas corto).
       77 WS-STATUS-TASAS-REFERENCIA PIC X(2) VALUE "00".
       77 WS-REF-CODIGO PIC X(4).
       77 WS-REF-FECHA PIC 9(8).
       77 WS-REF-TASA PIC 9V9(4) VALUE 0.
       77 WS-REF-ENCONTRADA PIC X VALUE 'N'.
           88 REFERENCIA-ENCONTRADA VALUE 'S'.
       77 WS-TASAS-REFERENCIA-EOF PIC X VALUE 'N'.
           88 WS-TASAS-REFERENCIA-FIN VALUE 'S'.
       77 WS-REP-FECHA-BASE PIC 9(8).
       77 WS-REP-MESES PIC 9(2).
       77 WS-REP-FECHA-SIGUIENTE PIC 9(8).
       77 WS-REP-ANIO PIC 9(4).
       77 WS-REP-MES PIC 9(2).
       77 WS-REP-DIA PIC 9(2).
       77 WS-REP-TOTAL-MESES PIC 9(6).
       77 WS-REP-ENTERO-INICIO PIC S9(9) COMP.
       77 WS-REP-ENTERO-FIN PIC S9(9) COMP.
      *    Reprecio del prestamo en curso: fecha en que rige la tasa
      *    nueva (la ultima fecha de reprecio que no es posterior a
      *    hoy, por si el batch no corrio algun dia) y cuotas que se
      *    recalculan, las impagas sin abonos que vencen despues.
       77 WS-FECHA-EFECTIVA PIC 9(8).
       77 WS-TASA-ANTERIOR PIC 9V9(4).
       77 WS-TASA-NUEVA PIC 9V9(4).
       77 WS-TASA-MENSUAL PIC 9V9(6).
       77 WS-SALDO-INSOLUTO PIC 9(8).
       77 WS-PARTE-INTERES PIC 9(8).
       77 WS-CUOTA-DESDE PIC 9(3).
       77 WS-CUOTAS-RECALCULADAS PIC 9(3) COMP.
       77 WS-TASA-PUNTOS-BASE PIC 9(5).
      *    Totales de la corrida.
       77 WS-TOTAL-REVISADOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-REPRECIADOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-SIN-CAMBIO PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-SIN-REFERENCIA PIC 9(6) COMP VALUE 0.
       77 WS-FORMATO-CANTIDAD PIC Z(5)9.
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
       77 WS-FECHA-HOY PIC 9(8).

       PROCEDURE DIVISION.
            DISPLAY "----------- REPRECIO DE PRESTAMOS -----------".

            PERFORM SETEAR-FECHA-ACTUAL.

            PERFORM REVISAR-PRESTAMOS.

            PERFORM IMPRIMIR-TOTALES.

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

            REVISAR-PRESTAMOS.
               OPEN I-O ARCHIVO-PRESTAMOS
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
                          AND PRESTAMO-TASA-VARIABLE
                          AND SALDO-PRESTAMO > 0
                          AND PRESTAMO-FECHA-REPRECIO > 0
                          AND PRESTAMO-FECHA-REPRECIO <= WS-FECHA-HOY
                           PERFORM REPRECIAR-UN-PRESTAMO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

            REPRECIAR-UN-PRESTAMO.
               ADD 1 TO WS-TOTAL-REVISADOS
               PERFORM AVANZAR-FECHA-REPRECIO

               MOVE PRESTAMO-CODIGO-REFERENCIA TO WS-REF-CODIGO
               MOVE WS-FECHA-EFECTIVA TO WS-REF-FECHA
               PERFORM BUSCAR-TASA-REFERENCIA
               IF NOT REFERENCIA-ENCONTRADA
      *            Sin tasa de referencia no se toca el prestamo: la
      *            fecha de reprecio queda igual y se reintenta en la
      *            proxima corrida, cuando tesoreria cargue la tasa.
                   DISPLAY "SIN TASA DE REFERENCIA "
                       PRESTAMO-CODIGO-REFERENCIA " AL "
                       WS-FECHA-EFECTIVA ": PRESTAMO "
                       PRESTAMO-RUT " " NUM-PRESTAMO " NO SE REPRECIA"
                   ADD 1 TO WS-TOTAL-SIN-REFERENCIA
               ELSE
                   MOVE TASA-INTERES TO WS-TASA-ANTERIOR
                   COMPUTE WS-TASA-NUEVA =
                       WS-REF-TASA + PRESTAMO-SPREAD
                   IF WS-TASA-NUEVA = WS-TASA-ANTERIOR
                       ADD 1 TO WS-TOTAL-SIN-CAMBIO
                   ELSE
                       MOVE WS-TASA-NUEVA TO TASA-INTERES
                       PERFORM RECALCULAR-CUOTAS
                       PERFORM GRABAR-HISTORIAL-PRESTAMO
                       PERFORM GRABAR-NOTIFICACION-REPRECIO
                       ADD 1 TO WS-TOTAL-REPRECIADOS
                       DISPLAY "PRESTAMO " PRESTAMO-RUT " "
                           NUM-PRESTAMO " TASA " WS-TASA-ANTERIOR
                           " -> " WS-TASA-NUEVA " CUOTAS "
                           WS-CUOTAS-RECALCULADAS
                   END-IF
                   MOVE WS-REP-FECHA-SIGUIENTE
                       TO PRESTAMO-FECHA-REPRECIO
                   REWRITE PRESTAMO
               END-IF.

            AVANZAR-FECHA-REPRECIO.
      *        Corre la fecha de reprecio de a un periodo hasta pasar
      *        de hoy; la ultima fecha alcanzada que no es posterior
      *        a hoy es la que rige para la tasa nueva.
               MOVE PRESTAMO-FECHA-REPRECIO TO WS-FECHA-EFECTIVA
               MOVE PRESTAMO-FECHA-REPRECIO TO WS-REP-FECHA-SIGUIENTE
               MOVE PRESTAMO-MESES-REPRECIO TO WS-REP-MESES
               IF WS-REP-MESES = 0
                   MOVE 1 TO WS-REP-MESES
               END-IF
               PERFORM UNTIL WS-REP-FECHA-SIGUIENTE > WS-FECHA-HOY
                   MOVE WS-REP-FECHA-SIGUIENTE TO WS-FECHA-EFECTIVA
                   MOVE WS-REP-FECHA-SIGUIENTE TO WS-REP-FECHA-BASE
                   PERFORM CALCULAR-FECHA-REPRECIO
               END-PERFORM.

            RECALCULAR-CUOTAS.
      *        Las cuotas impagas y sin abonos que vencen despues de
      *        la fecha efectiva pasan a la tasa nueva: el capital de
      *        cada una no cambia, el interes es el saldo insoluto de
      *        ese periodo (capital de esa cuota y las siguientes) por
      *        la tasa mensual, y el seguro se mantiene. Una primera
      *        pasada suma el capital pendiente; la segunda reescribe.
               COMPUTE WS-TASA-MENSUAL = WS-TASA-NUEVA / 12
               MOVE 0 TO WS-SALDO-INSOLUTO
               MOVE 0 TO WS-CUOTA-DESDE
               MOVE 0 TO WS-CUOTAS-RECALCULADAS
               OPEN I-O ARCHIVO-CUOTAS
               IF WS-STATUS-CUOTAS NOT = "35"
                   PERFORM POSICIONAR-CUOTAS
                   PERFORM UNTIL WS-CUOTAS-FIN-ARCHIVO
                       PERFORM LEER-CUOTA-DEL-PRESTAMO
                       IF NOT WS-CUOTAS-FIN-ARCHIVO
                          AND CUO-ESTADO = "PEN"
                          AND CUO-MONTO-PAGADO = 0
                          AND CUO-FECHA-VENCIMIENTO > WS-FECHA-EFECTIVA
                           ADD CUO-PARTE-CAPITAL TO WS-SALDO-INSOLUTO
                       END-IF
                   END-PERFORM
                   PERFORM POSICIONAR-CUOTAS
                   PERFORM UNTIL WS-CUOTAS-FIN-ARCHIVO
                       PERFORM LEER-CUOTA-DEL-PRESTAMO
                       IF NOT WS-CUOTAS-FIN-ARCHIVO
                          AND CUO-ESTADO = "PEN"
                          AND CUO-MONTO-PAGADO = 0
                          AND CUO-FECHA-VENCIMIENTO > WS-FECHA-EFECTIVA
                           IF WS-CUOTA-DESDE = 0
                               MOVE CUO-NUM-CUOTA TO WS-CUOTA-DESDE
                           END-IF
                           COMPUTE WS-PARTE-INTERES ROUNDED =
                               WS-SALDO-INSOLUTO * WS-TASA-MENSUAL
                           IF CUO-PARTE-SEGURO NOT NUMERIC
                               MOVE 0 TO CUO-PARTE-SEGURO
                           END-IF
                           MOVE WS-PARTE-INTERES TO CUO-PARTE-INTERES
                           COMPUTE CUO-MONTO-CUOTA =
                               CUO-PARTE-CAPITAL + CUO-PARTE-INTERES
                               + CUO-PARTE-SEGURO
                           REWRITE CUOTA-PRESTAMO
                           SUBTRACT CUO-PARTE-CAPITAL
                               FROM WS-SALDO-INSOLUTO
                           ADD 1 TO WS-CUOTAS-RECALCULADAS
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-CUOTAS
               END-IF.

            POSICIONAR-CUOTAS.
               MOVE 'N' TO WS-CUOTAS-EOF
               MOVE PRESTAMO-RUT TO CUO-RUT
               MOVE NUM-PRESTAMO TO CUO-NUM-PRESTAMO
               MOVE 0 TO CUO-NUM-CUOTA
               START ARCHIVO-CUOTAS
                   KEY IS NOT LESS THAN CUO-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-CUOTAS-EOF
               END-START.

            LEER-CUOTA-DEL-PRESTAMO.
               READ ARCHIVO-CUOTAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-CUOTAS-EOF
                   NOT AT END
                       IF CUO-RUT NOT = PRESTAMO-RUT
                          OR CUO-NUM-PRESTAMO NOT = NUM-PRESTAMO
                           MOVE 'S' TO WS-CUOTAS-EOF
                       END-IF
               END-READ.

            GRABAR-HISTORIAL-PRESTAMO.
               OPEN EXTEND ARCHIVO-HISTORIAL-PRESTAMOS
               MOVE SPACES TO REGISTRO-HISTORIAL-PRESTAMO
               MOVE WS-FECHA-EFECTIVA TO HPR-FECHA
               MOVE PRESTAMO-RUT TO HPR-RUT
               MOVE NUM-PRESTAMO TO HPR-NUM-PRESTAMO
               MOVE "REP" TO HPR-EVENTO
               MOVE WS-TASA-ANTERIOR TO HPR-TASA-ANTERIOR
               MOVE WS-TASA-NUEVA TO HPR-TASA-NUEVA
               MOVE PRESTAMO-CODIGO-REFERENCIA TO HPR-CODIGO-REFERENCIA
               MOVE WS-REF-TASA TO HPR-TASA-REFERENCIA
               MOVE PRESTAMO-SPREAD TO HPR-SPREAD
               MOVE WS-CUOTA-DESDE TO HPR-CUOTA-DESDE
               WRITE REGISTRO-HISTORIAL-PRESTAMO
               CLOSE ARCHIVO-HISTORIAL-PRESTAMOS.

            GRABAR-NOTIFICACION-REPRECIO.
      *        El aviso lleva el numero del prestamo en lugar de la
      *        cuenta y la tasa nueva en puntos base en lugar del
      *        saldo; el despachador arma el texto del reprecio.
               COMPUTE WS-TASA-PUNTOS-BASE = WS-TASA-NUEVA * 10000
               OPEN EXTEND ARCHIVO-NOTIFICACIONES
               MOVE SPACES TO REGISTRO-NOTIFICACION
               MOVE PRESTAMO-RUT TO NOT-RUT
               MOVE NUM-PRESTAMO TO NOT-NUM-CUENTA
               MOVE "RPR" TO NOT-OPERACION
               MOVE WS-TASA-PUNTOS-BASE TO NOT-SALDO-NUEVO
               MOVE WS-FECHAYHORA-FORMATEADA TO NOT-FECHAYHORA
               MOVE WS-ID-TERMINAL TO NOT-ID-TERMINAL
               MOVE "PEN" TO NOT-ESTADO
               MOVE 0 TO NOT-REINTENTOS
               WRITE REGISTRO-NOTIFICACION AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-NOTIFICACIONES.

            IMPRIMIR-TOTALES.
               DISPLAY "--------------------------------------------"
               MOVE WS-TOTAL-REVISADOS TO WS-FORMATO-CANTIDAD
               DISPLAY "PRESTAMOS CON REPRECIO VENCIDO: "
                   WS-FORMATO-CANTIDAD
               MOVE WS-TOTAL-REPRECIADOS TO WS-FORMATO-CANTIDAD
               DISPLAY "REPRECIADOS CON CAMBIO DE TASA: "
                   WS-FORMATO-CANTIDAD
               MOVE WS-TOTAL-SIN-CAMBIO TO WS-FORMATO-CANTIDAD
               DISPLAY "SIN CAMBIO DE TASA:             "
                   WS-FORMATO-CANTIDAD
               MOVE WS-TOTAL-SIN-REFERENCIA TO WS-FORMATO-CANTIDAD
               DISPLAY "SIN TASA DE REFERENCIA:         "
                   WS-FORMATO-CANTIDAD.

            BUSCAR-TASA-REFERENCIA.
      *        Tasa de referencia WS-REF-CODIGO que rige el dia
      *        WS-REF-FECHA: las filas del codigo se leen en orden de
      *        fecha, asi que la ultima que no es posterior a ese dia
      *        es la vigente.
               MOVE 'N' TO WS-REF-ENCONTRADA
               MOVE 0 TO WS-REF-TASA
               OPEN INPUT ARCHIVO-TASAS-REFERENCIA
               IF WS-STATUS-TASAS-REFERENCIA NOT = "35"
                   MOVE WS-REF-CODIGO TO REF-CODIGO
                   MOVE 0 TO REF-FECHA
                   MOVE 'N' TO WS-TASAS-REFERENCIA-EOF
                   START ARCHIVO-TASAS-REFERENCIA
                       KEY IS NOT LESS THAN REF-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-TASAS-REFERENCIA-EOF
                   END-START
                   PERFORM UNTIL WS-TASAS-REFERENCIA-FIN
                       READ ARCHIVO-TASAS-REFERENCIA NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-TASAS-REFERENCIA-EOF
                           NOT AT END
                               IF REF-CODIGO NOT = WS-REF-CODIGO
                                  OR REF-FECHA > WS-REF-FECHA
                                   MOVE 'S' TO WS-TASAS-REFERENCIA-EOF
                               ELSE
                                   MOVE 'S' TO WS-REF-ENCONTRADA
                                   MOVE REF-TASA-ANUAL TO WS-REF-TASA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TASAS-REFERENCIA
               END-IF.

            CALCULAR-FECHA-REPRECIO.
      *        WS-REP-FECHA-SIGUIENTE = WS-REP-FECHA-BASE mas
      *        WS-REP-MESES meses calendario, con el mismo dia del
      *        mes o el ultimo dia si el mes de llegada es mas corto.
               COMPUTE WS-REP-ANIO = WS-REP-FECHA-BASE / 10000
               COMPUTE WS-REP-MES =
                   FUNCTION MOD(WS-REP-FECHA-BASE / 100, 100)
               COMPUTE WS-REP-DIA =
                   FUNCTION MOD(WS-REP-FECHA-BASE, 100)
               COMPUTE WS-REP-TOTAL-MESES =
                   (WS-REP-ANIO * 12) + WS-REP-MES - 1 + WS-REP-MESES
               COMPUTE WS-REP-ANIO = WS-REP-TOTAL-MESES / 12
               COMPUTE WS-REP-MES =
                   WS-REP-TOTAL-MESES - (WS-REP-ANIO * 12) + 1
               COMPUTE WS-REP-ENTERO-INICIO =
                   FUNCTION INTEGER-OF-DATE
                       ((WS-REP-ANIO * 10000) + (WS-REP-MES * 100) + 1)
               IF WS-REP-MES = 12
                   COMPUTE WS-REP-ENTERO-FIN =
                       FUNCTION INTEGER-OF-DATE
                           (((WS-REP-ANIO + 1) * 10000) + 101) - 1
               ELSE
                   COMPUTE WS-REP-ENTERO-FIN =
                       FUNCTION INTEGER-OF-DATE
                           ((WS-REP-ANIO * 10000)
                            + ((WS-REP-MES + 1) * 100) + 1) - 1
               END-IF
               IF WS-REP-ENTERO-INICIO + WS-REP-DIA - 1
                  < WS-REP-ENTERO-FIN
                   COMPUTE WS-REP-ENTERO-FIN =
                       WS-REP-ENTERO-INICIO + WS-REP-DIA - 1
               END-IF
               COMPUTE WS-REP-FECHA-SIGUIENTE =
                   FUNCTION DATE-OF-INTEGER(WS-REP-ENTERO-FIN).
       END PROGRAM REPRECIO-PRESTAMOS.
