      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Posicion neta de liquidacion interbancaria por ciclo
      *          de camara y por dia: neta las transferencias
      *          recibidas (camara_entrada.txt) contra las enviadas
      *          (enviados_camara.txt), los cheques depositados que
      *          cobramos a otros bancos (cheques_pendientes.txt)
      *          contra los cheques propios que nos presentaron y
      *          pagamos (cheques_pagados.txt), y las devoluciones en
      *          ambos sentidos: transferencias nuestras devueltas
      *          por el banco destino, abonos recibidos que
      *          rechazamos (camara_rechazos.txt) y cheques
      *          depositados que el banco girado devolvio
      *          (devueltos_entrada.txt). Los documentos se
      *          liquidan en el ciclo 1. Deja la cifra esperada de
      *          cada ciclo en posicion_liquidacion.txt para que
      *          IMPORTAR-ESTADO-BCENTRAL la concilie contra la
      *          cartola del banco central, y avisa a tesoreria
      *          cuando la posicion del dia es deudora para fondear
      *          la cuenta de liquidacion antes del cargo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICION-LIQUIDACION.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Posicion de liquidacion interbancaria por ciclo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-CAMARA-ENTRADA
               ASSIGN TO "camara_entrada.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAMARA.
           SELECT OPTIONAL ARCHIVO-RECHAZOS
               ASSIGN TO "camara_rechazos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RECHAZOS.
           SELECT ARCHIVO-ENVIOS ASSIGN TO "enviados_camara.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENV-REFERENCIA
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-ENVIOS.
           SELECT ARCHIVO-CHEQUES ASSIGN TO "cheques_pendientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CHEQUES.
           SELECT ARCHIVO-CHEQUES-PAGADOS
               ASSIGN TO "cheques_pagados.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PAGADOS.
           SELECT OPTIONAL ARCHIVO-DEVUELTOS
               ASSIGN TO "devueltos_entrada.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEVUELTOS.
           SELECT ARCHIVO-POSICIONES
               ASSIGN TO "posicion_liquidacion.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-POSICIONES.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CAMARA-ENTRADA.
           COPY "CAMARA.CPY".
      *    Linea de camara_rechazos.txt: el registro de camara
      *    rechazado tal como llego (fecha, monto y ciclo en sus
      *    posiciones de CAMARA.CPY) seguido del motivo.
       FD ARCHIVO-RECHAZOS.
       01 REGISTRO-RECHAZO.
          05 RCH-FECHA PIC 9(8).
          05 FILLER PIC X(31).
          05 RCH-MONTO PIC 9(8).
          05 FILLER PIC X(23).
          05 RCH-CICLO PIC X(1).
          05 FILLER PIC X.
          05 RCH-MOTIVO PIC X(30).
       FD ARCHIVO-ENVIOS.
           COPY "ENVIO-CAMARA.CPY".
       FD ARCHIVO-CHEQUES.
           COPY "CHEQUE.CPY".
       FD ARCHIVO-CHEQUES-PAGADOS.
           COPY "CHEQUE-PAGADO.CPY".
       FD ARCHIVO-DEVUELTOS.
       01 REGISTRO-DEVUELTO.
          05 DEV-RUT PIC X(10).
          05 FILLER PIC X.
          05 DEV-NUM-CUENTA PIC 9(3).
          05 FILLER PIC X.
          05 DEV-NUM-CHEQUE PIC 9(10).
          05 FILLER PIC X.
          05 DEV-MOTIVO PIC X(20).
       FD ARCHIVO-POSICIONES.
           COPY "POSICION-LIQUIDACION.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-CAMARA PIC X(2) VALUE "00".
       77 WS-STATUS-RECHAZOS PIC X(2) VALUE "00".
       77 WS-STATUS-ENVIOS PIC X(2) VALUE "00".
       77 WS-STATUS-CHEQUES PIC X(2) VALUE "00".
       77 WS-STATUS-PAGADOS PIC X(2) VALUE "00".
       77 WS-STATUS-DEVUELTOS PIC X(2) VALUE "00".
       77 WS-STATUS-POSICIONES PIC X(2) VALUE "00".
       77 WS-ARCHIVO-EOF PIC X VALUE 'N'.
           88 WS-FIN-ARCHIVO VALUE 'S'.
       77 WS-FECHA-POSICION PIC 9(8).
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).
      *    Ciclo de camara del item en curso: el campo viene en
      *    texto y en blanco o cero en las lineas antiguas, que se
      *    liquidan en el ciclo 1 igual que los documentos.
       77 WS-CICLO-TEXTO PIC X(1).
       77 WS-CICLO-ITEM PIC 9(1).
       77 WS-IDX PIC 9(2) COMP.
       77 WS-TOTAL-CICLOS-GRABADOS PIC 9(2) COMP VALUE 0.
       77 WS-TOTAL-DEVUELTOS-SIN-CALZAR PIC 9(6) COMP VALUE 0.
       77 WS-FORMATO-MONEDA PIC -(11)9.
      *    Acumuladores por ciclo (1 a 9): lo que nos pagan los
      *    otros bancos, lo que les pagamos, y el neto resultante.
       01 WS-TABLA-CICLOS.
          05 WS-CICLO OCCURS 9 TIMES.
             10 WS-CIC-TRB-RECIBIDAS PIC 9(12).
             10 WS-CIC-CHEQUES-DEPOSITADOS PIC 9(12).
             10 WS-CIC-TRB-DEVUELTAS PIC 9(12).
             10 WS-CIC-TRB-ENVIADAS PIC 9(12).
             10 WS-CIC-CHEQUES-PAGADOS PIC 9(12).
             10 WS-CIC-ABONOS-RECHAZADOS PIC 9(12).
             10 WS-CIC-CHEQUES-DEVUELTOS PIC 9(12).
             10 WS-CIC-A-RECIBIR PIC 9(12).
             10 WS-CIC-A-PAGAR PIC 9(12).
             10 WS-CIC-NETO PIC S9(12).
      *    Totales del dia.
       01 WS-TOTALES-DIA.
          05 WS-DIA-A-RECIBIR PIC 9(12) VALUE 0.
          05 WS-DIA-A-PAGAR PIC 9(12) VALUE 0.
          05 WS-DIA-NETO PIC S9(12) VALUE 0.

       PROCEDURE DIVISION.
            DISPLAY "---- POSICION DE LIQUIDACION INTERBANCARIA ----".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            DISPLAY
                "FECHA DE LIQUIDACION (AAAAMMDD, ENTER PARA HOY): ".
            ACCEPT WS-FECHA-POSICION.

            IF WS-FECHA-POSICION NOT NUMERIC
               OR WS-FECHA-POSICION = 0 THEN
                MOVE WS-FECHA-HOY TO WS-FECHA-POSICION
            END-IF.

            INITIALIZE WS-TABLA-CICLOS.

            PERFORM SUMAR-TRANSFERENCIAS-RECIBIDAS.

            PERFORM SUMAR-ABONOS-RECHAZADOS.

            PERFORM SUMAR-TRANSFERENCIAS-ENVIADAS.

            PERFORM SUMAR-CHEQUES-DEPOSITADOS.

            PERFORM SUMAR-CHEQUES-PAGADOS.

            PERFORM SUMAR-CHEQUES-DEVUELTOS.

            PERFORM CALCULAR-NETOS.

            PERFORM GRABAR-POSICIONES.

            PERFORM IMPRIMIR-POSICION.

            STOP RUN.

            UBICAR-CICLO.
      *        Lleva el ciclo de texto del item a un subindice
      *        valido de la tabla.
               IF WS-CICLO-TEXTO NUMERIC
                  AND WS-CICLO-TEXTO NOT = "0"
                   MOVE WS-CICLO-TEXTO TO WS-CICLO-ITEM
               ELSE
                   MOVE 1 TO WS-CICLO-ITEM
               END-IF.

            SUMAR-TRANSFERENCIAS-RECIBIDAS.
      *        Abonos interbancarios que la camara nos entrego para
      *        la fecha, por su ciclo (sin cabecera ni cola).
               MOVE 'N' TO WS-ARCHIVO-EOF
               OPEN INPUT ARCHIVO-CAMARA-ENTRADA
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-CAMARA-ENTRADA
                       AT END
                           MOVE 'S' TO WS-ARCHIVO-EOF
                       NOT AT END
                           IF REGISTRO-CAMARA NOT = SPACES
                              AND REGISTRO-CAMARA(1:3) NOT = "HDR"
                              AND REGISTRO-CAMARA(1:3) NOT = "TRL"
                              AND CAM-FECHA = WS-FECHA-POSICION
                               MOVE REGISTRO-CAMARA(71:1)
                                   TO WS-CICLO-TEXTO
                               PERFORM UBICAR-CICLO
                               ADD CAM-MONTO
                                   TO WS-CIC-TRB-RECIBIDAS
                                       (WS-CICLO-ITEM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CAMARA-ENTRADA.

            SUMAR-ABONOS-RECHAZADOS.
      *        Abonos recibidos que no pudimos aplicar: vuelven al
      *        banco ordenante en el mismo ciclo en que llegaron.
               MOVE 'N' TO WS-ARCHIVO-EOF
               OPEN INPUT ARCHIVO-RECHAZOS
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-RECHAZOS
                       AT END
                           MOVE 'S' TO WS-ARCHIVO-EOF
                       NOT AT END
                           IF RCH-FECHA NUMERIC
                              AND RCH-FECHA = WS-FECHA-POSICION
                              AND RCH-MONTO NUMERIC
                               MOVE RCH-CICLO TO WS-CICLO-TEXTO
                               PERFORM UBICAR-CICLO
                               ADD RCH-MONTO
                                   TO WS-CIC-ABONOS-RECHAZADOS
                                       (WS-CICLO-ITEM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-RECHAZOS.

            SUMAR-TRANSFERENCIAS-ENVIADAS.
      *        Lo entregado a la camara en la fecha, por el ciclo
      *        en que viajo, y las transferencias nuestras que el
      *        banco destino devolvio en la fecha (la devolucion
      *        llega en el primer intercambio).
               MOVE 'N' TO WS-ARCHIVO-EOF
               OPEN INPUT ARCHIVO-ENVIOS
               IF WS-STATUS-ENVIOS = "35"
                   MOVE 'S' TO WS-ARCHIVO-EOF
               END-IF
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-ENVIOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-ARCHIVO-EOF
                       NOT AT END
                           IF ENV-FECHA-ENVIO = WS-FECHA-POSICION
                               MOVE ENV-CICLO TO WS-CICLO-TEXTO
                               PERFORM UBICAR-CICLO
                               ADD ENV-MONTO
                                   TO WS-CIC-TRB-ENVIADAS
                                       (WS-CICLO-ITEM)
                           END-IF
                           IF ENV-FUE-DEVUELTO
                              AND ENV-FECHA-RESPUESTA
                                  = WS-FECHA-POSICION
                               ADD ENV-MONTO TO WS-CIC-TRB-DEVUELTAS(1)
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-STATUS-ENVIOS NOT = "35"
                   CLOSE ARCHIVO-ENVIOS
               END-IF.

            SUMAR-CHEQUES-DEPOSITADOS.
      *        Cheques de otros bancos depositados en la fecha: van
      *        a cobro en el canje de documentos del ciclo 1.
               MOVE 'N' TO WS-ARCHIVO-EOF
               OPEN INPUT ARCHIVO-CHEQUES
               IF WS-STATUS-CHEQUES = "35"
                   MOVE 'S' TO WS-ARCHIVO-EOF
               END-IF
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-CHEQUES NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-ARCHIVO-EOF
                       NOT AT END
                           IF CHQ-FECHA-DEPOSITO = WS-FECHA-POSICION
                               ADD CHQ-MONTO
                                   TO WS-CIC-CHEQUES-DEPOSITADOS(1)
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-STATUS-CHEQUES NOT = "35"
                   CLOSE ARCHIVO-CHEQUES
               END-IF.

            SUMAR-CHEQUES-PAGADOS.
      *        Cheques propios que otros bancos nos presentaron y
      *        pagamos en la fecha.
               MOVE 'N' TO WS-ARCHIVO-EOF
               OPEN INPUT ARCHIVO-CHEQUES-PAGADOS
               IF WS-STATUS-PAGADOS = "35"
                   MOVE 'S' TO WS-ARCHIVO-EOF
               END-IF
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-CHEQUES-PAGADOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-ARCHIVO-EOF
                       NOT AT END
                           IF CPG-FECHA-PAGO = WS-FECHA-POSICION
                               ADD CPG-MONTO
                                   TO WS-CIC-CHEQUES-PAGADOS(1)
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-STATUS-PAGADOS NOT = "35"
                   CLOSE ARCHIVO-CHEQUES-PAGADOS
               END-IF.

            SUMAR-CHEQUES-DEVUELTOS.
      *        devueltos_entrada.txt es el archivo del dia y no trae
      *        fecha ni monto: solo cuenta para la posicion de hoy,
      *        y el monto de cada cheque sale del libro de canje.
               IF WS-FECHA-POSICION = WS-FECHA-HOY
                   MOVE 'N' TO WS-ARCHIVO-EOF
                   OPEN INPUT ARCHIVO-CHEQUES
                   IF WS-STATUS-CHEQUES = "35"
                       MOVE 'S' TO WS-ARCHIVO-EOF
                   ELSE
                       OPEN INPUT ARCHIVO-DEVUELTOS
                   END-IF
                   PERFORM UNTIL WS-FIN-ARCHIVO
                       READ ARCHIVO-DEVUELTOS
                           AT END
                               MOVE 'S' TO WS-ARCHIVO-EOF
                           NOT AT END
                               IF DEV-NUM-CHEQUE NUMERIC
                                   PERFORM SUMAR-UN-CHEQUE-DEVUELTO
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-STATUS-CHEQUES NOT = "35"
                       CLOSE ARCHIVO-DEVUELTOS
                       CLOSE ARCHIVO-CHEQUES
                   END-IF
               END-IF.

            SUMAR-UN-CHEQUE-DEVUELTO.
               MOVE DEV-RUT TO CHQ-RUT
               MOVE DEV-NUM-CUENTA TO CHQ-NUM-CUENTA
               MOVE DEV-NUM-CHEQUE TO CHQ-NUM-CHEQUE
               READ ARCHIVO-CHEQUES
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-DEVUELTOS-SIN-CALZAR
                   NOT INVALID KEY
                       ADD CHQ-MONTO TO WS-CIC-CHEQUES-DEVUELTOS(1)
               END-READ.

            CALCULAR-NETOS.
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
                   COMPUTE WS-CIC-A-RECIBIR(WS-IDX) =
                       WS-CIC-TRB-RECIBIDAS(WS-IDX)
                       + WS-CIC-CHEQUES-DEPOSITADOS(WS-IDX)
                       + WS-CIC-TRB-DEVUELTAS(WS-IDX)
                   COMPUTE WS-CIC-A-PAGAR(WS-IDX) =
                       WS-CIC-TRB-ENVIADAS(WS-IDX)
                       + WS-CIC-CHEQUES-PAGADOS(WS-IDX)
                       + WS-CIC-ABONOS-RECHAZADOS(WS-IDX)
                       + WS-CIC-CHEQUES-DEVUELTOS(WS-IDX)
                   COMPUTE WS-CIC-NETO(WS-IDX) =
                       WS-CIC-A-RECIBIR(WS-IDX)
                       - WS-CIC-A-PAGAR(WS-IDX)
                   ADD WS-CIC-A-RECIBIR(WS-IDX) TO WS-DIA-A-RECIBIR
                   ADD WS-CIC-A-PAGAR(WS-IDX) TO WS-DIA-A-PAGAR
               END-PERFORM
               COMPUTE WS-DIA-NETO = WS-DIA-A-RECIBIR - WS-DIA-A-PAGAR.

            GRABAR-POSICIONES.
      *        Cada ciclo con movimiento deja su cifra esperada. Si
      *        la posicion ya existia (corrida repetida) se
      *        actualizan las cifras y se conserva lo ya conciliado.
               OPEN I-O ARCHIVO-POSICIONES
               IF WS-STATUS-POSICIONES = "35"
                   OPEN OUTPUT ARCHIVO-POSICIONES
                   CLOSE ARCHIVO-POSICIONES
                   OPEN I-O ARCHIVO-POSICIONES
               END-IF
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
                   IF WS-CIC-A-RECIBIR(WS-IDX) NOT = 0
                      OR WS-CIC-A-PAGAR(WS-IDX) NOT = 0
                       PERFORM GRABAR-UNA-POSICION
                   END-IF
               END-PERFORM
               CLOSE ARCHIVO-POSICIONES.

            GRABAR-UNA-POSICION.
               MOVE WS-FECHA-POSICION TO POS-FECHA
               MOVE WS-IDX TO POS-CICLO
               READ ARCHIVO-POSICIONES
                   INVALID KEY
                       MOVE "PEN" TO POS-ESTADO
                       MOVE 0 TO POS-MONTO-BCENTRAL
                       MOVE 0 TO POS-FECHA-CONCILIACION
               END-READ
               MOVE WS-CIC-TRB-RECIBIDAS(WS-IDX) TO POS-TRB-RECIBIDAS
               MOVE WS-CIC-CHEQUES-DEPOSITADOS(WS-IDX)
                   TO POS-CHEQUES-DEPOSITADOS
               MOVE WS-CIC-TRB-DEVUELTAS(WS-IDX) TO POS-TRB-DEVUELTAS
               MOVE WS-CIC-TRB-ENVIADAS(WS-IDX) TO POS-TRB-ENVIADAS
               MOVE WS-CIC-CHEQUES-PAGADOS(WS-IDX)
                   TO POS-CHEQUES-PAGADOS
               MOVE WS-CIC-ABONOS-RECHAZADOS(WS-IDX)
                   TO POS-ABONOS-RECHAZADOS
               MOVE WS-CIC-CHEQUES-DEVUELTOS(WS-IDX)
                   TO POS-CHEQUES-DEVUELTOS
               MOVE WS-CIC-NETO(WS-IDX) TO POS-NETO
               WRITE POSICION-LIQUIDACION
                   INVALID KEY
                       REWRITE POSICION-LIQUIDACION
               END-WRITE
               ADD 1 TO WS-TOTAL-CICLOS-GRABADOS.

            IMPRIMIR-POSICION.
               DISPLAY "FECHA: " WS-FECHA-POSICION
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
                   IF WS-CIC-A-RECIBIR(WS-IDX) NOT = 0
                      OR WS-CIC-A-PAGAR(WS-IDX) NOT = 0
                       PERFORM IMPRIMIR-UN-CICLO
                   END-IF
               END-PERFORM

               DISPLAY "------------- TOTAL DEL DIA -------------"
               MOVE WS-DIA-A-RECIBIR TO WS-FORMATO-MONEDA
               DISPLAY "A RECIBIR DE OTROS BANCOS: " WS-FORMATO-MONEDA
               MOVE WS-DIA-A-PAGAR TO WS-FORMATO-MONEDA
               DISPLAY "A PAGAR A OTROS BANCOS:    " WS-FORMATO-MONEDA
               MOVE WS-DIA-NETO TO WS-FORMATO-MONEDA
               DISPLAY "POSICION NETA DEL DIA:     " WS-FORMATO-MONEDA
               DISPLAY "CICLOS CON POSICION: " WS-TOTAL-CICLOS-GRABADOS
               IF WS-TOTAL-DEVUELTOS-SIN-CALZAR > 0
                   DISPLAY
                       "CHEQUES DEVUELTOS SIN CALZAR (FUERA DE LA "
                       "POSICION): " WS-TOTAL-DEVUELTOS-SIN-CALZAR
               END-IF
               IF WS-DIA-NETO < 0
                   DISPLAY
                       "*** POSICION DEUDORA: TESORERIA DEBE FONDEAR "
                       "LA CUENTA DE LIQUIDACION ***"
               END-IF.

            IMPRIMIR-UN-CICLO.
               DISPLAY "---------------- CICLO " WS-IDX
                   " ----------------"
               MOVE WS-CIC-TRB-RECIBIDAS(WS-IDX) TO WS-FORMATO-MONEDA
               DISPLAY "TRANSFERENCIAS RECIBIDAS:  " WS-FORMATO-MONEDA
               MOVE WS-CIC-CHEQUES-DEPOSITADOS(WS-IDX)
                   TO WS-FORMATO-MONEDA
               DISPLAY "CHEQUES DEPOSITADOS:       " WS-FORMATO-MONEDA
               MOVE WS-CIC-TRB-DEVUELTAS(WS-IDX) TO WS-FORMATO-MONEDA
               DISPLAY "TRANSFERENCIAS DEVUELTAS:  " WS-FORMATO-MONEDA
               MOVE WS-CIC-TRB-ENVIADAS(WS-IDX) TO WS-FORMATO-MONEDA
               DISPLAY "TRANSFERENCIAS ENVIADAS:   " WS-FORMATO-MONEDA
               MOVE WS-CIC-CHEQUES-PAGADOS(WS-IDX)
                   TO WS-FORMATO-MONEDA
               DISPLAY "CHEQUES PRESENTADOS:       " WS-FORMATO-MONEDA
               MOVE WS-CIC-ABONOS-RECHAZADOS(WS-IDX)
                   TO WS-FORMATO-MONEDA
               DISPLAY "ABONOS RECHAZADOS:         " WS-FORMATO-MONEDA
               MOVE WS-CIC-CHEQUES-DEVUELTOS(WS-IDX)
                   TO WS-FORMATO-MONEDA
               DISPLAY "CHEQUES DEPOSITADOS DEV.:  " WS-FORMATO-MONEDA
               MOVE WS-CIC-NETO(WS-IDX) TO WS-FORMATO-MONEDA
               DISPLAY "POSICION NETA DEL CICLO:   " WS-FORMATO-MONEDA
               IF WS-CIC-NETO(WS-IDX) < 0
                   DISPLAY "CICLO DEUDOR"
               END-IF.
       END PROGRAM POSICION-LIQUIDACION.
