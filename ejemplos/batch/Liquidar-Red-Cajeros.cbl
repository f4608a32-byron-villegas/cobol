      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Batch diario de liquidacion con la red de cajeros:
      *          recorre los giros pendientes de giros_red.txt, les
      *          fija el intercambio del tarifario (codigo ITC, monto
      *          por giro que el banco emisor paga al dueno del
      *          cajero) y los deja LIQ. Los giros ADQ (tarjetas de
      *          otros bancos en nuestros cajeros) son lo que la red
      *          nos debe: monto mas intercambio. Los EMI (nuestros
      *          clientes en cajeros ajenos) son lo que debemos:
      *          monto mas intercambio. liquidacion_red.txt lleva el
      *          detalle de cada giro y el neto del dia, positivo si
      *          la red nos paga y negativo si le pagamos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAR-RED-CAJEROS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Liquidacion diaria de giros con la red de cajeros.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-GIROS-RED ASSIGN TO "giros_red.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-GIROS-RED.
           SELECT ARCHIVO-TARIFAS ASSIGN TO "tarifas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARIFAS.
           SELECT ARCHIVO-LIQUIDACION ASSIGN TO "liquidacion_red.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-GIROS-RED.
           COPY "GIRO-RED.CPY".
       FD ARCHIVO-TARIFAS.
           COPY "TARIFA.CPY".
       FD ARCHIVO-LIQUIDACION.
       01 REGISTRO-LIQUIDACION.
          05 LIQ-SENTIDO PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 LIQ-REFERENCIA PIC X(18).
          05 FILLER PIC X VALUE SPACE.
          05 LIQ-NUM-TARJETA PIC 9(16).
          05 FILLER PIC X VALUE SPACE.
          05 LIQ-ID-CAJERO PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 LIQ-FECHA PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 LIQ-MONTO PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 LIQ-INTERCAMBIO PIC 9(6).
       01 REGISTRO-LIQUIDACION-TOTAL.
          05 LQT-TIPO PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 LQT-FECHA PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 LQT-CONCEPTO PIC X(24).
          05 FILLER PIC X VALUE SPACE.
          05 LQT-CANTIDAD PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 LQT-MONTO PIC -(11)9.
       WORKING-STORAGE SECTION.
       77 WS-STATUS-GIROS-RED PIC X(2) VALUE "00".
       77 WS-STATUS-TARIFAS PIC X(2) VALUE "00".
       77 WS-GIROS-RED-EOF PIC X VALUE 'N'.
           88 WS-GIROS-RED-FIN-ARCHIVO VALUE 'S'.
      *    Intercambio por giro (tarifa ITC); cero si el tarifario no
      *    lo define, con lo que solo se liquidan los montos girados.
       77 WS-TARIFA-ITC-MONTO PIC 9(6) VALUE 0.
       77 WS-CANTIDAD-ADQ PIC 9(6) VALUE 0.
       77 WS-CANTIDAD-EMI PIC 9(6) VALUE 0.
       77 WS-MONTO-ADQ PIC 9(11) VALUE 0.
       77 WS-MONTO-EMI PIC 9(11) VALUE 0.
       77 WS-INTERCAMBIO-ADQ PIC 9(11) VALUE 0.
       77 WS-INTERCAMBIO-EMI PIC 9(11) VALUE 0.
       77 WS-TOTAL-POR-COBRAR PIC 9(11) VALUE 0.
       77 WS-TOTAL-POR-PAGAR PIC 9(11) VALUE 0.
       77 WS-NETO-RED PIC S9(11) VALUE 0.
       77 WS-FORMATO-MONEDA PIC -(11)9.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).

       PROCEDURE DIVISION.
            DISPLAY "------ LIQUIDACION DE LA RED DE CAJEROS ------".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            PERFORM CARGAR-TARIFA-ITC.

            OPEN OUTPUT ARCHIVO-LIQUIDACION.
            PERFORM LIQUIDAR-PENDIENTES.
            PERFORM GRABAR-TOTALES.
            CLOSE ARCHIVO-LIQUIDACION.

            DISPLAY "GIROS DE OTROS BANCOS EN NUESTROS CAJEROS: "
                WS-CANTIDAD-ADQ.
            MOVE WS-TOTAL-POR-COBRAR TO WS-FORMATO-MONEDA.
            DISPLAY "  POR COBRAR A LA RED: " WS-FORMATO-MONEDA.
            DISPLAY "GIROS DE CLIENTES EN CAJEROS AJENOS: "
                WS-CANTIDAD-EMI.
            MOVE WS-TOTAL-POR-PAGAR TO WS-FORMATO-MONEDA.
            DISPLAY "  POR PAGAR A LA RED: " WS-FORMATO-MONEDA.
            MOVE WS-NETO-RED TO WS-FORMATO-MONEDA.
            DISPLAY "NETO DE LA LIQUIDACION: " WS-FORMATO-MONEDA.

            STOP RUN.

            CARGAR-TARIFA-ITC.
               OPEN INPUT ARCHIVO-TARIFAS
               IF WS-STATUS-TARIFAS = "35"
                   DISPLAY "NO EXISTE TARIFARIO (tarifas.txt)"
               ELSE
                   MOVE "ITC" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TAR-MONTO TO WS-TARIFA-ITC-MONTO
                   END-READ
                   CLOSE ARCHIVO-TARIFAS
               END-IF.

            LIQUIDAR-PENDIENTES.
               OPEN I-O ARCHIVO-GIROS-RED
               IF WS-STATUS-GIROS-RED = "35"
                   DISPLAY "NO HAY GIROS DE RED REGISTRADOS"
               ELSE
                   MOVE 'N' TO WS-GIROS-RED-EOF
                   PERFORM UNTIL WS-GIROS-RED-FIN-ARCHIVO
                       READ ARCHIVO-GIROS-RED NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-GIROS-RED-EOF
                       END-READ
                       IF NOT WS-GIROS-RED-FIN-ARCHIVO
                          AND GRD-ESTA-PENDIENTE
                           PERFORM LIQUIDAR-UN-GIRO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-GIROS-RED
               END-IF.

            LIQUIDAR-UN-GIRO.
               MOVE WS-TARIFA-ITC-MONTO TO GRD-INTERCAMBIO
               MOVE WS-FECHA-HOY TO GRD-FECHA-LIQUIDACION
               MOVE "LIQ" TO GRD-ESTADO
               REWRITE GIRO-RED
               IF GRD-ES-ADQUIRENTE
                   ADD 1 TO WS-CANTIDAD-ADQ
                   ADD GRD-MONTO TO WS-MONTO-ADQ
                   ADD GRD-INTERCAMBIO TO WS-INTERCAMBIO-ADQ
               ELSE
                   ADD 1 TO WS-CANTIDAD-EMI
                   ADD GRD-MONTO TO WS-MONTO-EMI
                   ADD GRD-INTERCAMBIO TO WS-INTERCAMBIO-EMI
               END-IF
               MOVE SPACES TO REGISTRO-LIQUIDACION
               MOVE GRD-SENTIDO TO LIQ-SENTIDO
               MOVE GRD-REFERENCIA TO LIQ-REFERENCIA
               MOVE GRD-NUM-TARJETA TO LIQ-NUM-TARJETA
               MOVE GRD-ID-CAJERO TO LIQ-ID-CAJERO
               MOVE GRD-FECHA TO LIQ-FECHA
               MOVE GRD-MONTO TO LIQ-MONTO
               MOVE GRD-INTERCAMBIO TO LIQ-INTERCAMBIO
               WRITE REGISTRO-LIQUIDACION AFTER ADVANCING 1 LINE.

            GRABAR-TOTALES.
      *        Cola de la liquidacion: una linea TOT por concepto y
      *        el neto NET, que es el monto a transferir con la red.
               COMPUTE WS-TOTAL-POR-COBRAR =
                   WS-MONTO-ADQ + WS-INTERCAMBIO-ADQ
               COMPUTE WS-TOTAL-POR-PAGAR =
                   WS-MONTO-EMI + WS-INTERCAMBIO-EMI
               COMPUTE WS-NETO-RED =
                   WS-TOTAL-POR-COBRAR - WS-TOTAL-POR-PAGAR

               MOVE SPACES TO REGISTRO-LIQUIDACION-TOTAL
               MOVE "TOT" TO LQT-TIPO
               MOVE WS-FECHA-HOY TO LQT-FECHA
               MOVE "GIROS ADQ POR COBRAR" TO LQT-CONCEPTO
               MOVE WS-CANTIDAD-ADQ TO LQT-CANTIDAD
               MOVE WS-MONTO-ADQ TO LQT-MONTO
               WRITE REGISTRO-LIQUIDACION-TOTAL AFTER ADVANCING 1 LINE

               MOVE "INTERCAMBIO POR COBRAR" TO LQT-CONCEPTO
               MOVE WS-INTERCAMBIO-ADQ TO LQT-MONTO
               WRITE REGISTRO-LIQUIDACION-TOTAL AFTER ADVANCING 1 LINE

               MOVE "GIROS EMI POR PAGAR" TO LQT-CONCEPTO
               MOVE WS-CANTIDAD-EMI TO LQT-CANTIDAD
               MOVE WS-MONTO-EMI TO LQT-MONTO
               WRITE REGISTRO-LIQUIDACION-TOTAL AFTER ADVANCING 1 LINE

               MOVE "INTERCAMBIO POR PAGAR" TO LQT-CONCEPTO
               MOVE WS-INTERCAMBIO-EMI TO LQT-MONTO
               WRITE REGISTRO-LIQUIDACION-TOTAL AFTER ADVANCING 1 LINE

               MOVE "NET" TO LQT-TIPO
               MOVE "NETO CON LA RED" TO LQT-CONCEPTO
               COMPUTE LQT-CANTIDAD = WS-CANTIDAD-ADQ + WS-CANTIDAD-EMI
               MOVE WS-NETO-RED TO LQT-MONTO
               WRITE REGISTRO-LIQUIDACION-TOTAL AFTER ADVANCING 1 LINE.
       END PROGRAM LIQUIDAR-RED-CAJEROS.
