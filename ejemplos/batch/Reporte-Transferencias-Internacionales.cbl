      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Reporte mensual transfronterizo para cumplimiento:
      *          recorre transferencias_internacionales.txt y lista
      *          cada transferencia del mes pedido (folio, sentido,
      *          fecha, cliente, BIC y pais de la contraparte,
      *          proposito, monto en divisa, equivalente en pesos a
      *          la tasa registrada y estado). Totaliza lo ejecutado
      *          (salidas despachadas y entradas acreditadas) por
      *          sentido, por pais de contraparte y por proposito, y
      *          cuenta aparte lo no ejecutado (pendiente, retenido,
      *          en suspenso o rechazado). Reporte:
      *          reporte_transfronterizo-AAAAMM.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-TRANSFERENCIAS-INTERNACIONALES.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Reporte mensual de transferencias internacionales.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-TRANSFERENCIAS
               ASSIGN TO "transferencias_internacionales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIN-NUMERO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TRANSFERENCIAS.
           SELECT ARCHIVO-REPORTE ASSIGN TO WS-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-TRANSFERENCIAS.
           COPY "TRANSFERENCIA-INTERNACIONAL.CPY".
       FD ARCHIVO-REPORTE.
       01 REGISTRO-REPORTE PIC X(110).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-TRANSFERENCIAS PIC X(2) VALUE "00".
       77 WS-TRANSFERENCIAS-EOF PIC X VALUE 'N'.
           88 WS-TRANSFERENCIAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-NOMBRE-REPORTE PIC X(40).
       77 WS-FECHAYHORA PIC X(21).
       77 WS-PERIODO PIC 9(6) VALUE 0.
       77 WS-EJECUTADA PIC X VALUE 'N'.
           88 TRANSFERENCIA-EJECUTADA VALUE 'S'.
       77 WS-MONTO-CLP PIC 9(12).
      *    Totales de lo ejecutado por sentido, en divisa y en pesos.
       77 WS-SAL-CANTIDAD PIC 9(6) COMP VALUE 0.
       77 WS-SAL-DIVISA PIC 9(12) COMP VALUE 0.
       77 WS-SAL-CLP PIC 9(14) COMP VALUE 0.
       77 WS-ENT-CANTIDAD PIC 9(6) COMP VALUE 0.
       77 WS-ENT-DIVISA PIC 9(12) COMP VALUE 0.
       77 WS-ENT-CLP PIC 9(14) COMP VALUE 0.
       77 WS-NO-EJECUTADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-REGISTROS PIC 9(6) COMP VALUE 0.
      *    Una fila por pais de contraparte, ordenadas por pais antes
      *    de imprimir.
       01 WS-TABLA-PAISES.
           05 PAI-FILA OCCURS 200 TIMES.
               10 PAI-CODIGO PIC X(2).
               10 PAI-SAL-CANTIDAD PIC 9(6) COMP.
               10 PAI-SAL-CLP PIC 9(14) COMP.
               10 PAI-ENT-CANTIDAD PIC 9(6) COMP.
               10 PAI-ENT-CLP PIC 9(14) COMP.
       01 WS-FILA-AUXILIAR.
           05 AUX-CODIGO PIC X(2).
           05 AUX-SAL-CANTIDAD PIC 9(6) COMP.
           05 AUX-SAL-CLP PIC 9(14) COMP.
           05 AUX-ENT-CANTIDAD PIC 9(6) COMP.
           05 AUX-ENT-CLP PIC 9(14) COMP.
       77 WS-PAI-CANTIDAD PIC 9(4) COMP VALUE 0.
       77 WS-PAI-INDICE PIC 9(4) COMP.
       77 WS-PAI-ENCONTRADA PIC 9(4) COMP.
       77 WS-ORDEN-I PIC 9(4) COMP.
       77 WS-ORDEN-J PIC 9(4) COMP.
       77 WS-DESCARTADAS PIC 9(6) COMP VALUE 0.
      *    Totales por proposito: FAM, SER, BIE, INV, EDU, SUE, OTR.
       01 WS-TABLA-PROPOSITOS.
           05 PRO-FILA OCCURS 7 TIMES.
               10 PRO-CODIGO PIC X(3).
               10 PRO-DESCRIPCION PIC X(24).
               10 PRO-CANTIDAD PIC 9(6) COMP.
               10 PRO-CLP PIC 9(14) COMP.
       77 WS-PRO-INDICE PIC 9(1) COMP.
       77 WS-MONTO-ED PIC Z(13)9.
       77 WS-MONTO-ED-2 PIC Z(13)9.
       77 WS-DIVISA-ED PIC Z(7)9.
       77 WS-CANTIDAD-ED PIC Z(5)9.
       77 WS-CANTIDAD-ED-2 PIC Z(5)9.

       PROCEDURE DIVISION.
            DISPLAY "--- REPORTE DE TRANSFERENCIAS INTERNACIONALES ---".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            DISPLAY "MES A REPORTAR (AAAAMM, 0 = MES EN CURSO): ".
            ACCEPT WS-PERIODO.
            IF WS-PERIODO NOT NUMERIC OR WS-PERIODO = 0 THEN
                MOVE WS-FECHAYHORA(1:6) TO WS-PERIODO
            END-IF.

            MOVE SPACES TO WS-NOMBRE-REPORTE.
            STRING
                "reporte_transfronterizo-" DELIMITED BY SIZE
                WS-PERIODO DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
                INTO WS-NOMBRE-REPORTE
            END-STRING.
            OPEN OUTPUT ARCHIVO-REPORTE.

            PERFORM INICIAR-PROPOSITOS.
            PERFORM ESCRIBIR-ENCABEZADO.
            PERFORM RECORRER-TRANSFERENCIAS.
            PERFORM ORDENAR-PAISES.
            PERFORM ESCRIBIR-TOTALES.

            CLOSE ARCHIVO-REPORTE.

            DISPLAY "TRANSFERENCIAS DEL MES: " WS-TOTAL-REGISTROS.
            DISPLAY "EJECUTADAS: SALIDAS " WS-SAL-CANTIDAD
                "  ENTRADAS " WS-ENT-CANTIDAD.
            DISPLAY "NO EJECUTADAS: " WS-NO-EJECUTADAS.
            IF WS-DESCARTADAS > 0
                DISPLAY "*** TABLA DE PAISES LLENA: "
                    WS-DESCARTADAS " TRANSFERENCIAS SIN PAIS ***"
            END-IF.
            DISPLAY "REPORTE: " WS-NOMBRE-REPORTE.

            STOP RUN.

            INICIAR-PROPOSITOS.
               MOVE "FAM" TO PRO-CODIGO(1)
               MOVE "REMESA FAMILIAR" TO PRO-DESCRIPCION(1)
               MOVE "SER" TO PRO-CODIGO(2)
               MOVE "SERVICIOS" TO PRO-DESCRIPCION(2)
               MOVE "BIE" TO PRO-CODIGO(3)
               MOVE "IMPORTACION DE BIENES" TO PRO-DESCRIPCION(3)
               MOVE "INV" TO PRO-CODIGO(4)
               MOVE "INVERSION" TO PRO-DESCRIPCION(4)
               MOVE "EDU" TO PRO-CODIGO(5)
               MOVE "EDUCACION" TO PRO-DESCRIPCION(5)
               MOVE "SUE" TO PRO-CODIGO(6)
               MOVE "REMUNERACIONES" TO PRO-DESCRIPCION(6)
               MOVE "OTR" TO PRO-CODIGO(7)
               MOVE "OTRO / SIN INFORMAR" TO PRO-DESCRIPCION(7)
               PERFORM VARYING WS-PRO-INDICE FROM 1 BY 1
                       UNTIL WS-PRO-INDICE > 7
                   MOVE 0 TO PRO-CANTIDAD(WS-PRO-INDICE)
                   MOVE 0 TO PRO-CLP(WS-PRO-INDICE)
               END-PERFORM.

            ESCRIBIR-ENCABEZADO.
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   "TRANSFERENCIAS INTERNACIONALES - MES "
                   DELIMITED BY SIZE
                   WS-PERIODO DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE
               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE
                   "FOLIO    SEN FECHA    CLIENTE    BIC         PS PRO
      -            " MON   MONTO DIV  EQUIVALENTE CLP EST"
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE.

            RECORRER-TRANSFERENCIAS.
               OPEN INPUT ARCHIVO-TRANSFERENCIAS
               IF WS-STATUS-TRANSFERENCIAS = "35"
                   MOVE "  (SIN TRANSFERENCIAS INTERNACIONALES)"
                       TO REGISTRO-REPORTE
                   WRITE REGISTRO-REPORTE
               ELSE
                   MOVE 'N' TO WS-TRANSFERENCIAS-EOF
                   PERFORM UNTIL WS-TRANSFERENCIAS-FIN-ARCHIVO
                       READ ARCHIVO-TRANSFERENCIAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-TRANSFERENCIAS-EOF
                           NOT AT END
                               IF TIN-FECHA-ORDEN(1:6) = WS-PERIODO
                                   PERFORM ACUMULAR-TRANSFERENCIA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TRANSFERENCIAS
               END-IF.

            ACUMULAR-TRANSFERENCIA.
      *        Equivalente en pesos a la tasa registrada en el folio;
      *        un mensaje en otra moneda (quedo en suspenso) no se
      *        valoriza.
               ADD 1 TO WS-TOTAL-REGISTROS
               MOVE 0 TO WS-MONTO-CLP
               IF TIN-MONEDA = "USD"
                   COMPUTE WS-MONTO-CLP ROUNDED =
                       TIN-MONTO-DIVISA * TIN-TASA-CAMBIO
                       ON SIZE ERROR
                           MOVE 0 TO WS-MONTO-CLP
                   END-COMPUTE
               END-IF
               MOVE 'N' TO WS-EJECUTADA
               IF (TIN-ES-SALIDA AND TIN-FUE-ENVIADA)
                  OR (TIN-ES-ENTRADA AND TIN-FUE-ACREDITADA)
                   MOVE 'S' TO WS-EJECUTADA
               END-IF

               PERFORM ESCRIBIR-DETALLE

               IF NOT TRANSFERENCIA-EJECUTADA
                   ADD 1 TO WS-NO-EJECUTADAS
               ELSE
                   IF TIN-ES-SALIDA
                       ADD 1 TO WS-SAL-CANTIDAD
                       ADD TIN-MONTO-DIVISA TO WS-SAL-DIVISA
                       ADD WS-MONTO-CLP TO WS-SAL-CLP
                   ELSE
                       ADD 1 TO WS-ENT-CANTIDAD
                       ADD TIN-MONTO-DIVISA TO WS-ENT-DIVISA
                       ADD WS-MONTO-CLP TO WS-ENT-CLP
                   END-IF
                   PERFORM ACUMULAR-PAIS
                   PERFORM VARYING WS-PRO-INDICE FROM 1 BY 1
                           UNTIL WS-PRO-INDICE > 7
                       IF PRO-CODIGO(WS-PRO-INDICE) = TIN-PROPOSITO
                          OR (WS-PRO-INDICE = 7
                              AND NOT TIN-PROPOSITO-VALIDO)
                           ADD 1 TO PRO-CANTIDAD(WS-PRO-INDICE)
                           ADD WS-MONTO-CLP TO PRO-CLP(WS-PRO-INDICE)
                       END-IF
                   END-PERFORM
               END-IF.

            ACUMULAR-PAIS.
      *        El pais de la contraparte es el de su banco (posiciones
      *        5 y 6 del BIC).
               MOVE 0 TO WS-PAI-ENCONTRADA
               PERFORM VARYING WS-PAI-INDICE FROM 1 BY 1
                       UNTIL WS-PAI-INDICE > WS-PAI-CANTIDAD
                          OR WS-PAI-ENCONTRADA > 0
                   IF PAI-CODIGO(WS-PAI-INDICE) = TIN-BIC(5:2)
                       MOVE WS-PAI-INDICE TO WS-PAI-ENCONTRADA
                   END-IF
               END-PERFORM
               IF WS-PAI-ENCONTRADA = 0
                   IF WS-PAI-CANTIDAD < 200
                       ADD 1 TO WS-PAI-CANTIDAD
                       MOVE WS-PAI-CANTIDAD TO WS-PAI-ENCONTRADA
                       MOVE TIN-BIC(5:2)
                           TO PAI-CODIGO(WS-PAI-ENCONTRADA)
                       MOVE 0 TO PAI-SAL-CANTIDAD(WS-PAI-ENCONTRADA)
                       MOVE 0 TO PAI-SAL-CLP(WS-PAI-ENCONTRADA)
                       MOVE 0 TO PAI-ENT-CANTIDAD(WS-PAI-ENCONTRADA)
                       MOVE 0 TO PAI-ENT-CLP(WS-PAI-ENCONTRADA)
                   ELSE
                       ADD 1 TO WS-DESCARTADAS
                   END-IF
               END-IF
               IF WS-PAI-ENCONTRADA > 0
                   IF TIN-ES-SALIDA
                       ADD 1 TO PAI-SAL-CANTIDAD(WS-PAI-ENCONTRADA)
                       ADD WS-MONTO-CLP
                           TO PAI-SAL-CLP(WS-PAI-ENCONTRADA)
                   ELSE
                       ADD 1 TO PAI-ENT-CANTIDAD(WS-PAI-ENCONTRADA)
                       ADD WS-MONTO-CLP
                           TO PAI-ENT-CLP(WS-PAI-ENCONTRADA)
                   END-IF
               END-IF.

            ESCRIBIR-DETALLE.
               MOVE TIN-MONTO-DIVISA TO WS-DIVISA-ED
               MOVE WS-MONTO-CLP TO WS-MONTO-ED
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   TIN-NUMERO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TIN-SENTIDO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TIN-FECHA-ORDEN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TIN-RUT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TIN-BIC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TIN-BIC(5:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TIN-PROPOSITO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TIN-MONEDA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DIVISA-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONTO-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TIN-ESTADO DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE.

            ORDENAR-PAISES.
      *        Burbuja por codigo de pais; la tabla es chica.
               PERFORM VARYING WS-ORDEN-I FROM 1 BY 1
                       UNTIL WS-ORDEN-I >= WS-PAI-CANTIDAD
                   PERFORM VARYING WS-ORDEN-J FROM 1 BY 1
                           UNTIL WS-ORDEN-J > WS-PAI-CANTIDAD
                                 - WS-ORDEN-I
                       IF PAI-CODIGO(WS-ORDEN-J)
                          > PAI-CODIGO(WS-ORDEN-J + 1)
                           MOVE PAI-FILA(WS-ORDEN-J)
                               TO WS-FILA-AUXILIAR
                           MOVE PAI-FILA(WS-ORDEN-J + 1)
                               TO PAI-FILA(WS-ORDEN-J)
                           MOVE WS-FILA-AUXILIAR
                               TO PAI-FILA(WS-ORDEN-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM.

            ESCRIBIR-TOTALES.
               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE "EJECUTADO POR SENTIDO" TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE WS-SAL-CANTIDAD TO WS-CANTIDAD-ED
               MOVE WS-SAL-DIVISA TO WS-MONTO-ED
               MOVE WS-SAL-CLP TO WS-MONTO-ED-2
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   "SALIDAS ENVIADAS:    " DELIMITED BY SIZE
                   WS-CANTIDAD-ED DELIMITED BY SIZE
                   "  USD " DELIMITED BY SIZE
                   WS-MONTO-ED DELIMITED BY SIZE
                   "  CLP " DELIMITED BY SIZE
                   WS-MONTO-ED-2 DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE
               MOVE WS-ENT-CANTIDAD TO WS-CANTIDAD-ED
               MOVE WS-ENT-DIVISA TO WS-MONTO-ED
               MOVE WS-ENT-CLP TO WS-MONTO-ED-2
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   "ENTRADAS ACREDITADAS:" DELIMITED BY SIZE
                   WS-CANTIDAD-ED DELIMITED BY SIZE
                   "  USD " DELIMITED BY SIZE
                   WS-MONTO-ED DELIMITED BY SIZE
                   "  CLP " DELIMITED BY SIZE
                   WS-MONTO-ED-2 DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE
               MOVE WS-NO-EJECUTADAS TO WS-CANTIDAD-ED
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   "NO EJECUTADAS (PEN/RET/SUS/REJ): "
                   DELIMITED BY SIZE
                   WS-CANTIDAD-ED DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE

               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE "EJECUTADO POR PAIS DE LA CONTRAPARTE (CLP)"
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE "PS   SALIDAS        MONTO SALIDA   ENTRADAS
      -            "  MONTO ENTRADA"
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               IF WS-PAI-CANTIDAD = 0
                   MOVE "  (SIN TRANSFERENCIAS EJECUTADAS EN EL MES)"
                       TO REGISTRO-REPORTE
                   WRITE REGISTRO-REPORTE
               END-IF
               PERFORM VARYING WS-PAI-INDICE FROM 1 BY 1
                       UNTIL WS-PAI-INDICE > WS-PAI-CANTIDAD
                   PERFORM ESCRIBIR-LINEA-PAIS
               END-PERFORM

               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE "EJECUTADO POR PROPOSITO (CLP)" TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               PERFORM VARYING WS-PRO-INDICE FROM 1 BY 1
                       UNTIL WS-PRO-INDICE > 7
                   MOVE PRO-CANTIDAD(WS-PRO-INDICE) TO WS-CANTIDAD-ED
                   MOVE PRO-CLP(WS-PRO-INDICE) TO WS-MONTO-ED
                   MOVE SPACES TO REGISTRO-REPORTE
                   STRING
                       PRO-CODIGO(WS-PRO-INDICE) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PRO-DESCRIPCION(WS-PRO-INDICE)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CANTIDAD-ED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-MONTO-ED DELIMITED BY SIZE
                       INTO REGISTRO-REPORTE
                   END-STRING
                   WRITE REGISTRO-REPORTE
               END-PERFORM.

            ESCRIBIR-LINEA-PAIS.
               MOVE PAI-SAL-CANTIDAD(WS-PAI-INDICE) TO WS-CANTIDAD-ED
               MOVE PAI-SAL-CLP(WS-PAI-INDICE) TO WS-MONTO-ED
               MOVE PAI-ENT-CANTIDAD(WS-PAI-INDICE) TO WS-CANTIDAD-ED-2
               MOVE PAI-ENT-CLP(WS-PAI-INDICE) TO WS-MONTO-ED-2
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   PAI-CODIGO(WS-PAI-INDICE) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-CANTIDAD-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONTO-ED DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-CANTIDAD-ED-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONTO-ED-2 DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE.
       END PROGRAM REPORTE-TRANSFERENCIAS-INTERNACIONALES.
