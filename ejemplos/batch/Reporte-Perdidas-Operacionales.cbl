      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Reporte trimestral de perdidas por riesgo operacional
      *          para el regulador: toma de perdidas_operacionales.txt
      *          los eventos vigentes descubiertos en el trimestre
      *          pedido y los resume por categoria de Basilea y linea
      *          de negocio (cantidad de eventos, perdida bruta,
      *          recuperaciones y perdida neta), con subtotales por
      *          categoria, por linea y el total del trimestre.
      *          Deja el reporte en perdidas-AAAAT.txt (T = numero
      *          del trimestre).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-PERDIDAS-OPERACIONALES.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Perdidas operacionales por categoria y linea.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PERDIDAS
               ASSIGN TO "perdidas_operacionales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVP-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PERDIDAS.
           SELECT ARCHIVO-REPORTE ASSIGN TO WS-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-PERDIDAS.
           COPY "EVENTO-PERDIDA.CPY".
       FD ARCHIVO-REPORTE.
       01 REGISTRO-REPORTE PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-PERDIDAS PIC X(2) VALUE "00".
       77 WS-NOMBRE-REPORTE PIC X(30).
       77 WS-PERDIDAS-EOF PIC X VALUE 'N'.
           88 WS-PERDIDAS-FIN-ARCHIVO VALUE 'S'.
       01 WS-TRIMESTRE PIC 9(5).
       01 WS-TRIMESTRE-PARTES REDEFINES WS-TRIMESTRE.
           05 WS-TRIMESTRE-ANIO PIC 9(4).
           05 WS-TRIMESTRE-NUM PIC 9(1).
       77 WS-MES-HOY PIC 9(2).
       77 WS-FECHA-INICIO PIC 9(8).
       77 WS-FECHA-TERMINO PIC 9(8).
      *    Categorias de Basilea y lineas de negocio en el orden del
      *    reporte; ver EVENTO-PERDIDA.CPY.
       01 WS-CODIGOS-CATEGORIA PIC X(21)
           VALUE "FRIFRERLSCLIDAFISFEJE".
       01 WS-TABLA-CATEGORIAS REDEFINES WS-CODIGOS-CATEGORIA.
           05 WS-CAT-CODIGO PIC X(3) OCCURS 7 TIMES.
       01 WS-CODIGOS-LINEA PIC X(24)
           VALUE "FCONYVBMIBCOPYLSAGADAIMI".
       01 WS-TABLA-LINEAS REDEFINES WS-CODIGOS-LINEA.
           05 WS-LIN-CODIGO PIC X(3) OCCURS 8 TIMES.
       01 WS-MATRIZ.
           05 WS-MAT-CATEGORIA OCCURS 7 TIMES.
               10 WS-MAT-CELDA OCCURS 8 TIMES.
                   15 WS-MAT-EVENTOS PIC 9(6) COMP.
                   15 WS-MAT-BRUTA PIC 9(12).
                   15 WS-MAT-RECUPERACION PIC 9(12).
       77 WS-CAT-INDICE PIC 9(2) COMP.
       77 WS-LIN-INDICE PIC 9(2) COMP.
       77 WS-CAT-ACTUAL PIC 9(2) COMP.
       77 WS-LIN-ACTUAL PIC 9(2) COMP.
       77 WS-SUB-EVENTOS PIC 9(6) COMP.
       77 WS-SUB-BRUTA PIC 9(12).
       77 WS-SUB-RECUPERACION PIC 9(12).
       77 WS-NETA PIC S9(12).
       77 WS-TOTAL-EVENTOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-BRUTA PIC 9(12) VALUE 0.
       77 WS-TOTAL-RECUPERACION PIC 9(12) VALUE 0.
       77 WS-TOTAL-FUERA-TABLA PIC 9(6) COMP VALUE 0.
       77 WS-FORMATO-MONEDA PIC -(11)9.
       01 WS-LINEA-DETALLE.
           05 WS-DET-CATEGORIA PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-LINEA PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-EVENTOS PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-BRUTA PIC Z(11)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-RECUPERACION PIC Z(11)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-NETA PIC -(11)9.
       77 WS-LINEA-TEXTO PIC X(100).
       77 WS-FECHAYHORA PIC X(21).
       77 WS-FECHA-HOY PIC 9(8).

       PROCEDURE DIVISION.
            DISPLAY "---- REPORTE DE PERDIDAS OPERACIONALES ----".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            DISPLAY "TRIMESTRE (AAAAT, 0 = TRIMESTRE ANTERIOR): ".
            ACCEPT WS-TRIMESTRE.
            IF WS-TRIMESTRE NOT NUMERIC OR WS-TRIMESTRE = 0 THEN
                PERFORM CALCULAR-TRIMESTRE-ANTERIOR
            END-IF.
            IF WS-TRIMESTRE-NUM < 1 OR WS-TRIMESTRE-NUM > 4 THEN
                DISPLAY "TRIMESTRE INVALIDO"
                STOP RUN
            END-IF.

            COMPUTE WS-FECHA-INICIO = (WS-TRIMESTRE-ANIO * 10000)
                + (((WS-TRIMESTRE-NUM - 1) * 3) + 1) * 100 + 1.
            COMPUTE WS-FECHA-TERMINO = (WS-TRIMESTRE-ANIO * 10000)
                + (WS-TRIMESTRE-NUM * 3) * 100 + 30.
            IF WS-TRIMESTRE-NUM = 1 OR WS-TRIMESTRE-NUM = 4 THEN
                ADD 1 TO WS-FECHA-TERMINO
            END-IF.
            DISPLAY "TRIMESTRE: " WS-TRIMESTRE " (" WS-FECHA-INICIO
                " AL " WS-FECHA-TERMINO ")".

            INITIALIZE WS-MATRIZ.
            PERFORM RECORRER-EVENTOS.
            PERFORM EMITIR-REPORTE.

            DISPLAY "EVENTOS DEL TRIMESTRE: " WS-TOTAL-EVENTOS.
            MOVE WS-TOTAL-BRUTA TO WS-FORMATO-MONEDA.
            DISPLAY "PERDIDA BRUTA:  " WS-FORMATO-MONEDA.
            MOVE WS-TOTAL-RECUPERACION TO WS-FORMATO-MONEDA.
            DISPLAY "RECUPERACIONES: " WS-FORMATO-MONEDA.
            COMPUTE WS-NETA = WS-TOTAL-BRUTA - WS-TOTAL-RECUPERACION.
            MOVE WS-NETA TO WS-FORMATO-MONEDA.
            DISPLAY "PERDIDA NETA:   " WS-FORMATO-MONEDA.
            IF WS-TOTAL-FUERA-TABLA > 0 THEN
                DISPLAY
                    "*** EVENTOS CON CATEGORIA O LINEA NO VALIDA: "
                    WS-TOTAL-FUERA-TABLA
                    " (RECLASIFICAR EN GESTION-PERDIDAS) ***"
            END-IF.
            DISPLAY "REPORTE: " WS-NOMBRE-REPORTE.

            STOP RUN.

            CALCULAR-TRIMESTRE-ANTERIOR.
               MOVE WS-FECHA-HOY(1:4) TO WS-TRIMESTRE-ANIO
               MOVE WS-FECHA-HOY(5:2) TO WS-MES-HOY
               COMPUTE WS-TRIMESTRE-NUM = ((WS-MES-HOY - 1) / 3) + 1
               IF WS-TRIMESTRE-NUM = 1
                   SUBTRACT 1 FROM WS-TRIMESTRE-ANIO
                   MOVE 4 TO WS-TRIMESTRE-NUM
               ELSE
                   SUBTRACT 1 FROM WS-TRIMESTRE-NUM
               END-IF.

            RECORRER-EVENTOS.
               OPEN INPUT ARCHIVO-PERDIDAS
               IF WS-STATUS-PERDIDAS = "35"
                   DISPLAY "SIN BASE DE EVENTOS DE PERDIDA"
               ELSE
                   MOVE 'N' TO WS-PERDIDAS-EOF
                   PERFORM UNTIL WS-PERDIDAS-FIN-ARCHIVO
                       READ ARCHIVO-PERDIDAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-PERDIDAS-EOF
                       END-READ
                       IF NOT WS-PERDIDAS-FIN-ARCHIVO
                           AND EVP-ESTA-VIGENTE
                           AND EVP-FECHA-DESCUBRIMIENTO
                               NOT < WS-FECHA-INICIO
                           AND EVP-FECHA-DESCUBRIMIENTO
                               NOT > WS-FECHA-TERMINO
                           PERFORM ACUMULAR-EVENTO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-PERDIDAS
               END-IF.

            ACUMULAR-EVENTO.
               MOVE 0 TO WS-CAT-ACTUAL
               MOVE 0 TO WS-LIN-ACTUAL
               PERFORM VARYING WS-CAT-INDICE FROM 1 BY 1
                   UNTIL WS-CAT-INDICE > 7
                   IF WS-CAT-CODIGO(WS-CAT-INDICE) = EVP-CATEGORIA
                       MOVE WS-CAT-INDICE TO WS-CAT-ACTUAL
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-LIN-INDICE FROM 1 BY 1
                   UNTIL WS-LIN-INDICE > 8
                   IF WS-LIN-CODIGO(WS-LIN-INDICE) = EVP-LINEA-NEGOCIO
                       MOVE WS-LIN-INDICE TO WS-LIN-ACTUAL
                   END-IF
               END-PERFORM
               IF WS-CAT-ACTUAL = 0 OR WS-LIN-ACTUAL = 0
                   ADD 1 TO WS-TOTAL-FUERA-TABLA
                   DISPLAY "EVENTO FUERA DE TABLA: " EVP-ORIGEN " "
                       EVP-REFERENCIA
               ELSE
                   ADD 1 TO WS-MAT-EVENTOS(WS-CAT-ACTUAL, WS-LIN-ACTUAL)
                   ADD EVP-PERDIDA-BRUTA
                       TO WS-MAT-BRUTA(WS-CAT-ACTUAL, WS-LIN-ACTUAL)
                   ADD EVP-RECUPERACION
                       TO WS-MAT-RECUPERACION(WS-CAT-ACTUAL,
                                              WS-LIN-ACTUAL)
                   ADD 1 TO WS-TOTAL-EVENTOS
                   ADD EVP-PERDIDA-BRUTA TO WS-TOTAL-BRUTA
                   ADD EVP-RECUPERACION TO WS-TOTAL-RECUPERACION
               END-IF.

            EMITIR-REPORTE.
               MOVE SPACES TO WS-NOMBRE-REPORTE
               STRING
                   "perdidas-" DELIMITED BY SIZE
                   WS-TRIMESTRE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOMBRE-REPORTE
               END-STRING
               OPEN OUTPUT ARCHIVO-REPORTE
               MOVE SPACES TO WS-LINEA-TEXTO
               STRING
                   "PERDIDAS POR RIESGO OPERACIONAL - TRIMESTRE "
                   DELIMITED BY SIZE
                   WS-TRIMESTRE-NUM DELIMITED BY SIZE
                   " DE " DELIMITED BY SIZE
                   WS-TRIMESTRE-ANIO DELIMITED BY SIZE
                   " - EMITIDO " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO WS-LINEA-TEXTO
               END-STRING
               MOVE WS-LINEA-TEXTO TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               PERFORM ESCRIBIR-ENCABEZADO

      *        Detalle por categoria y linea, con el subtotal de cada
      *        categoria.
               PERFORM VARYING WS-CAT-INDICE FROM 1 BY 1
                   UNTIL WS-CAT-INDICE > 7
                   MOVE 0 TO WS-SUB-EVENTOS
                   MOVE 0 TO WS-SUB-BRUTA
                   MOVE 0 TO WS-SUB-RECUPERACION
                   PERFORM VARYING WS-LIN-INDICE FROM 1 BY 1
                       UNTIL WS-LIN-INDICE > 8
                       IF WS-MAT-EVENTOS(WS-CAT-INDICE, WS-LIN-INDICE)
                           > 0
                           MOVE WS-CAT-CODIGO(WS-CAT-INDICE)
                               TO WS-DET-CATEGORIA
                           MOVE WS-LIN-CODIGO(WS-LIN-INDICE)
                               TO WS-DET-LINEA
                           MOVE WS-MAT-EVENTOS(WS-CAT-INDICE,
                               WS-LIN-INDICE) TO WS-DET-EVENTOS
                           MOVE WS-MAT-BRUTA(WS-CAT-INDICE,
                               WS-LIN-INDICE) TO WS-DET-BRUTA
                           MOVE WS-MAT-RECUPERACION(WS-CAT-INDICE,
                               WS-LIN-INDICE) TO WS-DET-RECUPERACION
                           COMPUTE WS-NETA =
                               WS-MAT-BRUTA(WS-CAT-INDICE,
                                   WS-LIN-INDICE)
                               - WS-MAT-RECUPERACION(WS-CAT-INDICE,
                                   WS-LIN-INDICE)
                           MOVE WS-NETA TO WS-DET-NETA
                           MOVE WS-LINEA-DETALLE TO REGISTRO-REPORTE
                           WRITE REGISTRO-REPORTE
                           ADD WS-MAT-EVENTOS(WS-CAT-INDICE,
                               WS-LIN-INDICE) TO WS-SUB-EVENTOS
                           ADD WS-MAT-BRUTA(WS-CAT-INDICE,
                               WS-LIN-INDICE) TO WS-SUB-BRUTA
                           ADD WS-MAT-RECUPERACION(WS-CAT-INDICE,
                               WS-LIN-INDICE) TO WS-SUB-RECUPERACION
                       END-IF
                   END-PERFORM
                   MOVE WS-CAT-CODIGO(WS-CAT-INDICE)
                       TO WS-DET-CATEGORIA
                   MOVE "TOTAL" TO WS-DET-LINEA
                   PERFORM ESCRIBIR-SUBTOTAL
               END-PERFORM

      *        Resumen por linea de negocio.
               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE "RESUMEN POR LINEA DE NEGOCIO" TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               PERFORM ESCRIBIR-ENCABEZADO
               PERFORM VARYING WS-LIN-INDICE FROM 1 BY 1
                   UNTIL WS-LIN-INDICE > 8
                   MOVE 0 TO WS-SUB-EVENTOS
                   MOVE 0 TO WS-SUB-BRUTA
                   MOVE 0 TO WS-SUB-RECUPERACION
                   PERFORM VARYING WS-CAT-INDICE FROM 1 BY 1
                       UNTIL WS-CAT-INDICE > 7
                       ADD WS-MAT-EVENTOS(WS-CAT-INDICE,
                           WS-LIN-INDICE) TO WS-SUB-EVENTOS
                       ADD WS-MAT-BRUTA(WS-CAT-INDICE,
                           WS-LIN-INDICE) TO WS-SUB-BRUTA
                       ADD WS-MAT-RECUPERACION(WS-CAT-INDICE,
                           WS-LIN-INDICE) TO WS-SUB-RECUPERACION
                   END-PERFORM
                   MOVE "TOTAL" TO WS-DET-CATEGORIA
                   MOVE WS-LIN-CODIGO(WS-LIN-INDICE) TO WS-DET-LINEA
                   PERFORM ESCRIBIR-SUBTOTAL
               END-PERFORM

               MOVE WS-TOTAL-EVENTOS TO WS-SUB-EVENTOS
               MOVE WS-TOTAL-BRUTA TO WS-SUB-BRUTA
               MOVE WS-TOTAL-RECUPERACION TO WS-SUB-RECUPERACION
               MOVE "TOTAL" TO WS-DET-CATEGORIA
               MOVE "TOTAL" TO WS-DET-LINEA
               PERFORM ESCRIBIR-SUBTOTAL
               CLOSE ARCHIVO-REPORTE.

            ESCRIBIR-ENCABEZADO.
               MOVE SPACES TO REGISTRO-REPORTE
               MOVE "CAT" TO REGISTRO-REPORTE(1:3)
               MOVE "LINEA" TO REGISTRO-REPORTE(7:5)
               MOVE "EVENT" TO REGISTRO-REPORTE(14:5)
               MOVE "BRUTA" TO REGISTRO-REPORTE(28:5)
               MOVE "RECUPERADO" TO REGISTRO-REPORTE(37:10)
               MOVE "NETA" TO REGISTRO-REPORTE(57:4)
               WRITE REGISTRO-REPORTE.

            ESCRIBIR-SUBTOTAL.
               MOVE WS-SUB-EVENTOS TO WS-DET-EVENTOS
               MOVE WS-SUB-BRUTA TO WS-DET-BRUTA
               MOVE WS-SUB-RECUPERACION TO WS-DET-RECUPERACION
               COMPUTE WS-NETA = WS-SUB-BRUTA - WS-SUB-RECUPERACION
               MOVE WS-NETA TO WS-DET-NETA
               MOVE WS-LINEA-DETALLE TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE.
       END PROGRAM REPORTE-PERDIDAS-OPERACIONALES.
