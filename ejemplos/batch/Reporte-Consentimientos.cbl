      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Reporte de cumplimiento de los cambios de
      *          consentimiento de publicidad: recorre
      *          consentimientos.txt entre dos fechas y deja en
      *          reporte_consentimientos.txt cada otorgamiento y
      *          revocacion (RUT, canal, valor anterior y nuevo,
      *          origen y quien lo registro), con los totales por
      *          canal y por origen de la captura, para responder
      *          ante el regulador cuando y donde el cliente dio o
      *          retiro su permiso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CONSENTIMIENTOS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Reporte de cambios de consentimiento de publicidad.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CONSENTIMIENTOS
               ASSIGN TO "consentimientos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONSENTIMIENTOS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "reporte_consentimientos.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CONSENTIMIENTOS.
           COPY "CONSENTIMIENTO.CPY".
       FD ARCHIVO-REPORTE.
       01 REGISTRO-REPORTE PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-CONSENTIMIENTOS PIC X(2) VALUE "00".
       77 WS-CONSENT-EOF PIC X VALUE 'N'.
           88 WS-CONSENT-FIN-ARCHIVO VALUE 'S'.
       77 WS-FECHA-DESDE PIC 9(8).
       77 WS-FECHA-HASTA PIC 9(8).
       01 WS-DESDE-TEXTO.
           05 WS-DESDE-ANIO PIC X(4).
           05 FILLER PIC X VALUE '-'.
           05 WS-DESDE-MES PIC X(2).
           05 FILLER PIC X VALUE '-'.
           05 WS-DESDE-DIA PIC X(2).
       01 WS-HASTA-TEXTO.
           05 WS-HASTA-ANIO PIC X(4).
           05 FILLER PIC X VALUE '-'.
           05 WS-HASTA-MES PIC X(2).
           05 FILLER PIC X VALUE '-'.
           05 WS-HASTA-DIA PIC X(2).
      *    Totales por canal, en el mismo orden que CLI-CONSENT-TABLA
      *    (SMS, EML, CAR, CAJ).
       01 WS-TOTALES-CANAL.
           05 WS-TOTAL-CANAL OCCURS 4 TIMES.
              10 WS-TOT-CODIGO PIC X(3).
              10 WS-TOT-OTORGADOS PIC 9(6).
              10 WS-TOT-REVOCADOS PIC 9(6).
       77 WS-CANAL-INDICE PIC 9(1).
       77 WS-TOTAL-CAMBIOS PIC 9(6) VALUE 0.
       77 WS-TOTAL-CAJERO PIC 9(6) VALUE 0.
       77 WS-TOTAL-EJECUTIVO PIC 9(6) VALUE 0.
       01 WS-LINEA-DETALLE.
           05 DET-FECHAYHORA PIC X(19).
           05 FILLER PIC X VALUE SPACE.
           05 DET-RUT PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 DET-CANAL PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 DET-ANTERIOR PIC X(1).
           05 FILLER PIC X(4) VALUE " -> ".
           05 DET-NUEVO PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 DET-ACCION PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 DET-ORIGEN PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 DET-USUARIO PIC X(10).
       01 WS-LINEA-TOTAL.
           05 TOT-CONCEPTO PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 TOT-OTORGADOS PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 TOT-REVOCADOS PIC Z(5)9.

       PROCEDURE DIVISION.
            DISPLAY "------ REPORTE DE CONSENTIMIENTOS ------".

            DISPLAY "FECHA DESDE (AAAAMMDD): ".
            ACCEPT WS-FECHA-DESDE.
            DISPLAY "FECHA HASTA (AAAAMMDD): ".
            ACCEPT WS-FECHA-HASTA.

            IF WS-FECHA-DESDE NOT NUMERIC
               OR WS-FECHA-HASTA NOT NUMERIC
               OR WS-FECHA-DESDE > WS-FECHA-HASTA THEN
                DISPLAY "RANGO INVALIDO. PROCESO CANCELADO"
                STOP RUN
            END-IF.

            MOVE WS-FECHA-DESDE(1:4) TO WS-DESDE-ANIO.
            MOVE WS-FECHA-DESDE(5:2) TO WS-DESDE-MES.
            MOVE WS-FECHA-DESDE(7:2) TO WS-DESDE-DIA.
            MOVE WS-FECHA-HASTA(1:4) TO WS-HASTA-ANIO.
            MOVE WS-FECHA-HASTA(5:2) TO WS-HASTA-MES.
            MOVE WS-FECHA-HASTA(7:2) TO WS-HASTA-DIA.

            MOVE "SMS" TO WS-TOT-CODIGO(1).
            MOVE "EML" TO WS-TOT-CODIGO(2).
            MOVE "CAR" TO WS-TOT-CODIGO(3).
            MOVE "CAJ" TO WS-TOT-CODIGO(4).
            PERFORM VARYING WS-CANAL-INDICE FROM 1 BY 1
                UNTIL WS-CANAL-INDICE > 4
                MOVE 0 TO WS-TOT-OTORGADOS(WS-CANAL-INDICE)
                MOVE 0 TO WS-TOT-REVOCADOS(WS-CANAL-INDICE)
            END-PERFORM.

            OPEN OUTPUT ARCHIVO-REPORTE.
            MOVE SPACES TO REGISTRO-REPORTE.
            STRING "CAMBIOS DE CONSENTIMIENTO DE PUBLICIDAD DEL "
                WS-DESDE-TEXTO " AL " WS-HASTA-TEXTO
                DELIMITED BY SIZE INTO REGISTRO-REPORTE
            END-STRING.
            WRITE REGISTRO-REPORTE.

            PERFORM LISTAR-CAMBIOS.
            PERFORM GRABAR-TOTALES.

            CLOSE ARCHIVO-REPORTE.

            DISPLAY "CAMBIOS EN EL PERIODO: " WS-TOTAL-CAMBIOS.
            DISPLAY "  CAPTURADOS EN CAJERO: " WS-TOTAL-CAJERO.
            DISPLAY "  CAPTURADOS POR EJECUTIVO: " WS-TOTAL-EJECUTIVO.

            STOP RUN.

            LISTAR-CAMBIOS.
               OPEN INPUT ARCHIVO-CONSENTIMIENTOS
               IF WS-STATUS-CONSENTIMIENTOS = "35"
                   DISPLAY "NO EXISTE REGISTRO DE CONSENTIMIENTOS"
               ELSE
                   MOVE 'N' TO WS-CONSENT-EOF
                   PERFORM UNTIL WS-CONSENT-FIN-ARCHIVO
                       READ ARCHIVO-CONSENTIMIENTOS
                           AT END
                               MOVE 'S' TO WS-CONSENT-EOF
                           NOT AT END
                               IF REGISTRO-CONSENTIMIENTO NOT = SPACES
                                  AND CNS-FECHAYHORA(1:10)
                                      >= WS-DESDE-TEXTO
                                  AND CNS-FECHAYHORA(1:10)
                                      <= WS-HASTA-TEXTO
                                   PERFORM LISTAR-UN-CAMBIO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CONSENTIMIENTOS
               END-IF.

            LISTAR-UN-CAMBIO.
               ADD 1 TO WS-TOTAL-CAMBIOS
               IF CNS-ORIGEN = "CAJ"
                   ADD 1 TO WS-TOTAL-CAJERO
               ELSE
                   ADD 1 TO WS-TOTAL-EJECUTIVO
               END-IF

               PERFORM VARYING WS-CANAL-INDICE FROM 1 BY 1
                   UNTIL WS-CANAL-INDICE > 4
                   IF WS-TOT-CODIGO(WS-CANAL-INDICE) = CNS-CANAL
                       IF CNS-ES-OTORGAMIENTO
                           ADD 1 TO WS-TOT-OTORGADOS(WS-CANAL-INDICE)
                       ELSE
                           ADD 1 TO WS-TOT-REVOCADOS(WS-CANAL-INDICE)
                       END-IF
                   END-IF
               END-PERFORM

               MOVE CNS-FECHAYHORA TO DET-FECHAYHORA
               MOVE CNS-RUT TO DET-RUT
               MOVE CNS-CANAL TO DET-CANAL
               MOVE CNS-VALOR-ANTERIOR TO DET-ANTERIOR
               MOVE CNS-VALOR-NUEVO TO DET-NUEVO
               IF CNS-ES-OTORGAMIENTO
                   MOVE "OTORGADO" TO DET-ACCION
               ELSE
                   MOVE "REVOCADO" TO DET-ACCION
               END-IF
               MOVE CNS-ORIGEN TO DET-ORIGEN
               MOVE CNS-USUARIO TO DET-USUARIO
               WRITE REGISTRO-REPORTE FROM WS-LINEA-DETALLE.

            GRABAR-TOTALES.
               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE "TOTALES POR CANAL" TO TOT-CONCEPTO
               MOVE SPACES TO REGISTRO-REPORTE
               STRING TOT-CONCEPTO " OTORG. REVOC."
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE
               PERFORM VARYING WS-CANAL-INDICE FROM 1 BY 1
                   UNTIL WS-CANAL-INDICE > 4
                   MOVE SPACES TO TOT-CONCEPTO
                   STRING "CANAL " WS-TOT-CODIGO(WS-CANAL-INDICE)
                       DELIMITED BY SIZE INTO TOT-CONCEPTO
                   END-STRING
                   MOVE WS-TOT-OTORGADOS(WS-CANAL-INDICE)
                       TO TOT-OTORGADOS
                   MOVE WS-TOT-REVOCADOS(WS-CANAL-INDICE)
                       TO TOT-REVOCADOS
                   WRITE REGISTRO-REPORTE FROM WS-LINEA-TOTAL
               END-PERFORM
               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "CAMBIOS: " WS-TOTAL-CAMBIOS
                   "  CAJERO: " WS-TOTAL-CAJERO
                   "  EJECUTIVO: " WS-TOTAL-EJECUTIVO
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE.
       END PROGRAM REPORTE-CONSENTIMIENTOS.
