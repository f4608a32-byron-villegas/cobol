      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Reporte de anticipos de remuneraciones: recorre
      *          anticipos_nomina.txt y lista cada anticipo vigente
      *          con su empleador, dias desde el otorgamiento y lo
      *          adeudado (capital mas comision menos lo descontado).
      *          Marca aparte los anticipos cuyo sueldo no llego: sin
      *          ningun descuento pasado el plazo de un mes de
      *          sueldo, que es cuando el cliente cambio de empleador
      *          o dejo de recibir la nomina en la cuenta y hay que
      *          cobrar por otra via.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-ANTICIPOS-NOMINA.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Anticipos de remuneraciones vigentes e impagos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ANTICIPOS ASSIGN TO "anticipos_nomina.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-ANTICIPOS.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-ANTICIPOS.
           COPY "ANTICIPO-NOMINA.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-ANTICIPOS PIC X(2) VALUE "00".
       77 WS-ANTICIPOS-EOF PIC X VALUE 'N'.
           88 WS-ANTICIPOS-FIN-ARCHIVO VALUE 'S'.
      *    Un sueldo mensual deberia llegar dentro de este plazo
      *    desde el otorgamiento.
       77 WS-DIAS-ESPERA-SUELDO PIC 9(3) VALUE 35.
       77 WS-DIAS PIC S9(5) COMP.
       77 WS-ENTERO-HOY PIC S9(9) COMP.
       77 WS-ENTERO-OTORGAMIENTO PIC S9(9) COMP.
       77 WS-ADEUDADO PIC 9(8).
       77 WS-SITUACION PIC X(20).
       77 WS-TOTAL-VIGENTES PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-SIN-SUELDO PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-PARCIALES PIC 9(6) COMP VALUE 0.
       77 WS-MONTO-VIGENTE PIC 9(12) VALUE 0.
       77 WS-MONTO-SIN-SUELDO PIC 9(12) VALUE 0.
       77 WS-FORMATO-MONEDA PIC -(11)9.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).

       PROCEDURE DIVISION.
            DISPLAY "------ ANTICIPOS DE REMUNERACIONES ------".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.
            COMPUTE WS-ENTERO-HOY =
                FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).

            PERFORM RECORRER-ANTICIPOS.

            DISPLAY "------------------------------------------".
            DISPLAY "ANTICIPOS VIGENTES: " WS-TOTAL-VIGENTES.
            MOVE WS-MONTO-VIGENTE TO WS-FORMATO-MONEDA.
            DISPLAY "TOTAL ADEUDADO: " WS-FORMATO-MONEDA.
            DISPLAY "CON DESCUENTO PARCIAL: " WS-TOTAL-PARCIALES.
            DISPLAY "SIN SUELDO RECIBIDO: " WS-TOTAL-SIN-SUELDO.
            MOVE WS-MONTO-SIN-SUELDO TO WS-FORMATO-MONEDA.
            DISPLAY "ADEUDADO SIN SUELDO: " WS-FORMATO-MONEDA.

            STOP RUN.

            RECORRER-ANTICIPOS.
               OPEN INPUT ARCHIVO-ANTICIPOS
               IF WS-STATUS-ANTICIPOS = "35"
                   DISPLAY "NO HAY ANTICIPOS OTORGADOS"
               ELSE
                   DISPLAY
                       "RUT        CTA EMPLEADOR  OTORGADO DIAS "
                       "    ADEUDADO SITUACION"
                   PERFORM UNTIL WS-ANTICIPOS-FIN-ARCHIVO
                       READ ARCHIVO-ANTICIPOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-ANTICIPOS-EOF
                       END-READ
                       IF NOT WS-ANTICIPOS-FIN-ARCHIVO
                          AND ANT-ESTA-VIGENTE
                           PERFORM INFORMAR-ANTICIPO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-ANTICIPOS
               END-IF.

            INFORMAR-ANTICIPO.
               COMPUTE WS-ADEUDADO =
                   ANT-MONTO + ANT-COMISION - ANT-MONTO-PAGADO
               COMPUTE WS-ENTERO-OTORGAMIENTO =
                   FUNCTION INTEGER-OF-DATE(ANT-FECHA-OTORGAMIENTO)
               COMPUTE WS-DIAS = WS-ENTERO-HOY - WS-ENTERO-OTORGAMIENTO
               ADD 1 TO WS-TOTAL-VIGENTES
               ADD WS-ADEUDADO TO WS-MONTO-VIGENTE

               IF ANT-MONTO-PAGADO > 0
                   MOVE "DESCUENTO PARCIAL" TO WS-SITUACION
                   ADD 1 TO WS-TOTAL-PARCIALES
               ELSE
                   IF WS-DIAS > WS-DIAS-ESPERA-SUELDO
                       MOVE "SUELDO NO LLEGO" TO WS-SITUACION
                       ADD 1 TO WS-TOTAL-SIN-SUELDO
                       ADD WS-ADEUDADO TO WS-MONTO-SIN-SUELDO
                   ELSE
                       MOVE "ESPERA SUELDO" TO WS-SITUACION
                   END-IF
               END-IF

               MOVE WS-ADEUDADO TO WS-FORMATO-MONEDA
               DISPLAY
                   ANT-RUT " " ANT-NUM-CUENTA " " ANT-RUT-EMPLEADOR
                   " " ANT-FECHA-OTORGAMIENTO " " WS-DIAS " "
                   WS-FORMATO-MONEDA " " WS-SITUACION.
       END PROGRAM REPORTE-ANTICIPOS-NOMINA.
