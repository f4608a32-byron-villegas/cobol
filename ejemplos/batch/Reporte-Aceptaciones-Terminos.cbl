      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Reporte legal de aceptacion de terminos y
      *          condiciones: para una version de un producto deja
      *          en reporte_aceptaciones_terminos.txt cada RUT que la
      *          acepto o la rechazo (fecha y hora, origen y quien
      *          la registro) y, al final, los titulares de cuentas
      *          del producto que aun no la aceptan, con los totales
      *          de cada grupo, para las inspecciones del regulador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-ACEPTACIONES-TERMINOS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Reporte de aceptacion de terminos por version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-TERMINOS ASSIGN TO "terminos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TERMINOS.
           SELECT ARCHIVO-ACEPTACIONES
               ASSIGN TO "aceptaciones_terminos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACP-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-ACEPTACIONES.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "cuentas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUENTA-CLAVE
               ALTERNATE RECORD KEY IS NUM-TARJETA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RUT-SECUNDARIO
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CUENTAS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "reporte_aceptaciones_terminos.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-TERMINOS.
           COPY "TERMINO.CPY".
       FD ARCHIVO-ACEPTACIONES.
           COPY "ACEPTACION-TERMINOS.CPY".
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-REPORTE.
       01 REGISTRO-REPORTE PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-TERMINOS PIC X(2) VALUE "00".
       77 WS-STATUS-ACEPTACIONES PIC X(2) VALUE "00".
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-PRODUCTO PIC X(3).
       77 WS-VERSION PIC 9(3).
       77 WS-ACEPTACIONES-EOF PIC X VALUE 'N'.
           88 WS-ACEPTACIONES-FIN-ARCHIVO VALUE 'S'.
       77 WS-CUENTAS-EOF PIC X VALUE 'N'.
           88 WS-CUENTAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-RUT-ANTERIOR PIC X(10) VALUE SPACES.
       77 WS-TIENE-DECISION PIC X VALUE 'N'.
           88 RUT-TIENE-DECISION VALUE 'S'.
       77 WS-TOTAL-ACEPTADAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-RECHAZADAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-PENDIENTES PIC 9(6) VALUE 0.
       01 WS-LINEA-DETALLE.
           05 DET-RUT PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 DET-DECISION PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 DET-FECHAYHORA PIC X(19).
           05 FILLER PIC X VALUE SPACE.
           05 DET-ORIGEN PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 DET-USUARIO PIC X(10).

       PROCEDURE DIVISION.
            DISPLAY "---- REPORTE DE ACEPTACION DE TERMINOS ----".

            DISPLAY "PRODUCTO (CTE/VIS/AHO/MEN): ".
            ACCEPT WS-PRODUCTO.
            MOVE FUNCTION UPPER-CASE(WS-PRODUCTO) TO WS-PRODUCTO.
            DISPLAY "VERSION DE LOS TERMINOS: ".
            ACCEPT WS-VERSION.

            OPEN INPUT ARCHIVO-TERMINOS.
            IF WS-STATUS-TERMINOS = "35"
                DISPLAY "NO HAY TERMINOS PUBLICADOS"
                STOP RUN
            END-IF.
            MOVE WS-PRODUCTO TO TRM-PRODUCTO.
            MOVE WS-VERSION TO TRM-VERSION.
            READ ARCHIVO-TERMINOS
                INVALID KEY
                    DISPLAY "VERSION NO PUBLICADA PARA EL PRODUCTO"
                    CLOSE ARCHIVO-TERMINOS
                    STOP RUN
            END-READ.
            CLOSE ARCHIVO-TERMINOS.

            OPEN OUTPUT ARCHIVO-REPORTE.
            MOVE SPACES TO REGISTRO-REPORTE.
            STRING "ACEPTACION DE TERMINOS " TRM-PRODUCTO
                " VERSION " TRM-VERSION
                " VIGENTE DESDE " TRM-FECHA-VIGENCIA
                " GRACIA " TRM-FECHA-GRACIA
                DELIMITED BY SIZE INTO REGISTRO-REPORTE
            END-STRING.
            WRITE REGISTRO-REPORTE.
            MOVE TRM-TEXTO TO REGISTRO-REPORTE.
            WRITE REGISTRO-REPORTE.
            MOVE SPACES TO REGISTRO-REPORTE.
            WRITE REGISTRO-REPORTE.

            PERFORM LISTAR-DECISIONES.
            PERFORM LISTAR-PENDIENTES.
            PERFORM GRABAR-TOTALES.

            CLOSE ARCHIVO-REPORTE.

            DISPLAY "ACEPTADAS: " WS-TOTAL-ACEPTADAS.
            DISPLAY "RECHAZADAS: " WS-TOTAL-RECHAZADAS.
            DISPLAY "PENDIENTES: " WS-TOTAL-PENDIENTES.

            STOP RUN.

            LISTAR-DECISIONES.
               OPEN INPUT ARCHIVO-ACEPTACIONES
               IF WS-STATUS-ACEPTACIONES = "35"
                   DISPLAY "NO HAY DECISIONES REGISTRADAS"
               ELSE
                   MOVE 'N' TO WS-ACEPTACIONES-EOF
                   PERFORM UNTIL WS-ACEPTACIONES-FIN-ARCHIVO
                       READ ARCHIVO-ACEPTACIONES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-ACEPTACIONES-EOF
                           NOT AT END
                               IF ACP-PRODUCTO = WS-PRODUCTO
                                  AND ACP-VERSION = WS-VERSION
                                   PERFORM LISTAR-UNA-DECISION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-ACEPTACIONES
               END-IF.

            LISTAR-UNA-DECISION.
               MOVE ACP-RUT TO DET-RUT
               IF ACP-FUE-ACEPTADA
                   MOVE "ACEPTADA" TO DET-DECISION
                   ADD 1 TO WS-TOTAL-ACEPTADAS
               ELSE
                   MOVE "RECHAZADA" TO DET-DECISION
                   ADD 1 TO WS-TOTAL-RECHAZADAS
               END-IF
               MOVE ACP-FECHAYHORA TO DET-FECHAYHORA
               MOVE ACP-ORIGEN TO DET-ORIGEN
               MOVE ACP-USUARIO TO DET-USUARIO
               WRITE REGISTRO-REPORTE FROM WS-LINEA-DETALLE.

            LISTAR-PENDIENTES.
      *        Titulares de cuentas del producto sin decision sobre
      *        la version; cuentas.txt viene ordenado por RUT, asi
      *        que cada RUT se informa una sola vez.
               OPEN INPUT ARCHIVO-CUENTAS
               IF WS-STATUS-CUENTAS = "35"
                   CONTINUE
               ELSE
                   OPEN INPUT ARCHIVO-ACEPTACIONES
                   MOVE SPACES TO WS-RUT-ANTERIOR
                   MOVE 'N' TO WS-CUENTAS-EOF
                   PERFORM UNTIL WS-CUENTAS-FIN-ARCHIVO
                       READ ARCHIVO-CUENTAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-CUENTAS-EOF
                           NOT AT END
                               IF TIPO-PRODUCTO = WS-PRODUCTO
                                  AND RUT NOT = WS-RUT-ANTERIOR
                                   MOVE RUT TO WS-RUT-ANTERIOR
                                   PERFORM VERIFICAR-PENDIENTE
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-STATUS-ACEPTACIONES NOT = "35"
                       CLOSE ARCHIVO-ACEPTACIONES
                   END-IF
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

            VERIFICAR-PENDIENTE.
               MOVE 'N' TO WS-TIENE-DECISION
               IF WS-STATUS-ACEPTACIONES NOT = "35"
                   MOVE RUT TO ACP-RUT
                   MOVE WS-PRODUCTO TO ACP-PRODUCTO
                   MOVE WS-VERSION TO ACP-VERSION
                   READ ARCHIVO-ACEPTACIONES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-TIENE-DECISION
                   END-READ
               END-IF
               IF NOT RUT-TIENE-DECISION
                   MOVE SPACES TO WS-LINEA-DETALLE
                   MOVE RUT TO DET-RUT
                   MOVE "PENDIENTE" TO DET-DECISION
                   WRITE REGISTRO-REPORTE FROM WS-LINEA-DETALLE
                   ADD 1 TO WS-TOTAL-PENDIENTES
               END-IF.

            GRABAR-TOTALES.
               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "ACEPTADAS: " WS-TOTAL-ACEPTADAS
                   "  RECHAZADAS: " WS-TOTAL-RECHAZADAS
                   "  PENDIENTES: " WS-TOTAL-PENDIENTES
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE.
       END PROGRAM REPORTE-ACEPTACIONES-TERMINOS.
