      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Batch diario de mayoria de edad: recorre las cuentas
      *          de menor (producto MEN) aun no marcadas y, cuando la
      *          fecha de nacimiento del titular en el maestro de
      *          clientes indica que ya cumplio 18 anios, marca la
      *          cuenta M (el tutor deja de autorizar giros) y encola
      *          un aviso MAY al titular, para que se presente a
      *          convertirla en una cuenta regular, y otro MAT al
      *          tutor legal. La conversion misma la hace el ejecutivo
      *          en ACTIVAR-PREAPERTURA con el titular presente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAYORIA-EDAD-MENORES.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Marca y aviso de mayoria de edad en cuentas MEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CLIENTES.
           SELECT ARCHIVO-NOTIFICACIONES ASSIGN TO "notificaciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-NOTIFICACIONES.
           COPY "NOTIFICACION.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-CUENTAS-EOF PIC X VALUE 'N'.
           88 WS-CUENTAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-FECHA-NACIMIENTO PIC 9(8).
       77 WS-EDAD-AAAAMMDD PIC S9(8).
       77 WS-ID-TERMINAL PIC X(8) VALUE "BATCHMAY".
       77 WS-TOTAL-REVISADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-MAYORES PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-SIN-FECHA PIC 9(6) COMP VALUE 0.
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
            DISPLAY "------ MAYORIA DE EDAD EN CUENTAS DE MENOR ------".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO.
            MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO.
            MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO.
            MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA.
            MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO.
            MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            PERFORM REVISAR-CUENTAS-MENORES.

            DISPLAY "CUENTAS DE MENOR REVISADAS: " WS-TOTAL-REVISADAS.
            DISPLAY "TITULARES QUE CUMPLIERON 18: " WS-TOTAL-MAYORES.
            DISPLAY "SIN FECHA DE NACIMIENTO: " WS-TOTAL-SIN-FECHA.

            STOP RUN.

            REVISAR-CUENTAS-MENORES.
               OPEN I-O ARCHIVO-CUENTAS
               IF WS-STATUS-CUENTAS = "35"
                   DISPLAY "NO EXISTE ARCHIVO DE CUENTAS"
               ELSE
                   OPEN INPUT ARCHIVO-CLIENTES
                   IF WS-STATUS-CLIENTES = "35"
                       DISPLAY "NO EXISTE MAESTRO DE CLIENTES"
                   ELSE
                       MOVE 'N' TO WS-CUENTAS-EOF
                       PERFORM UNTIL WS-CUENTAS-FIN-ARCHIVO
                           READ ARCHIVO-CUENTAS NEXT RECORD
                               AT END
                                   MOVE 'S' TO WS-CUENTAS-EOF
                           END-READ
                           IF NOT WS-CUENTAS-FIN-ARCHIVO
                              AND PRODUCTO-ES-MENOR
                              AND NOT MENOR-CUMPLIO-MAYORIA
                               ADD 1 TO WS-TOTAL-REVISADAS
                               PERFORM EVALUAR-MAYORIA
                           END-IF
                       END-PERFORM
                       CLOSE ARCHIVO-CLIENTES
                   END-IF
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

            EVALUAR-MAYORIA.
      *        Con las fechas en AAAAMMDD, la diferencia llega a
      *        180000 justo el dia en que se cumplen 18 anios.
               MOVE 0 TO WS-FECHA-NACIMIENTO
               MOVE RUT TO CLI-RUT
               READ ARCHIVO-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLI-FECHA-NACIMIENTO IS NUMERIC
                           MOVE CLI-FECHA-NACIMIENTO
                               TO WS-FECHA-NACIMIENTO
                       END-IF
               END-READ

               IF WS-FECHA-NACIMIENTO = 0
                   ADD 1 TO WS-TOTAL-SIN-FECHA
                   DISPLAY "CUENTA DE MENOR SIN FECHA DE NACIMIENTO: "
                       RUT " " NUM-CUENTA
               ELSE
                   COMPUTE WS-EDAD-AAAAMMDD =
                       WS-FECHA-HOY - WS-FECHA-NACIMIENTO
                   IF WS-EDAD-AAAAMMDD >= 180000
                       PERFORM MARCAR-MAYORIA
                   END-IF
               END-IF.

            MARCAR-MAYORIA.
               MOVE 'M' TO ESTADO-MAYORIA
               MOVE WS-FECHA-HOY TO FECHA-AVISO-MAYORIA
               REWRITE CUENTA
               ADD 1 TO WS-TOTAL-MAYORES
               DISPLAY "CUMPLIO 18 ANIOS: " RUT " CUENTA " NUM-CUENTA
                   " TUTOR " RUT-TUTOR

               OPEN EXTEND ARCHIVO-NOTIFICACIONES
               MOVE SPACES TO REGISTRO-NOTIFICACION
               MOVE RUT TO NOT-RUT
               MOVE NUM-CUENTA TO NOT-NUM-CUENTA
               MOVE "MAY" TO NOT-OPERACION
               MOVE SALDO TO NOT-SALDO-NUEVO
               MOVE WS-FECHAYHORA-FORMATEADA TO NOT-FECHAYHORA
               MOVE WS-ID-TERMINAL TO NOT-ID-TERMINAL
               MOVE "PEN" TO NOT-ESTADO
               MOVE 0 TO NOT-REINTENTOS
               WRITE REGISTRO-NOTIFICACION AFTER ADVANCING 1 LINE

               IF RUT-TUTOR NOT = SPACES
                   MOVE SPACES TO REGISTRO-NOTIFICACION
                   MOVE RUT-TUTOR TO NOT-RUT
                   MOVE NUM-CUENTA TO NOT-NUM-CUENTA
                   MOVE "MAT" TO NOT-OPERACION
                   MOVE 0 TO NOT-SALDO-NUEVO
                   MOVE WS-FECHAYHORA-FORMATEADA TO NOT-FECHAYHORA
                   MOVE WS-ID-TERMINAL TO NOT-ID-TERMINAL
                   MOVE "PEN" TO NOT-ESTADO
                   MOVE 0 TO NOT-REINTENTOS
                   WRITE REGISTRO-NOTIFICACION AFTER ADVANCING 1 LINE
               END-IF
               CLOSE ARCHIVO-NOTIFICACIONES.
       END PROGRAM MAYORIA-EDAD-MENORES.
