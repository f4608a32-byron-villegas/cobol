      *          por cada terminal, cuenta en su diario electronico
      *          (diario-IDTERMINAL.txt) los eventos de falla del
      *          dia: DSF, LEC, CAS y FSV. Con esto la discusion de
      *          la multa del SLA deja de ser a mano alzada. Cada
      *          terminal se informa con su sucursal (maestros
      *          terminales.txt y sucursales.txt) y al final se da un
      *          resumen de disponibilidad por sucursal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ARCHIVO-DIARIO ASSIGN TO WS-NOMBRE-DIARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIARIO.
           SELECT ARCHIVO-SUCURSALES ASSIGN TO "sucursales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUC-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SUCURSALES.
           SELECT ARCHIVO-TERMINALES ASSIGN TO "terminales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-ID-TERMINAL
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TERMINALES.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-ESTADO-TERMINALES.
           COPY "ESTADO-TERMINAL.CPY".
       FD ARCHIVO-DIARIO.
           COPY "DIARIO-ELECTRONICO.CPY".
       FD ARCHIVO-SUCURSALES.
           COPY "SUCURSAL.CPY".
       FD ARCHIVO-TERMINALES.
           COPY "TERMINAL.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-ESTADO-TERM PIC X(2) VALUE "00".
       77 WS-STATUS-DIARIO PIC X(2) VALUE "00".
           15 WS-MINUTO-FORMATEADO PIC 99.
           15 FILLER PIC X VALUE ':'.
           15 WS-SEGUNDO-FORMATEADO PIC 99.
      *    Maestros de sucursales y terminales cargados en memoria.
      *    La ultima fila de la tabla de sucursales (codigo en
      *    blanco) junta lo que no esta asignado a una sucursal.
       77 WS-STATUS-SUCURSALES PIC X(2) VALUE "00".
       77 WS-STATUS-TERMINALES PIC X(2) VALUE "00".
       77 WS-MAESTRO-EOF PIC X VALUE 'N'.
           88 WS-MAESTRO-FIN-ARCHIVO VALUE 'S'.
       01 WS-TABLA-MAESTRO-TERMINALES.
           05 WS-MTR-ENTRY OCCURS 100 TIMES.
               10 MTR-ID-TERMINAL PIC X(8).
               10 MTR-SUCURSAL PIC X(4).
       77 WS-MTR-CANTIDAD PIC 9(3) COMP VALUE 0.
       77 WS-MTR-INDICE PIC 9(3) COMP.
       77 WS-TERMINAL-BUSCADO PIC X(8).
       01 WS-TABLA-SUCURSALES.
           05 WS-SUC-ENTRY OCCURS 51 TIMES.
               10 TAB-SUC-CODIGO PIC X(4).
               10 TAB-SUC-NOMBRE PIC X(30).
               10 TAB-SUC-REGION PIC 9(2).
               10 TAB-SUC-TERMINALES PIC 9(4).
               10 TAB-SUC-FUERA-SERVICIO PIC 9(4).
               10 TAB-SUC-FALLAS PIC 9(6).
               10 TAB-SUC-RECHAZOS PIC 9(6).
       77 WS-SUC-CANTIDAD PIC 9(2) COMP VALUE 0.
       77 WS-SUC-INDICE PIC 9(2) COMP.
       77 WS-SUC-ACTUAL PIC 9(2) COMP.
       77 WS-CODIGO-SUCURSAL PIC X(4).

       PROCEDURE DIVISION.
            DISPLAY "------ DISPONIBILIDAD DE TERMINALES ------".
            MOVE WS-FECHAYHORA-FORMATEADA(1:10)
                TO WS-FECHA-HOY-TEXTO.

            PERFORM CARGAR-MAESTRO-SUCURSALES.
            PERFORM CARGAR-MAESTRO-TERMINALES.

            PERFORM RECORRER-TERMINALES.

            DISPLAY "TERMINALES REPORTADOS: " WS-TERMINALES.

            PERFORM IMPRIMIR-RESUMEN-SUCURSALES.

            STOP RUN.

            CARGAR-MAESTRO-SUCURSALES.
               OPEN INPUT ARCHIVO-SUCURSALES
               IF WS-STATUS-SUCURSALES NOT = "35"
                   MOVE 'N' TO WS-MAESTRO-EOF
                   PERFORM UNTIL WS-MAESTRO-FIN-ARCHIVO
                       READ ARCHIVO-SUCURSALES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MAESTRO-EOF
                           NOT AT END
                               IF WS-SUC-CANTIDAD < 50
                                   ADD 1 TO WS-SUC-CANTIDAD
                                   MOVE SUC-CODIGO TO
                                       TAB-SUC-CODIGO(WS-SUC-CANTIDAD)
                                   MOVE SUC-NOMBRE TO
                                       TAB-SUC-NOMBRE(WS-SUC-CANTIDAD)
                                   MOVE SUC-REGION TO
                                       TAB-SUC-REGION(WS-SUC-CANTIDAD)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-SUCURSALES
               END-IF
               ADD 1 TO WS-SUC-CANTIDAD
               MOVE SPACES TO TAB-SUC-CODIGO(WS-SUC-CANTIDAD)
               MOVE "SIN SUCURSAL" TO TAB-SUC-NOMBRE(WS-SUC-CANTIDAD)
               MOVE 0 TO TAB-SUC-REGION(WS-SUC-CANTIDAD)
               PERFORM VARYING WS-SUC-INDICE FROM 1 BY 1
                       UNTIL WS-SUC-INDICE > WS-SUC-CANTIDAD
                   MOVE 0 TO TAB-SUC-TERMINALES(WS-SUC-INDICE)
                   MOVE 0 TO TAB-SUC-FUERA-SERVICIO(WS-SUC-INDICE)
                   MOVE 0 TO TAB-SUC-FALLAS(WS-SUC-INDICE)
                   MOVE 0 TO TAB-SUC-RECHAZOS(WS-SUC-INDICE)
               END-PERFORM.

            CARGAR-MAESTRO-TERMINALES.
               OPEN INPUT ARCHIVO-TERMINALES
               IF WS-STATUS-TERMINALES NOT = "35"
                   MOVE 'N' TO WS-MAESTRO-EOF
                   PERFORM UNTIL WS-MAESTRO-FIN-ARCHIVO
                       READ ARCHIVO-TERMINALES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MAESTRO-EOF
                           NOT AT END
                               IF WS-MTR-CANTIDAD < 100
                                   ADD 1 TO WS-MTR-CANTIDAD
                                   MOVE TRM-ID-TERMINAL TO
                                       MTR-ID-TERMINAL(WS-MTR-CANTIDAD)
                                   MOVE TRM-CODIGO-SUCURSAL TO
                                       MTR-SUCURSAL(WS-MTR-CANTIDAD)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TERMINALES
               END-IF.

            UBICAR-SUCURSAL-TERMINAL.
      *        Deja en WS-SUC-ACTUAL la fila de la sucursal del
      *        terminal WS-TERMINAL-BUSCADO; si el terminal o su
      *        sucursal no estan en los maestros cae en la fila SIN
      *        SUCURSAL.
               MOVE SPACES TO WS-CODIGO-SUCURSAL
               PERFORM VARYING WS-MTR-INDICE FROM 1 BY 1
                       UNTIL WS-MTR-INDICE > WS-MTR-CANTIDAD
                   IF MTR-ID-TERMINAL(WS-MTR-INDICE)
                      = WS-TERMINAL-BUSCADO
                       MOVE MTR-SUCURSAL(WS-MTR-INDICE)
                           TO WS-CODIGO-SUCURSAL
                   END-IF
               END-PERFORM
               PERFORM UBICAR-SUCURSAL-CODIGO.

            UBICAR-SUCURSAL-CODIGO.
      *        Fila de la tabla para WS-CODIGO-SUCURSAL; un codigo
      *        desconocido o en blanco cae en la fila SIN SUCURSAL.
               MOVE WS-SUC-CANTIDAD TO WS-SUC-ACTUAL
               PERFORM VARYING WS-SUC-INDICE FROM 1 BY 1
                       UNTIL WS-SUC-INDICE >= WS-SUC-CANTIDAD
                   IF TAB-SUC-CODIGO(WS-SUC-INDICE) = WS-CODIGO-SUCURSAL
                       MOVE WS-SUC-INDICE TO WS-SUC-ACTUAL
                   END-IF
               END-PERFORM.

            RECORRER-TERMINALES.
               OPEN INPUT ARCHIVO-ESTADO-TERMINALES
               IF WS-STATUS-ESTADO-TERM = "35"
               ADD 1 TO WS-TERMINALES
               PERFORM CONTAR-FALLAS-DEL-DIA

               MOVE EST-ID-TERMINAL TO WS-TERMINAL-BUSCADO
               PERFORM UBICAR-SUCURSAL-TERMINAL
               ADD 1 TO TAB-SUC-TERMINALES(WS-SUC-ACTUAL)
               ADD WS-FALLAS-DSF-HOY WS-FALLAS-LEC-HOY
                   WS-FALLAS-CAS-HOY
                   TO TAB-SUC-FALLAS(WS-SUC-ACTUAL)
               ADD WS-RECHAZOS-FSV-HOY
                   TO TAB-SUC-RECHAZOS(WS-SUC-ACTUAL)

               DISPLAY "-------- TERMINAL " EST-ID-TERMINAL
                   " --------"
               DISPLAY "  SUCURSAL: " TAB-SUC-CODIGO(WS-SUC-ACTUAL)
                   " " TAB-SUC-NOMBRE(WS-SUC-ACTUAL)
               IF TERMINAL-FUERA-DE-SERVICIO
                   DISPLAY "  ESTADO: FUERA DE SERVICIO"
                   ADD 1 TO TAB-SUC-FUERA-SERVICIO(WS-SUC-ACTUAL)
               ELSE
                   DISPLAY "  ESTADO: OPERATIVO"
               END-IF
                       EST-FECHAYHORA-ULTIMA-FALLA
               END-IF.

            IMPRIMIR-RESUMEN-SUCURSALES.
      *        Terminales con estado registrado, cuantos siguen fuera
      *        de servicio y las fallas y rechazos del dia, por
      *        sucursal.
               DISPLAY "-------- RESUMEN POR SUCURSAL --------"
               DISPLAY
                   "SUC  NOMBRE                         TERM FSV  "
                   "FALLAS RECHAZOS"
               PERFORM VARYING WS-SUC-INDICE FROM 1 BY 1
                       UNTIL WS-SUC-INDICE > WS-SUC-CANTIDAD
                   IF TAB-SUC-TERMINALES(WS-SUC-INDICE) > 0
                       DISPLAY
                           TAB-SUC-CODIGO(WS-SUC-INDICE) " "
                           TAB-SUC-NOMBRE(WS-SUC-INDICE) " "
                           TAB-SUC-TERMINALES(WS-SUC-INDICE) " "
                           TAB-SUC-FUERA-SERVICIO(WS-SUC-INDICE)
                           " " TAB-SUC-FALLAS(WS-SUC-INDICE) " "
                           TAB-SUC-RECHAZOS(WS-SUC-INDICE)
                   END-IF
               END-PERFORM.

            CONTAR-FALLAS-DEL-DIA.
      *        Una pasada por el diario del terminal contando los
      *        eventos de falla de hoy; el tiempo entre la primera
