      *          y por hora del dia, mas una seccion de comparacion
      *          del mes de cierre del rango contra el mes anterior,
      *          para decidir con datos donde mover una maquina o
      *          cuando extender la ventana de mantencion. Los
      *          terminales se consolidan por sucursal y por region
      *          segun los maestros terminales.txt y sucursales.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ARCHIVO-BITACORA ASSIGN TO "bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA.
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
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-SUCURSALES.
           COPY "SUCURSAL.CPY".
       FD ARCHIVO-TERMINALES.
           COPY "TERMINAL.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-BITACORA PIC X(2) VALUE "00".
       77 WS-FECHA-DESDE PIC 9(8).
       77 WS-MES-ANT-CANTIDAD PIC 9(8) VALUE 0.
       77 WS-MES-ANT-MONTO PIC 9(12) VALUE 0.
       77 WS-FORMATO-MONEDA PIC -(11)9.
      *    Maestros de sucursales y terminales cargados en memoria.
      *    La ultima fila de la tabla de sucursales (codigo en
      *    blanco) junta los terminales que no estan en el maestro.
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
       01 WS-TABLA-SUCURSALES.
           05 WS-SUC-ENTRY OCCURS 51 TIMES.
               10 TAB-SUC-CODIGO PIC X(4).
               10 TAB-SUC-NOMBRE PIC X(30).
               10 TAB-SUC-REGION PIC 9(2).
               10 TAB-SUC-CANTIDAD PIC 9(8).
               10 TAB-SUC-MONTO PIC 9(12).
       77 WS-SUC-CANTIDAD PIC 9(2) COMP VALUE 0.
       77 WS-SUC-INDICE PIC 9(2) COMP.
       77 WS-SUC-ACTUAL PIC 9(2) COMP.
       77 WS-CODIGO-SUCURSAL PIC X(4).
      *    Region 00 (posicion 1) = sin sucursal asignada.
       01 WS-TABLA-REGIONES.
           05 WS-REG-ENTRY OCCURS 17 TIMES.
               10 TAB-REG-CANTIDAD PIC 9(8).
               10 TAB-REG-MONTO PIC 9(12).
       77 WS-REGION PIC 9(2).

       PROCEDURE DIVISION.
            DISPLAY "----------- REPORTE DE GESTION -----------".

            MOVE WS-HASTA-TEXTO(1:7) TO WS-MES-ACTUAL.
            MOVE ZEROES TO WS-TABLA-HORAS.
            MOVE ZEROES TO WS-TABLA-REGIONES.
            PERFORM CALCULAR-MES-ANTERIOR.

            PERFORM CARGAR-MAESTRO-SUCURSALES.
            PERFORM CARGAR-MAESTRO-TERMINALES.

            PERFORM AGREGAR-BITACORA.

            PERFORM IMPRIMIR-REPORTE.
                   INTO WS-MES-ANTERIOR
               END-STRING.

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
                   MOVE 0 TO TAB-SUC-CANTIDAD(WS-SUC-INDICE)
                   MOVE 0 TO TAB-SUC-MONTO(WS-SUC-INDICE)
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
      *        terminal BIT-ID-TERMINAL; si el terminal o su sucursal
      *        no estan en los maestros cae en la fila SIN SUCURSAL.
               MOVE SPACES TO WS-CODIGO-SUCURSAL
               PERFORM VARYING WS-MTR-INDICE FROM 1 BY 1
                       UNTIL WS-MTR-INDICE > WS-MTR-CANTIDAD
                   IF MTR-ID-TERMINAL(WS-MTR-INDICE) = BIT-ID-TERMINAL
                       MOVE MTR-SUCURSAL(WS-MTR-INDICE)
                           TO WS-CODIGO-SUCURSAL
                   END-IF
               END-PERFORM
               MOVE WS-SUC-CANTIDAD TO WS-SUC-ACTUAL
               PERFORM VARYING WS-SUC-INDICE FROM 1 BY 1
                       UNTIL WS-SUC-INDICE >= WS-SUC-CANTIDAD
                   IF TAB-SUC-CODIGO(WS-SUC-INDICE) = WS-CODIGO-SUCURSAL
                       MOVE WS-SUC-INDICE TO WS-SUC-ACTUAL
                   END-IF
               END-PERFORM.

            AGREGAR-BITACORA.
               OPEN INPUT ARCHIVO-BITACORA
               IF WS-STATUS-BITACORA = "35"
                   ADD 1 TO WS-TOTAL-RANGO
                   PERFORM ACUMULAR-POR-OPERACION
                   PERFORM ACUMULAR-POR-TERMINAL
                   PERFORM ACUMULAR-POR-SUCURSAL
                   PERFORM ACUMULAR-POR-HORA
               END-IF.

                   ADD WS-MOV-MONTO-NUM TO TAB-TER-MONTO(WS-ACTUAL)
               END-IF.

            ACUMULAR-POR-SUCURSAL.
               PERFORM UBICAR-SUCURSAL-TERMINAL
               ADD 1 TO TAB-SUC-CANTIDAD(WS-SUC-ACTUAL)
               ADD WS-MOV-MONTO-NUM TO TAB-SUC-MONTO(WS-SUC-ACTUAL)
               MOVE TAB-SUC-REGION(WS-SUC-ACTUAL) TO WS-REGION
               IF WS-REGION > 16
                   MOVE 0 TO WS-REGION
               END-IF
               ADD 1 TO TAB-REG-CANTIDAD(WS-REGION + 1)
               ADD WS-MOV-MONTO-NUM TO TAB-REG-MONTO(WS-REGION + 1).

            ACUMULAR-POR-HORA.
               IF BIT-FECHAYHORA(12:2) NUMERIC
                   MOVE BIT-FECHAYHORA(12:2) TO WS-HORA-MOV
                       WS-FORMATO-MONEDA
               END-PERFORM

               DISPLAY "-------- POR SUCURSAL --------"
               PERFORM VARYING WS-SUC-INDICE FROM 1 BY 1
                       UNTIL WS-SUC-INDICE > WS-SUC-CANTIDAD
                   IF TAB-SUC-CANTIDAD(WS-SUC-INDICE) > 0
                       MOVE TAB-SUC-MONTO(WS-SUC-INDICE)
                           TO WS-FORMATO-MONEDA
                       DISPLAY
                           TAB-SUC-CODIGO(WS-SUC-INDICE) " "
                           TAB-SUC-NOMBRE(WS-SUC-INDICE) " "
                           TAB-SUC-CANTIDAD(WS-SUC-INDICE) " "
                           WS-FORMATO-MONEDA
                   END-IF
               END-PERFORM

               DISPLAY "-------- POR REGION --------"
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > 17
                   IF TAB-REG-CANTIDAD(WS-INDICE) > 0
                       COMPUTE WS-REGION = WS-INDICE - 1
                       MOVE TAB-REG-MONTO(WS-INDICE)
                           TO WS-FORMATO-MONEDA
                       IF WS-REGION = 0
                           DISPLAY
                               "SIN REGION " TAB-REG-CANTIDAD(WS-INDICE)
                               " " WS-FORMATO-MONEDA
                       ELSE
                           DISPLAY
                               "REGION " WS-REGION "  "
                               TAB-REG-CANTIDAD(WS-INDICE) " "
                               WS-FORMATO-MONEDA
                       END-IF
                   END-IF
               END-PERFORM

               DISPLAY "-------- POR HORA DEL DIA --------"
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > 24
