      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Reporte mensual de ingresos por comisiones devueltos
      *          a clientes: recorre devoluciones_comision.txt (lo
      *          que ejecutivos y supervisores devolvieron y
      *          condonaron en DEVOLVER-COMISION) y totaliza el mes
      *          pedido por operador y motivo, con el subtotal de
      *          cada operador contra el tope mensual de su rol
      *          (tarifa DVC), el total por motivo y el total del
      *          mes separado en devoluciones (DCO) y condonaciones
      *          de comisiones por cobrar. Reporte:
      *          devoluciones_comision-AAAAMM.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-DEVOLUCIONES-COMISION.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Comisiones devueltas por operador y motivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-DEVOLUCIONES
               ASSIGN TO "devoluciones_comision.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEVOLUCIONES.
           SELECT ARCHIVO-TARIFAS ASSIGN TO "tarifas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARIFAS.
           SELECT ARCHIVO-REPORTE ASSIGN TO WS-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-DEVOLUCIONES.
           COPY "DEVOLUCION-COMISION.CPY".
       FD ARCHIVO-TARIFAS.
           COPY "TARIFA.CPY".
       FD ARCHIVO-REPORTE.
       01 REGISTRO-REPORTE PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-DEVOLUCIONES PIC X(2) VALUE "00".
       77 WS-STATUS-TARIFAS PIC X(2) VALUE "00".
       77 WS-DEVOLUCIONES-EOF PIC X VALUE 'N'.
           88 WS-DEVOLUCIONES-FIN-ARCHIVO VALUE 'S'.
       77 WS-NOMBRE-REPORTE PIC X(40).
       77 WS-FECHAYHORA PIC X(21).
       77 WS-PERIODO PIC 9(6) VALUE 0.
       01 WS-MES-CONSULTA.
           05 WS-MES-ANIO PIC 9(4).
           05 FILLER PIC X VALUE '-'.
           05 WS-MES-MES PIC 99.
      *    Topes mensuales por rol, los mismos de DEVOLVER-COMISION.
       77 WS-TOPE-EJECUTIVO PIC 9(8) VALUE 100000.
       77 WS-TOPE-SUPERVISOR PIC 9(8) VALUE 1000000.
       77 WS-TOPE-FILA PIC 9(8).
      *    Una fila por operador y motivo del mes, ordenadas por
      *    operador y motivo antes de imprimir.
       01 WS-TABLA-DEVOLUCIONES.
           05 DEV-FILA OCCURS 500 TIMES.
               10 DEV-OPERADOR-RUT PIC X(10).
               10 DEV-OPERADOR-ROL PIC X(3).
               10 DEV-MOTIVO PIC X(3).
               10 DEV-CANTIDAD PIC 9(6) COMP.
               10 DEV-MONTO-DCO PIC 9(12) COMP.
               10 DEV-MONTO-CON PIC 9(12) COMP.
       01 WS-FILA-AUXILIAR.
           05 AUX-OPERADOR-RUT PIC X(10).
           05 AUX-OPERADOR-ROL PIC X(3).
           05 AUX-MOTIVO PIC X(3).
           05 AUX-CANTIDAD PIC 9(6) COMP.
           05 AUX-MONTO-DCO PIC 9(12) COMP.
           05 AUX-MONTO-CON PIC 9(12) COMP.
       77 WS-DEV-CANTIDAD PIC 9(4) COMP VALUE 0.
       77 WS-DEV-INDICE PIC 9(4) COMP.
       77 WS-DEV-ENCONTRADA PIC 9(4) COMP.
       77 WS-ORDEN-I PIC 9(4) COMP.
       77 WS-ORDEN-J PIC 9(4) COMP.
       77 WS-DESCARTADAS PIC 9(6) COMP VALUE 0.
      *    Totales por motivo: ERR, DUP, SER, RET, EXC.
       01 WS-TABLA-MOTIVOS.
           05 MOT-FILA OCCURS 5 TIMES.
               10 MOT-CODIGO PIC X(3).
               10 MOT-DESCRIPCION PIC X(20).
               10 MOT-CANTIDAD PIC 9(6) COMP.
               10 MOT-MONTO PIC 9(12) COMP.
       77 WS-MOT-INDICE PIC 9(1) COMP.
       77 WS-OPERADOR-ACTUAL PIC X(10).
       77 WS-ROL-ACTUAL PIC X(3).
       77 WS-SUBTOTAL-OPERADOR PIC 9(12) COMP VALUE 0.
       77 WS-TOTAL-REGISTROS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-DCO PIC 9(12) COMP VALUE 0.
       77 WS-TOTAL-CON PIC 9(12) COMP VALUE 0.
       77 WS-TOTAL-MES PIC 9(12) COMP VALUE 0.
       77 WS-MONTO-ED PIC Z(10)9.
       77 WS-MONTO-ED-2 PIC Z(10)9.
       77 WS-CANTIDAD-ED PIC Z(5)9.
       77 WS-MARCA PIC X(14).

       PROCEDURE DIVISION.
            DISPLAY "--- REPORTE DE DEVOLUCIONES DE COMISIONES ---".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            DISPLAY "MES A REPORTAR (AAAAMM, 0 = MES EN CURSO): ".
            ACCEPT WS-PERIODO.
            IF WS-PERIODO NOT NUMERIC OR WS-PERIODO = 0 THEN
                MOVE WS-FECHAYHORA(1:6) TO WS-PERIODO
            END-IF.
            COMPUTE WS-MES-ANIO = WS-PERIODO / 100.
            COMPUTE WS-MES-MES = WS-PERIODO - (WS-MES-ANIO * 100).

            PERFORM CARGAR-TOPES.
            PERFORM INICIAR-MOTIVOS.
            PERFORM RECORRER-DEVOLUCIONES.
            PERFORM ORDENAR-DEVOLUCIONES.
            PERFORM EMITIR-REPORTE.

            MOVE WS-TOTAL-MES TO WS-MONTO-ED.
            DISPLAY "REGISTROS DEL MES: " WS-TOTAL-REGISTROS
                "  TOTAL DEVUELTO: " WS-MONTO-ED.
            IF WS-DESCARTADAS > 0
                DISPLAY "*** TABLA DE OPERADORES LLENA: "
                    WS-DESCARTADAS " REGISTROS SIN DETALLE ***"
            END-IF.
            DISPLAY "REPORTE: " WS-NOMBRE-REPORTE.

            STOP RUN.

            CARGAR-TOPES.
               OPEN INPUT ARCHIVO-TARIFAS
               IF WS-STATUS-TARIFAS NOT = "35"
                   MOVE "DVC" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       NOT INVALID KEY
                           IF TAR-MONTO > 0
                               MOVE TAR-MONTO TO WS-TOPE-EJECUTIVO
                           END-IF
                           IF TAR-UMBRAL-EXENCION > 0
                               MOVE TAR-UMBRAL-EXENCION
                                   TO WS-TOPE-SUPERVISOR
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-TARIFAS
               END-IF.

            INICIAR-MOTIVOS.
               MOVE "ERR" TO MOT-CODIGO(1)
               MOVE "COBRO ERRONEO" TO MOT-DESCRIPCION(1)
               MOVE "DUP" TO MOT-CODIGO(2)
               MOVE "COBRO DUPLICADO" TO MOT-DESCRIPCION(2)
               MOVE "SER" TO MOT-CODIGO(3)
               MOVE "FALLA DE SERVICIO" TO MOT-DESCRIPCION(3)
               MOVE "RET" TO MOT-CODIGO(4)
               MOVE "RETENCION CLIENTE" TO MOT-DESCRIPCION(4)
               MOVE "EXC" TO MOT-CODIGO(5)
               MOVE "EXCEPCION COMERCIAL" TO MOT-DESCRIPCION(5)
               PERFORM VARYING WS-MOT-INDICE FROM 1 BY 1
                       UNTIL WS-MOT-INDICE > 5
                   MOVE 0 TO MOT-CANTIDAD(WS-MOT-INDICE)
                   MOVE 0 TO MOT-MONTO(WS-MOT-INDICE)
               END-PERFORM.

            RECORRER-DEVOLUCIONES.
               OPEN INPUT ARCHIVO-DEVOLUCIONES
               IF WS-STATUS-DEVOLUCIONES = "35"
                   DISPLAY "SIN DEVOLUCIONES REGISTRADAS"
               ELSE
                   MOVE 'N' TO WS-DEVOLUCIONES-EOF
                   PERFORM UNTIL WS-DEVOLUCIONES-FIN-ARCHIVO
                       READ ARCHIVO-DEVOLUCIONES
                           AT END
                               MOVE 'S' TO WS-DEVOLUCIONES-EOF
                           NOT AT END
                               IF DVC-FECHAYHORA(1:7)
                                  = WS-MES-CONSULTA
                                  AND DVC-MONTO NUMERIC
                                   PERFORM ACUMULAR-DEVOLUCION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-DEVOLUCIONES
               END-IF.

            ACUMULAR-DEVOLUCION.
               ADD 1 TO WS-TOTAL-REGISTROS
               ADD DVC-MONTO TO WS-TOTAL-MES
               IF DVC-ES-DEVOLUCION
                   ADD DVC-MONTO TO WS-TOTAL-DCO
               ELSE
                   ADD DVC-MONTO TO WS-TOTAL-CON
               END-IF
               PERFORM VARYING WS-MOT-INDICE FROM 1 BY 1
                       UNTIL WS-MOT-INDICE > 5
                   IF MOT-CODIGO(WS-MOT-INDICE) = DVC-MOTIVO
                       ADD 1 TO MOT-CANTIDAD(WS-MOT-INDICE)
                       ADD DVC-MONTO TO MOT-MONTO(WS-MOT-INDICE)
                   END-IF
               END-PERFORM

               MOVE 0 TO WS-DEV-ENCONTRADA
               PERFORM VARYING WS-DEV-INDICE FROM 1 BY 1
                       UNTIL WS-DEV-INDICE > WS-DEV-CANTIDAD
                          OR WS-DEV-ENCONTRADA > 0
                   IF DEV-OPERADOR-RUT(WS-DEV-INDICE) = DVC-OPERADOR-RUT
                      AND DEV-MOTIVO(WS-DEV-INDICE) = DVC-MOTIVO
                       MOVE WS-DEV-INDICE TO WS-DEV-ENCONTRADA
                   END-IF
               END-PERFORM
               IF WS-DEV-ENCONTRADA = 0
                   IF WS-DEV-CANTIDAD < 500
                       ADD 1 TO WS-DEV-CANTIDAD
                       MOVE WS-DEV-CANTIDAD TO WS-DEV-ENCONTRADA
                       MOVE DVC-OPERADOR-RUT
                           TO DEV-OPERADOR-RUT(WS-DEV-ENCONTRADA)
                       MOVE DVC-MOTIVO TO DEV-MOTIVO(WS-DEV-ENCONTRADA)
                       MOVE 0 TO DEV-CANTIDAD(WS-DEV-ENCONTRADA)
                       MOVE 0 TO DEV-MONTO-DCO(WS-DEV-ENCONTRADA)
                       MOVE 0 TO DEV-MONTO-CON(WS-DEV-ENCONTRADA)
                   ELSE
                       ADD 1 TO WS-DESCARTADAS
                   END-IF
               END-IF
               IF WS-DEV-ENCONTRADA > 0
      *            El rol que queda es el del ultimo registro del mes.
                   MOVE DVC-OPERADOR-ROL
                       TO DEV-OPERADOR-ROL(WS-DEV-ENCONTRADA)
                   ADD 1 TO DEV-CANTIDAD(WS-DEV-ENCONTRADA)
                   IF DVC-ES-DEVOLUCION
                       ADD DVC-MONTO TO DEV-MONTO-DCO(WS-DEV-ENCONTRADA)
                   ELSE
                       ADD DVC-MONTO TO DEV-MONTO-CON(WS-DEV-ENCONTRADA)
                   END-IF
               END-IF.

            ORDENAR-DEVOLUCIONES.
      *        Burbuja por operador y motivo; la tabla es chica.
               PERFORM VARYING WS-ORDEN-I FROM 1 BY 1
                       UNTIL WS-ORDEN-I >= WS-DEV-CANTIDAD
                   PERFORM VARYING WS-ORDEN-J FROM 1 BY 1
                           UNTIL WS-ORDEN-J > WS-DEV-CANTIDAD
                                 - WS-ORDEN-I
                       IF DEV-OPERADOR-RUT(WS-ORDEN-J)
                          > DEV-OPERADOR-RUT(WS-ORDEN-J + 1)
                          OR (DEV-OPERADOR-RUT(WS-ORDEN-J)
                              = DEV-OPERADOR-RUT(WS-ORDEN-J + 1)
                          AND DEV-MOTIVO(WS-ORDEN-J)
                              > DEV-MOTIVO(WS-ORDEN-J + 1))
                           MOVE DEV-FILA(WS-ORDEN-J)
                               TO WS-FILA-AUXILIAR
                           MOVE DEV-FILA(WS-ORDEN-J + 1)
                               TO DEV-FILA(WS-ORDEN-J)
                           MOVE WS-FILA-AUXILIAR
                               TO DEV-FILA(WS-ORDEN-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM.

            EMITIR-REPORTE.
               MOVE SPACES TO WS-NOMBRE-REPORTE
               STRING
                   "devoluciones_comision-" DELIMITED BY SIZE
                   WS-PERIODO DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOMBRE-REPORTE
               END-STRING
               OPEN OUTPUT ARCHIVO-REPORTE

               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   "COMISIONES DEVUELTAS A CLIENTES - MES "
                   DELIMITED BY SIZE
                   WS-MES-CONSULTA DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE
               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE

               MOVE "POR OPERADOR Y MOTIVO" TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE
                   "OPERADOR   ROL MOT  CANT   DEVUELTO DCO   CONDONADO
      -            " CXC"
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               IF WS-DEV-CANTIDAD = 0
                   MOVE "  (SIN DEVOLUCIONES EN EL MES)"
                       TO REGISTRO-REPORTE
                   WRITE REGISTRO-REPORTE
               END-IF
               MOVE SPACES TO WS-OPERADOR-ACTUAL
               MOVE 0 TO WS-SUBTOTAL-OPERADOR
               PERFORM VARYING WS-DEV-INDICE FROM 1 BY 1
                       UNTIL WS-DEV-INDICE > WS-DEV-CANTIDAD
                   IF DEV-OPERADOR-RUT(WS-DEV-INDICE)
                      NOT = WS-OPERADOR-ACTUAL
                      AND WS-DEV-INDICE > 1
                       PERFORM ESCRIBIR-SUBTOTAL-OPERADOR
                   END-IF
                   MOVE DEV-OPERADOR-RUT(WS-DEV-INDICE)
                       TO WS-OPERADOR-ACTUAL
                   PERFORM ESCRIBIR-LINEA-OPERADOR
                   MOVE DEV-OPERADOR-ROL(WS-DEV-INDICE)
                       TO WS-ROL-ACTUAL
               END-PERFORM
               IF WS-DEV-CANTIDAD > 0
                   PERFORM ESCRIBIR-SUBTOTAL-OPERADOR
               END-IF

               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE "POR MOTIVO" TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               PERFORM VARYING WS-MOT-INDICE FROM 1 BY 1
                       UNTIL WS-MOT-INDICE > 5
                   MOVE MOT-CANTIDAD(WS-MOT-INDICE) TO WS-CANTIDAD-ED
                   MOVE MOT-MONTO(WS-MOT-INDICE) TO WS-MONTO-ED
                   MOVE SPACES TO REGISTRO-REPORTE
                   STRING
                       MOT-CODIGO(WS-MOT-INDICE) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       MOT-DESCRIPCION(WS-MOT-INDICE)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CANTIDAD-ED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-MONTO-ED DELIMITED BY SIZE
                       INTO REGISTRO-REPORTE
                   END-STRING
                   WRITE REGISTRO-REPORTE
               END-PERFORM

               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE WS-TOTAL-DCO TO WS-MONTO-ED
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   "TOTAL DEVUELTO (DCO):          " DELIMITED BY SIZE
                   WS-MONTO-ED DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE
               MOVE WS-TOTAL-CON TO WS-MONTO-ED
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   "TOTAL CONDONADO (CXC):         " DELIMITED BY SIZE
                   WS-MONTO-ED DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE
               MOVE WS-TOTAL-MES TO WS-MONTO-ED
               MOVE WS-TOTAL-REGISTROS TO WS-CANTIDAD-ED
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   "INGRESO DEVUELTO EN EL MES:    " DELIMITED BY SIZE
                   WS-MONTO-ED DELIMITED BY SIZE
                   "  EN " DELIMITED BY SIZE
                   WS-CANTIDAD-ED DELIMITED BY SIZE
                   " OPERACIONES" DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE
               CLOSE ARCHIVO-REPORTE.

            ESCRIBIR-LINEA-OPERADOR.
               ADD DEV-MONTO-DCO(WS-DEV-INDICE) TO WS-SUBTOTAL-OPERADOR
               ADD DEV-MONTO-CON(WS-DEV-INDICE) TO WS-SUBTOTAL-OPERADOR
               MOVE DEV-CANTIDAD(WS-DEV-INDICE) TO WS-CANTIDAD-ED
               MOVE DEV-MONTO-DCO(WS-DEV-INDICE) TO WS-MONTO-ED
               MOVE DEV-MONTO-CON(WS-DEV-INDICE) TO WS-MONTO-ED-2
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   DEV-OPERADOR-RUT(WS-DEV-INDICE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DEV-OPERADOR-ROL(WS-DEV-INDICE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DEV-MOTIVO(WS-DEV-INDICE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CANTIDAD-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONTO-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONTO-ED-2 DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE.

            ESCRIBIR-SUBTOTAL-OPERADOR.
               IF WS-ROL-ACTUAL = "SUP"
                   MOVE WS-TOPE-SUPERVISOR TO WS-TOPE-FILA
               ELSE
                   MOVE WS-TOPE-EJECUTIVO TO WS-TOPE-FILA
               END-IF
               MOVE SPACES TO WS-MARCA
               IF WS-SUBTOTAL-OPERADOR > WS-TOPE-FILA
                   MOVE "SOBRE EL TOPE" TO WS-MARCA
               END-IF
               MOVE WS-SUBTOTAL-OPERADOR TO WS-MONTO-ED
               MOVE WS-TOPE-FILA TO WS-MONTO-ED-2
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   "  SUBTOTAL " DELIMITED BY SIZE
                   WS-OPERADOR-ACTUAL DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-MONTO-ED DELIMITED BY SIZE
                   "  TOPE " DELIMITED BY SIZE
                   WS-ROL-ACTUAL DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-MONTO-ED-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MARCA DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE
               MOVE 0 TO WS-SUBTOTAL-OPERADOR.
       END PROGRAM REPORTE-DEVOLUCIONES-COMISION.
