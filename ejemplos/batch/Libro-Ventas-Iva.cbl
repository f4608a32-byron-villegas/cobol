      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Cierre tributario mensual de las comisiones: recorre
      *          los volumenes historicos bitacora-AAAAMM.txt que
      *          pueden traer dias de negocio del periodo (el mes
      *          anterior, el mismo y el siguiente, por el corte de
      *          fin de dia) y la bitacora viva, toma los cobros de
      *          comision (COB, COM, CXC) cuyo dia de negocio cae en
      *          el periodo pedido y los agrega por cliente con su
      *          neto e IVA desglosados, rebajando las devoluciones
      *          de comision (DCO) del mismo periodo. Emite el libro
      *          de ventas (libro_ventas-AAAAMM.txt) y el archivo de
      *          boletas electronicas para el SII (boletas-AAAAMM.txt),
      *          con una boleta por cliente y mes fechada el ultimo
      *          dia del periodo. Los cobros grabados antes del desglose
      *          en la bitacora se desglosan aqui con la tasa IVA
      *          vigente del tarifario.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRO-VENTAS-IVA.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Libro de ventas y boletas electronicas de comisiones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-BITACORA
               ASSIGN TO WS-NOMBRE-BITACORA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA.
           SELECT ARCHIVO-TARIFAS ASSIGN TO "tarifas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARIFAS.
           SELECT ARCHIVO-LIBRO ASSIGN TO WS-NOMBRE-LIBRO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-BOLETAS ASSIGN TO WS-NOMBRE-BOLETAS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-TARIFAS.
           COPY "TARIFA.CPY".
       FD ARCHIVO-LIBRO.
       01 REGISTRO-LIBRO PIC X(100).
       FD ARCHIVO-BOLETAS.
           COPY "BOLETA-ELECTRONICA.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-BITACORA PIC X(2) VALUE "00".
       77 WS-STATUS-TARIFAS PIC X(2) VALUE "00".
       77 WS-NOMBRE-BITACORA PIC X(30).
       77 WS-NOMBRE-LIBRO PIC X(30).
       77 WS-NOMBRE-BOLETAS PIC X(30).
      *    RUT del banco como emisor de las boletas.
       77 WS-RUT-EMISOR PIC X(10) VALUE "97000000-1".
      *    Tasa de IVA (tarifa IVA, puntos base) para los cobros que
      *    llegaron a la bitacora sin desglose.
       77 WS-TASA-IVA-PB PIC 9(5) VALUE 1900.
       01 WS-PERIODO PIC 9(6).
       01 WS-PERIODO-PARTES REDEFINES WS-PERIODO.
           05 WS-PERIODO-ANIO PIC 9(4).
           05 WS-PERIODO-MES PIC 9(2).
       01 WS-ANIOMES PIC 9(6).
       01 WS-ANIOMES-PARTES REDEFINES WS-ANIOMES.
           05 WS-ANIOMES-ANIO PIC 9(4).
           05 WS-ANIOMES-MES PIC 9(2).
       77 WS-FECHA-INICIO PIC 9(8).
       77 WS-FECHA-TERMINO PIC 9(8).
       77 WS-FECHA-SIGUIENTE PIC 9(8).
       77 WS-BITACORA-EOF PIC X VALUE 'N'.
           88 WS-BITACORA-FIN-ARCHIVO VALUE 'S'.
       77 WS-MOV-FECHA-NEGOCIO PIC 9(8).
       77 WS-MOV-MONTO-NUM PIC 9(8).
       77 WS-MOV-NETO-NUM PIC 9(8).
       77 WS-MOV-IVA-NUM PIC 9(8).
      *    Acumulado del periodo por cliente: una boleta cada uno.
       01 WS-TABLA-CLIENTES.
           05 WS-CLI-ENTRY OCCURS 1000 TIMES.
               10 WS-CLI-RUT PIC X(10).
               10 WS-CLI-COBROS PIC 9(5) COMP.
               10 WS-CLI-NETO PIC 9(12).
               10 WS-CLI-IVA PIC 9(12).
               10 WS-CLI-DEV-NETO PIC 9(12).
               10 WS-CLI-DEV-IVA PIC 9(12).
       77 WS-CLI-CANTIDAD PIC 9(4) COMP VALUE 0.
       77 WS-CLI-INDICE PIC 9(4) COMP.
       77 WS-CLI-ACTUAL PIC 9(4) COMP.
       77 WS-CLI-SIN-CUPO PIC 9(6) COMP VALUE 0.
       77 WS-FOLIO PIC 9(12).
      *    Devoluciones de comision (DCO): rebajan el neto y el IVA
      *    del cliente en el periodo, sin bajar de cero; lo que
      *    exceda lo cobrado en el mes no tiene boleta que rebajar y
      *    se informa al cierre. Un cliente que queda en cero no
      *    lleva boleta.
       77 WS-TOTAL-DEVOLUCIONES PIC 9(8) COMP VALUE 0.
       77 WS-DEV-EXCEDENTE PIC 9(14) VALUE 0.
       77 WS-BOLETAS-EMITIDAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-COBROS PIC 9(8) COMP VALUE 0.
       77 WS-TOTAL-SIN-DESGLOSE PIC 9(8) COMP VALUE 0.
       77 WS-TOTAL-OTRA-MONEDA PIC 9(8) COMP VALUE 0.
       77 WS-TOTAL-NETO PIC 9(14) VALUE 0.
       77 WS-TOTAL-IVA PIC 9(14) VALUE 0.
       77 WS-TOTAL-BRUTO PIC 9(14) VALUE 0.
       77 WS-TOTAL-CLIENTE PIC 9(12).
       77 WS-FORMATO-NETO PIC Z(11)9.
       77 WS-FORMATO-IVA PIC Z(11)9.
       77 WS-FORMATO-TOTAL PIC Z(11)9.
       77 WS-FORMATO-MONEDA PIC -(13)9.
       77 WS-FORMATO-CANTIDAD PIC Z(5)9.
       77 WS-LINEA-TEXTO PIC X(100).
       77 WS-FECHAYHORA PIC X(21).
       77 WS-FECHA-HOY PIC 9(8).

       PROCEDURE DIVISION.
            DISPLAY "------ LIBRO DE VENTAS IVA DE COMISIONES ------".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            DISPLAY "PERIODO A DECLARAR (AAAAMM, 0 = MES ANTERIOR): ".
            ACCEPT WS-PERIODO.
            IF WS-PERIODO NOT NUMERIC OR WS-PERIODO = 0 THEN
                MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
                PERFORM RETROCEDER-UN-MES
            END-IF.
            IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12 THEN
                DISPLAY "PERIODO INVALIDO"
                STOP RUN
            END-IF.

            PERFORM CALCULAR-LIMITES-PERIODO.
            DISPLAY "PERIODO: " WS-PERIODO " (" WS-FECHA-INICIO
                " AL " WS-FECHA-TERMINO ")".

            PERFORM CARGAR-TASA-IVA.

            PERFORM RECORRER-VOLUMENES.

            PERFORM EMITIR-DOCUMENTOS.

            DISPLAY "COBROS DE COMISION DEL PERIODO: " WS-TOTAL-COBROS.
            IF WS-TOTAL-SIN-DESGLOSE > 0 THEN
                DISPLAY
                    "  DESGLOSADOS AL CIERRE (SIN DESGLOSE EN LA "
                    "BITACORA): " WS-TOTAL-SIN-DESGLOSE
            END-IF.
            IF WS-TOTAL-OTRA-MONEDA > 0 THEN
                DISPLAY
                    "*** COBROS EN OTRA MONEDA NO INCLUIDOS: "
                    WS-TOTAL-OTRA-MONEDA " ***"
            END-IF.
            IF WS-CLI-SIN-CUPO > 0 THEN
                DISPLAY
                    "*** TABLA DE CLIENTES LLENA: " WS-CLI-SIN-CUPO
                    " COBROS SIN BOLETA, AMPLIAR LA TABLA ***"
            END-IF.
            IF WS-TOTAL-DEVOLUCIONES > 0 THEN
                DISPLAY
                    "DEVOLUCIONES DE COMISION REBAJADAS: "
                    WS-TOTAL-DEVOLUCIONES
            END-IF.
            IF WS-DEV-EXCEDENTE > 0 THEN
                MOVE WS-DEV-EXCEDENTE TO WS-FORMATO-MONEDA
                DISPLAY
                    "*** DEVOLUCIONES SOBRE LO COBRADO EN EL MES, SIN "
                    "BOLETA QUE REBAJAR: " WS-FORMATO-MONEDA " ***"
            END-IF.
            DISPLAY "BOLETAS EMITIDAS: " WS-BOLETAS-EMITIDAS.
            MOVE WS-TOTAL-NETO TO WS-FORMATO-MONEDA.
            DISPLAY "TOTAL NETO:  " WS-FORMATO-MONEDA.
            MOVE WS-TOTAL-IVA TO WS-FORMATO-MONEDA.
            DISPLAY "TOTAL IVA:   " WS-FORMATO-MONEDA.
            MOVE WS-TOTAL-BRUTO TO WS-FORMATO-MONEDA.
            DISPLAY "TOTAL BRUTO: " WS-FORMATO-MONEDA.
            DISPLAY "LIBRO: " WS-NOMBRE-LIBRO.
            DISPLAY "BOLETAS: " WS-NOMBRE-BOLETAS.

            STOP RUN.

            RETROCEDER-UN-MES.
               IF WS-PERIODO-MES = 1
                   SUBTRACT 1 FROM WS-PERIODO-ANIO
                   MOVE 12 TO WS-PERIODO-MES
               ELSE
                   SUBTRACT 1 FROM WS-PERIODO-MES
               END-IF.

            CALCULAR-LIMITES-PERIODO.
      *        Primer y ultimo dia del periodo; el ultimo es la
      *        fecha de emision de todas las boletas del mes.
               COMPUTE WS-FECHA-INICIO = (WS-PERIODO * 100) + 1
               MOVE WS-PERIODO TO WS-ANIOMES
               PERFORM AVANZAR-UN-MES
               COMPUTE WS-FECHA-SIGUIENTE = (WS-ANIOMES * 100) + 1
               COMPUTE WS-FECHA-TERMINO =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-FECHA-SIGUIENTE)
                        - 1).

            AVANZAR-UN-MES.
               IF WS-ANIOMES-MES = 12
                   ADD 1 TO WS-ANIOMES-ANIO
                   MOVE 1 TO WS-ANIOMES-MES
               ELSE
                   ADD 1 TO WS-ANIOMES-MES
               END-IF.

            CARGAR-TASA-IVA.
               OPEN INPUT ARCHIVO-TARIFAS
               IF WS-STATUS-TARIFAS NOT = "35"
                   MOVE "IVA" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       NOT INVALID KEY
                           MOVE TAR-MONTO TO WS-TASA-IVA-PB
                   END-READ
                   CLOSE ARCHIVO-TARIFAS
               END-IF
               DISPLAY "TASA IVA VIGENTE (PUNTOS BASE): "
                   WS-TASA-IVA-PB.

            RECORRER-VOLUMENES.
      *        Un dia de negocio del periodo puede haber quedado en
      *        el volumen del mes anterior (posteo despues del corte
      *        del ultimo dia) o en el del siguiente; los tres se
      *        leen y el filtro es la fecha de negocio. Un volumen
      *        que no existe (status 35) no es error.
               MOVE WS-PERIODO TO WS-ANIOMES
               IF WS-ANIOMES-MES = 1
                   SUBTRACT 1 FROM WS-ANIOMES-ANIO
                   MOVE 12 TO WS-ANIOMES-MES
               ELSE
                   SUBTRACT 1 FROM WS-ANIOMES-MES
               END-IF
               PERFORM 3 TIMES
                   MOVE SPACES TO WS-NOMBRE-BITACORA
                   STRING
                       "bitacora-" DELIMITED BY SIZE
                       WS-ANIOMES DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO WS-NOMBRE-BITACORA
                   END-STRING
                   PERFORM AGREGAR-UN-VOLUMEN
                   PERFORM AVANZAR-UN-MES
               END-PERFORM
               MOVE "bitacora.txt" TO WS-NOMBRE-BITACORA
               PERFORM AGREGAR-UN-VOLUMEN.

            AGREGAR-UN-VOLUMEN.
               MOVE 'N' TO WS-BITACORA-EOF
               OPEN INPUT ARCHIVO-BITACORA
               IF WS-STATUS-BITACORA = "35"
                   MOVE 'S' TO WS-BITACORA-EOF
               END-IF
               PERFORM UNTIL WS-BITACORA-FIN-ARCHIVO
                   READ ARCHIVO-BITACORA
                       AT END
                           MOVE 'S' TO WS-BITACORA-EOF
                       NOT AT END
                           IF REGISTRO-BITACORA NOT = SPACES
                               PERFORM EVALUAR-UN-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-STATUS-BITACORA NOT = "35"
                   CLOSE ARCHIVO-BITACORA
               END-IF.

            EVALUAR-UN-MOVIMIENTO.
               EVALUATE BIT-OPERACION
                   WHEN "COB"
                   WHEN "COM"
                   WHEN "CXC"
                       PERFORM DERIVAR-FECHA-NEGOCIO-MOV
                       IF WS-MOV-FECHA-NEGOCIO >= WS-FECHA-INICIO
                          AND WS-MOV-FECHA-NEGOCIO <= WS-FECHA-TERMINO
                          AND BIT-MONTO NUMERIC
                           PERFORM AGREGAR-UN-COBRO
                       END-IF
                   WHEN "DCO"
                       PERFORM DERIVAR-FECHA-NEGOCIO-MOV
                       IF WS-MOV-FECHA-NEGOCIO >= WS-FECHA-INICIO
                          AND WS-MOV-FECHA-NEGOCIO <= WS-FECHA-TERMINO
                          AND BIT-MONTO NUMERIC
                           PERFORM AGREGAR-UNA-DEVOLUCION
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

            AGREGAR-UN-COBRO.
               IF BIT-MONEDA NOT = "CLP" AND BIT-MONEDA NOT = SPACES
                   ADD 1 TO WS-TOTAL-OTRA-MONEDA
               ELSE
                   MOVE BIT-MONTO TO WS-MOV-MONTO-NUM
                   IF BIT-MONTO-NETO NUMERIC
                      AND BIT-MONTO-IVA NUMERIC
                       MOVE BIT-MONTO-NETO TO WS-MOV-NETO-NUM
                       MOVE BIT-MONTO-IVA TO WS-MOV-IVA-NUM
                   ELSE
                       ADD 1 TO WS-TOTAL-SIN-DESGLOSE
                       COMPUTE WS-MOV-NETO-NUM ROUNDED =
                           (WS-MOV-MONTO-NUM * 10000)
                           / (10000 + WS-TASA-IVA-PB)
                       COMPUTE WS-MOV-IVA-NUM =
                           WS-MOV-MONTO-NUM - WS-MOV-NETO-NUM
                   END-IF
                   PERFORM UBICAR-CLIENTE
                   IF WS-CLI-ACTUAL = 0
                       ADD 1 TO WS-CLI-SIN-CUPO
                   ELSE
                       ADD 1 TO WS-TOTAL-COBROS
                       ADD 1 TO WS-CLI-COBROS(WS-CLI-ACTUAL)
                       ADD WS-MOV-NETO-NUM
                           TO WS-CLI-NETO(WS-CLI-ACTUAL)
                       ADD WS-MOV-IVA-NUM TO WS-CLI-IVA(WS-CLI-ACTUAL)
                   END-IF
               END-IF.

            AGREGAR-UNA-DEVOLUCION.
      *        Se acumula aparte y se rebaja al emitir, porque la
      *        devolucion puede leerse antes que un cobro del mismo
      *        cliente en el periodo.
               IF BIT-MONEDA NOT = "CLP" AND BIT-MONEDA NOT = SPACES
                   ADD 1 TO WS-TOTAL-OTRA-MONEDA
               ELSE
                   MOVE BIT-MONTO TO WS-MOV-MONTO-NUM
                   IF BIT-MONTO-NETO NUMERIC
                      AND BIT-MONTO-IVA NUMERIC
                       MOVE BIT-MONTO-NETO TO WS-MOV-NETO-NUM
                       MOVE BIT-MONTO-IVA TO WS-MOV-IVA-NUM
                   ELSE
                       ADD 1 TO WS-TOTAL-SIN-DESGLOSE
                       COMPUTE WS-MOV-NETO-NUM ROUNDED =
                           (WS-MOV-MONTO-NUM * 10000)
                           / (10000 + WS-TASA-IVA-PB)
                       COMPUTE WS-MOV-IVA-NUM =
                           WS-MOV-MONTO-NUM - WS-MOV-NETO-NUM
                   END-IF
                   PERFORM UBICAR-CLIENTE
                   IF WS-CLI-ACTUAL = 0
                       ADD 1 TO WS-CLI-SIN-CUPO
                   ELSE
                       ADD 1 TO WS-TOTAL-DEVOLUCIONES
                       ADD WS-MOV-NETO-NUM
                           TO WS-CLI-DEV-NETO(WS-CLI-ACTUAL)
                       ADD WS-MOV-IVA-NUM
                           TO WS-CLI-DEV-IVA(WS-CLI-ACTUAL)
                   END-IF
               END-IF.

            REBAJAR-DEVOLUCIONES.
      *        Neto e IVA del cliente menos sus devoluciones, sin
      *        bajar de cero; el exceso queda en WS-DEV-EXCEDENTE.
               IF WS-CLI-DEV-NETO(WS-CLI-INDICE)
                  > WS-CLI-NETO(WS-CLI-INDICE)
                   COMPUTE WS-DEV-EXCEDENTE = WS-DEV-EXCEDENTE
                       + WS-CLI-DEV-NETO(WS-CLI-INDICE)
                       - WS-CLI-NETO(WS-CLI-INDICE)
                   MOVE 0 TO WS-CLI-NETO(WS-CLI-INDICE)
               ELSE
                   SUBTRACT WS-CLI-DEV-NETO(WS-CLI-INDICE)
                       FROM WS-CLI-NETO(WS-CLI-INDICE)
               END-IF
               IF WS-CLI-DEV-IVA(WS-CLI-INDICE)
                  > WS-CLI-IVA(WS-CLI-INDICE)
                   COMPUTE WS-DEV-EXCEDENTE = WS-DEV-EXCEDENTE
                       + WS-CLI-DEV-IVA(WS-CLI-INDICE)
                       - WS-CLI-IVA(WS-CLI-INDICE)
                   MOVE 0 TO WS-CLI-IVA(WS-CLI-INDICE)
               ELSE
                   SUBTRACT WS-CLI-DEV-IVA(WS-CLI-INDICE)
                       FROM WS-CLI-IVA(WS-CLI-INDICE)
               END-IF.

            UBICAR-CLIENTE.
               MOVE 0 TO WS-CLI-ACTUAL
               PERFORM VARYING WS-CLI-INDICE FROM 1 BY 1
                       UNTIL WS-CLI-INDICE > WS-CLI-CANTIDAD
                   IF WS-CLI-RUT(WS-CLI-INDICE) = BIT-RUT
                       MOVE WS-CLI-INDICE TO WS-CLI-ACTUAL
                       MOVE 9999 TO WS-CLI-INDICE
                   END-IF
               END-PERFORM
               IF WS-CLI-ACTUAL = 0 AND WS-CLI-CANTIDAD < 1000
                   ADD 1 TO WS-CLI-CANTIDAD
                   MOVE WS-CLI-CANTIDAD TO WS-CLI-ACTUAL
                   MOVE BIT-RUT TO WS-CLI-RUT(WS-CLI-ACTUAL)
                   MOVE 0 TO WS-CLI-COBROS(WS-CLI-ACTUAL)
                   MOVE 0 TO WS-CLI-NETO(WS-CLI-ACTUAL)
                   MOVE 0 TO WS-CLI-IVA(WS-CLI-ACTUAL)
                   MOVE 0 TO WS-CLI-DEV-NETO(WS-CLI-ACTUAL)
                   MOVE 0 TO WS-CLI-DEV-IVA(WS-CLI-ACTUAL)
               END-IF.

            DERIVAR-FECHA-NEGOCIO-MOV.
      *        Fecha de negocio del movimiento cargado en
      *        REGISTRO-BITACORA: el campo estampado si viene, o la
      *        fecha de reloj de BIT-FECHAYHORA para las lineas
      *        anteriores al corte de negocio.
               IF BIT-FECHA-NEGOCIO NUMERIC
                  AND BIT-FECHA-NEGOCIO > 0
                   MOVE BIT-FECHA-NEGOCIO TO WS-MOV-FECHA-NEGOCIO
               ELSE
                   IF BIT-FECHAYHORA(1:4) NUMERIC
                      AND BIT-FECHAYHORA(6:2) NUMERIC
                      AND BIT-FECHAYHORA(9:2) NUMERIC
                       COMPUTE WS-MOV-FECHA-NEGOCIO =
                           (FUNCTION NUMVAL(BIT-FECHAYHORA(1:4))
                               * 10000)
                           + (FUNCTION NUMVAL(BIT-FECHAYHORA(6:2))
                               * 100)
                           + FUNCTION NUMVAL(BIT-FECHAYHORA(9:2))
                   ELSE
                       MOVE 0 TO WS-MOV-FECHA-NEGOCIO
                   END-IF
               END-IF.

            EMITIR-DOCUMENTOS.
               MOVE SPACES TO WS-NOMBRE-LIBRO
               STRING
                   "libro_ventas-" DELIMITED BY SIZE
                   WS-PERIODO DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOMBRE-LIBRO
               END-STRING
               MOVE SPACES TO WS-NOMBRE-BOLETAS
               STRING
                   "boletas-" DELIMITED BY SIZE
                   WS-PERIODO DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOMBRE-BOLETAS
               END-STRING

               OPEN OUTPUT ARCHIVO-LIBRO
               OPEN OUTPUT ARCHIVO-BOLETAS

               MOVE SPACES TO WS-LINEA-TEXTO
               STRING
                   "LIBRO DE VENTAS - COMISIONES - PERIODO "
                       DELIMITED BY SIZE
                   WS-PERIODO DELIMITED BY SIZE
                   " - EMISOR " DELIMITED BY SIZE
                   WS-RUT-EMISOR DELIMITED BY SIZE
                   INTO WS-LINEA-TEXTO
               END-STRING
               MOVE WS-LINEA-TEXTO TO REGISTRO-LIBRO
               WRITE REGISTRO-LIBRO
               MOVE SPACES TO REGISTRO-LIBRO
               MOVE "TIPO" TO REGISTRO-LIBRO(1:4)
               MOVE "FOLIO" TO REGISTRO-LIBRO(6:5)
               MOVE "FECHA" TO REGISTRO-LIBRO(19:5)
               MOVE "RUT" TO REGISTRO-LIBRO(28:3)
               MOVE "NETO" TO REGISTRO-LIBRO(46:4)
               MOVE "IVA" TO REGISTRO-LIBRO(60:3)
               MOVE "TOTAL" TO REGISTRO-LIBRO(71:5)
               WRITE REGISTRO-LIBRO

               MOVE SPACES TO REGISTRO-BOLETA
               MOVE "01" TO BOL-TIPO-REGISTRO
               MOVE WS-RUT-EMISOR TO BOL-RUT-EMISOR
               MOVE WS-PERIODO TO BOL-PERIODO
               MOVE WS-FECHA-HOY TO BOL-FECHA-GENERACION
               MOVE WS-TASA-IVA-PB TO BOL-TASA-IVA-PB
               WRITE REGISTRO-BOLETA

               PERFORM VARYING WS-CLI-INDICE FROM 1 BY 1
                       UNTIL WS-CLI-INDICE > WS-CLI-CANTIDAD
                   PERFORM EMITIR-UNA-BOLETA
               END-PERFORM

               MOVE WS-TOTAL-NETO TO WS-FORMATO-NETO
               MOVE WS-TOTAL-IVA TO WS-FORMATO-IVA
               MOVE WS-TOTAL-BRUTO TO WS-FORMATO-TOTAL
               MOVE SPACES TO REGISTRO-LIBRO
               MOVE WS-BOLETAS-EMITIDAS TO WS-FORMATO-CANTIDAD
               MOVE "TOTAL PERIODO" TO REGISTRO-LIBRO(1:13)
               MOVE WS-FORMATO-CANTIDAD TO REGISTRO-LIBRO(15:6)
               MOVE " DOCUMENTOS" TO REGISTRO-LIBRO(21:11)
               MOVE WS-FORMATO-NETO TO REGISTRO-LIBRO(38:12)
               MOVE WS-FORMATO-IVA TO REGISTRO-LIBRO(51:12)
               MOVE WS-FORMATO-TOTAL TO REGISTRO-LIBRO(64:12)
               WRITE REGISTRO-LIBRO

               MOVE SPACES TO REGISTRO-BOLETA
               MOVE "99" TO BOL-TIPO-REGISTRO
               MOVE WS-BOLETAS-EMITIDAS TO BOL-CANT-BOLETAS
               MOVE WS-TOTAL-NETO TO BOL-TOTAL-NETO
               MOVE WS-TOTAL-IVA TO BOL-TOTAL-IVA
               MOVE WS-TOTAL-BRUTO TO BOL-TOTAL-BRUTO
               WRITE REGISTRO-BOLETA

               CLOSE ARCHIVO-BOLETAS
               CLOSE ARCHIVO-LIBRO.

            EMITIR-UNA-BOLETA.
      *        Una boleta por cliente: folio = periodo + correlativo.
      *        Un cliente cuyas devoluciones cubren todo lo cobrado
      *        no lleva boleta.
               PERFORM REBAJAR-DEVOLUCIONES
               IF WS-CLI-NETO(WS-CLI-INDICE) > 0
                  OR WS-CLI-IVA(WS-CLI-INDICE) > 0
                   PERFORM GRABAR-UNA-BOLETA
               END-IF.

            GRABAR-UNA-BOLETA.
               ADD 1 TO WS-BOLETAS-EMITIDAS
               COMPUTE WS-FOLIO =
                   (WS-PERIODO * 1000000) + WS-BOLETAS-EMITIDAS
               COMPUTE WS-TOTAL-CLIENTE =
                   WS-CLI-NETO(WS-CLI-INDICE)
                   + WS-CLI-IVA(WS-CLI-INDICE)
               ADD WS-CLI-NETO(WS-CLI-INDICE) TO WS-TOTAL-NETO
               ADD WS-CLI-IVA(WS-CLI-INDICE) TO WS-TOTAL-IVA
               ADD WS-TOTAL-CLIENTE TO WS-TOTAL-BRUTO

               MOVE SPACES TO REGISTRO-BOLETA
               MOVE "02" TO BOL-TIPO-REGISTRO
               MOVE 39 TO BOL-TIPO-DOCUMENTO
               MOVE WS-FOLIO TO BOL-FOLIO
               MOVE WS-FECHA-TERMINO TO BOL-FECHA-EMISION
               MOVE WS-CLI-RUT(WS-CLI-INDICE) TO BOL-RUT-RECEPTOR
               MOVE WS-CLI-NETO(WS-CLI-INDICE) TO BOL-MONTO-NETO
               MOVE WS-CLI-IVA(WS-CLI-INDICE) TO BOL-MONTO-IVA
               MOVE WS-TOTAL-CLIENTE TO BOL-MONTO-TOTAL
               WRITE REGISTRO-BOLETA

               MOVE WS-CLI-NETO(WS-CLI-INDICE) TO WS-FORMATO-NETO
               MOVE WS-CLI-IVA(WS-CLI-INDICE) TO WS-FORMATO-IVA
               MOVE WS-TOTAL-CLIENTE TO WS-FORMATO-TOTAL
               MOVE SPACES TO WS-LINEA-TEXTO
               STRING
                   "39   " DELIMITED BY SIZE
                   WS-FOLIO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FECHA-TERMINO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CLI-RUT(WS-CLI-INDICE) DELIMITED BY SIZE
                   WS-FORMATO-NETO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FORMATO-IVA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FORMATO-TOTAL DELIMITED BY SIZE
                   INTO WS-LINEA-TEXTO
               END-STRING
               MOVE WS-LINEA-TEXTO TO REGISTRO-LIBRO
               WRITE REGISTRO-LIBRO.
       END PROGRAM LIBRO-VENTAS-IVA.
