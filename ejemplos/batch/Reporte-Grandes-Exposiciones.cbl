      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Reporte mensual de grandes exposiciones para el
      *          comite de riesgo y el regulador: con el registro de
      *          grupos economicos y relacionados (vinculos_riesgo.
      *          txt) suma por cada grupo economico la exposicion de
      *          todos sus miembros vigentes, separada en prestamos
      *          (saldo, UF al valor del dia), avales otorgados a
      *          deudores de fuera del grupo y lineas de sobregiro,
      *          y la compara con el patrimonio efectivo: marca las
      *          grandes exposiciones y las que exceden el limite
      *          legal por deudor. Luego lista a cada relacionado con
      *          el banco contra su limite individual, y el total de
      *          relacionados contra el limite global. Los limites
      *          son los mismos que aplica SOLICITAR-PRESTAMO. Deja
      *          el reporte en grandes_exposiciones-AAAAMM.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-GRANDES-EXPOSICIONES.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Grandes exposiciones por grupo y relacionados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-VINCULOS
               ASSIGN TO "vinculos_riesgo.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIN-RUT
               ALTERNATE RECORD KEY IS VIN-CODIGO-GRUPO
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-VINCULOS.
           SELECT ARCHIVO-PRESTAMOS ASSIGN TO "prestamos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRESTAMO-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PRESTAMOS.
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
           SELECT ARCHIVO-AVALES ASSIGN TO "avales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVL-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-AVALES.
           SELECT OPTIONAL ARCHIVO-VALORES-UF
               ASSIGN TO "valores_uf.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VALORES-UF.
           SELECT ARCHIVO-REPORTE ASSIGN TO WS-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-VINCULOS.
           COPY "VINCULO-RIESGO.CPY".
       FD ARCHIVO-PRESTAMOS.
           COPY "PRESTAMO.CPY".
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-AVALES.
           COPY "AVAL.CPY".
       FD ARCHIVO-VALORES-UF.
           COPY "VALOR-UF.CPY".
       FD ARCHIVO-REPORTE.
       01 REGISTRO-REPORTE PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-VINCULOS PIC X(2) VALUE "00".
       77 WS-STATUS-PRESTAMOS PIC X(2) VALUE "00".
       77 WS-STATUS-CUENTAS PIC X(2) VALUE "00".
       77 WS-STATUS-AVALES PIC X(2) VALUE "00".
       77 WS-STATUS-VALORES-UF PIC X(2) VALUE "00".
       77 WS-NOMBRE-REPORTE PIC X(40).
       77 WS-VINCULOS-EOF PIC X VALUE 'N'.
           88 WS-VINCULOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-PRESTAMOS-EOF PIC X VALUE 'N'.
           88 WS-PRESTAMOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-CUENTAS-EOF PIC X VALUE 'N'.
           88 WS-CUENTAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-AVALES-EOF PIC X VALUE 'N'.
           88 WS-AVALES-FIN-ARCHIVO VALUE 'S'.
       77 WS-UF-EOF PIC X VALUE 'N'.
           88 WS-UF-FIN-ARCHIVO VALUE 'S'.
       77 WS-VALOR-UF PIC 9(6)V9(2) VALUE 0.
      *    Limites legales sobre el patrimonio efectivo (los mismos
      *    de SOLICITAR-PRESTAMO) y umbral de gran exposicion.
       77 WS-PATRIMONIO-EFECTIVO PIC 9(12) VALUE 250000000.
       77 WS-PORC-LIMITE-GRUPO PIC 9(3)V99 VALUE 10.
       77 WS-PORC-LIMITE-RELACIONADO PIC 9(3)V99 VALUE 5.
       77 WS-PORC-LIMITE-RELACIONADOS PIC 9(3)V99 VALUE 25.
       77 WS-PORC-GRAN-EXPOSICION PIC 9(3)V99 VALUE 5.
      *    Grupos economicos y relacionados del registro, con su
      *    exposicion en pesos por tipo.
       01 WS-TABLA-GRUPOS.
           05 WS-GRU-ENTRY OCCURS 200 TIMES.
               10 WS-GRU-CODIGO PIC X(8).
               10 WS-GRU-NOMBRE PIC X(30).
               10 WS-GRU-MIEMBROS PIC 9(3).
               10 WS-GRU-PRESTAMOS PIC 9(12).
               10 WS-GRU-AVALES PIC 9(12).
               10 WS-GRU-LINEAS PIC 9(12).
       77 WS-TOTAL-GRUPOS PIC 9(3) COMP VALUE 0.
       01 WS-TABLA-RELACIONADOS.
           05 WS-REL-ENTRY OCCURS 500 TIMES.
               10 WS-REL-RUT PIC X(10).
               10 WS-REL-RELACION PIC X(3).
               10 WS-REL-PRESTAMOS PIC 9(12).
               10 WS-REL-AVALES PIC 9(12).
               10 WS-REL-LINEAS PIC 9(12).
       77 WS-TOTAL-RELACIONADOS PIC 9(3) COMP VALUE 0.
      *    Exposicion global de relacionados: los avales solo
      *    cuentan si el deudor garantizado no es relacionado.
       77 WS-GLOBAL-PRESTAMOS PIC 9(12) VALUE 0.
       77 WS-GLOBAL-AVALES PIC 9(12) VALUE 0.
       77 WS-GLOBAL-LINEAS PIC 9(12) VALUE 0.
       77 WS-INDICE PIC 9(3) COMP.
       77 WS-GRU-ACTUAL PIC 9(3) COMP.
       77 WS-REL-ACTUAL PIC 9(3) COMP.
       77 WS-RUT-CONSULTA PIC X(10).
       77 WS-RUT-PRESTAMOS PIC 9(12).
       77 WS-RUT-LINEAS PIC 9(12).
       77 WS-SALDO-PESOS PIC 9(12).
      *    Vinculo del aval y del deudor de cada aval.
       77 WS-AVAL-GRUPO PIC X(8).
       77 WS-AVAL-RELACIONADO PIC X(1).
       77 WS-DEUDOR-GRUPO PIC X(8).
       77 WS-DEUDOR-RELACIONADO PIC X(1).
       77 WS-TOTAL-EXPOSICION PIC 9(12).
       77 WS-LIMITE-LEGAL PIC 9(12).
       77 WS-UMBRAL-GRANDE PIC 9(12).
       77 WS-PORCENTAJE PIC 9(3)V99.
       77 WS-TOTAL-GRANDES PIC 9(3) VALUE 0.
       77 WS-TOTAL-EXCEDIDOS PIC 9(3) VALUE 0.
       01 WS-LINEA-DETALLE.
           05 WS-DET-CODIGO PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-NOMBRE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-MIEMBROS PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-PRESTAMOS PIC Z(11)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-AVALES PIC Z(11)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-LINEAS PIC Z(11)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-TOTAL PIC Z(11)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-PORCENTAJE PIC ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-MARCA PIC X(6).
       01 WS-LINEA-TITULOS.
           05 FILLER PIC X(30)
               VALUE "CODIGO   NOMBRE / RUT         ".
           05 FILLER PIC X(34)
               VALUE "MIE    PRESTAMOS       AVALES     ".
           05 FILLER PIC X(35)
               VALUE "  LINEAS        TOTAL  %PAT. MARCA".
       77 WS-LINEA-TEXTO PIC X(100).
       77 WS-FORMATO-MONTO PIC Z(11)9.
       77 WS-FECHAYHORA PIC X(21).
       77 WS-FECHA-HOY PIC 9(8).

       PROCEDURE DIVISION.
            DISPLAY "------- REPORTE DE GRANDES EXPOSICIONES -------".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            PERFORM LEER-VALOR-UF.
            IF WS-VALOR-UF = 0 THEN
                DISPLAY "*** SIN VALOR UF: LOS PRESTAMOS UF QUEDAN "
                    "FUERA DE LA EXPOSICION ***"
            END-IF.

            OPEN INPUT ARCHIVO-VINCULOS.
            IF WS-STATUS-VINCULOS = "35" THEN
                DISPLAY "NO HAY REGISTRO DE GRUPOS NI RELACIONADOS"
                STOP RUN
            END-IF.
            OPEN INPUT ARCHIVO-PRESTAMOS.
            OPEN INPUT ARCHIVO-CUENTAS.

            PERFORM ACUMULAR-EXPOSICION-DIRECTA.
            PERFORM ACUMULAR-AVALES.

            IF WS-STATUS-PRESTAMOS NOT = "35"
                CLOSE ARCHIVO-PRESTAMOS
            END-IF.
            IF WS-STATUS-CUENTAS NOT = "35"
                CLOSE ARCHIVO-CUENTAS
            END-IF.
            CLOSE ARCHIVO-VINCULOS.

            PERFORM EMITIR-REPORTE.

            DISPLAY "GRUPOS ECONOMICOS: " WS-TOTAL-GRUPOS
                "  RELACIONADOS: " WS-TOTAL-RELACIONADOS.
            DISPLAY "GRANDES EXPOSICIONES: " WS-TOTAL-GRANDES
                "  SOBRE LIMITE LEGAL: " WS-TOTAL-EXCEDIDOS.
            DISPLAY "REPORTE: " WS-NOMBRE-REPORTE.

            STOP RUN.

            ACUMULAR-EXPOSICION-DIRECTA.
      *        Prestamos y lineas de sobregiro de cada RUT vigente
      *        del registro, a su grupo y/o a su fila de
      *        relacionado.
               MOVE 'N' TO WS-VINCULOS-EOF
               MOVE LOW-VALUES TO VIN-RUT
               START ARCHIVO-VINCULOS
                   KEY IS NOT LESS THAN VIN-RUT
                   INVALID KEY
                       MOVE 'S' TO WS-VINCULOS-EOF
               END-START
               PERFORM UNTIL WS-VINCULOS-FIN-ARCHIVO
                   READ ARCHIVO-VINCULOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-VINCULOS-EOF
                   END-READ
                   IF NOT WS-VINCULOS-FIN-ARCHIVO
                      AND VIN-ESTA-VIGENTE
                       MOVE VIN-RUT TO WS-RUT-CONSULTA
                       PERFORM SUMAR-EXPOSICION-RUT
                       IF VIN-CODIGO-GRUPO NOT = SPACES
                           PERFORM UBICAR-GRUPO
                           IF WS-GRU-ACTUAL > 0
                               ADD 1 TO WS-GRU-MIEMBROS(WS-GRU-ACTUAL)
                               ADD WS-RUT-PRESTAMOS
                                   TO WS-GRU-PRESTAMOS(WS-GRU-ACTUAL)
                               ADD WS-RUT-LINEAS
                                   TO WS-GRU-LINEAS(WS-GRU-ACTUAL)
                           END-IF
                       END-IF
                       IF VIN-ES-RELACIONADO
                           PERFORM AGREGAR-RELACIONADO
                       END-IF
                   END-IF
               END-PERFORM.

            UBICAR-GRUPO.
      *        Fila del grupo VIN-CODIGO-GRUPO en la tabla; la crea
      *        la primera vez.
               MOVE 0 TO WS-GRU-ACTUAL
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > WS-TOTAL-GRUPOS
                   IF WS-GRU-CODIGO(WS-INDICE) = VIN-CODIGO-GRUPO
                       MOVE WS-INDICE TO WS-GRU-ACTUAL
                   END-IF
               END-PERFORM
               IF WS-GRU-ACTUAL = 0
                   IF WS-TOTAL-GRUPOS >= 200
                       DISPLAY "TABLA DE GRUPOS LLENA: "
                           VIN-CODIGO-GRUPO
                   ELSE
                       ADD 1 TO WS-TOTAL-GRUPOS
                       MOVE WS-TOTAL-GRUPOS TO WS-GRU-ACTUAL
                       MOVE VIN-CODIGO-GRUPO
                           TO WS-GRU-CODIGO(WS-GRU-ACTUAL)
                       MOVE VIN-NOMBRE-GRUPO
                           TO WS-GRU-NOMBRE(WS-GRU-ACTUAL)
                       MOVE 0 TO WS-GRU-MIEMBROS(WS-GRU-ACTUAL)
                       MOVE 0 TO WS-GRU-PRESTAMOS(WS-GRU-ACTUAL)
                       MOVE 0 TO WS-GRU-AVALES(WS-GRU-ACTUAL)
                       MOVE 0 TO WS-GRU-LINEAS(WS-GRU-ACTUAL)
                   END-IF
               END-IF.

            AGREGAR-RELACIONADO.
               IF WS-TOTAL-RELACIONADOS >= 500
                   DISPLAY "TABLA DE RELACIONADOS LLENA: " VIN-RUT
               ELSE
                   ADD 1 TO WS-TOTAL-RELACIONADOS
                   MOVE WS-TOTAL-RELACIONADOS TO WS-REL-ACTUAL
                   MOVE VIN-RUT TO WS-REL-RUT(WS-REL-ACTUAL)
                   MOVE VIN-RELACION TO WS-REL-RELACION(WS-REL-ACTUAL)
                   MOVE WS-RUT-PRESTAMOS
                       TO WS-REL-PRESTAMOS(WS-REL-ACTUAL)
                   MOVE 0 TO WS-REL-AVALES(WS-REL-ACTUAL)
                   MOVE WS-RUT-LINEAS TO WS-REL-LINEAS(WS-REL-ACTUAL)
                   ADD WS-RUT-PRESTAMOS TO WS-GLOBAL-PRESTAMOS
                   ADD WS-RUT-LINEAS TO WS-GLOBAL-LINEAS
               END-IF.

            SUMAR-EXPOSICION-RUT.
      *        Prestamos con saldo y lineas de sobregiro de
      *        WS-RUT-CONSULTA, en pesos.
               MOVE 0 TO WS-RUT-PRESTAMOS
               MOVE 0 TO WS-RUT-LINEAS
               IF WS-STATUS-PRESTAMOS = "35"
                   MOVE 'S' TO WS-PRESTAMOS-EOF
               ELSE
                   MOVE 'N' TO WS-PRESTAMOS-EOF
                   MOVE WS-RUT-CONSULTA TO PRESTAMO-RUT
                   MOVE 0 TO NUM-PRESTAMO
                   START ARCHIVO-PRESTAMOS
                       KEY IS NOT LESS THAN PRESTAMO-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-PRESTAMOS-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-PRESTAMOS-FIN-ARCHIVO
                   READ ARCHIVO-PRESTAMOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-PRESTAMOS-EOF
                   END-READ
                   IF NOT WS-PRESTAMOS-FIN-ARCHIVO
                       IF PRESTAMO-RUT NOT = WS-RUT-CONSULTA
                           MOVE 'S' TO WS-PRESTAMOS-EOF
                       ELSE
                           PERFORM CONVERTIR-SALDO-PRESTAMO
                           ADD WS-SALDO-PESOS TO WS-RUT-PRESTAMOS
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-STATUS-CUENTAS = "35"
                   MOVE 'S' TO WS-CUENTAS-EOF
               ELSE
                   MOVE 'N' TO WS-CUENTAS-EOF
                   MOVE WS-RUT-CONSULTA TO RUT
                   MOVE 0 TO NUM-CUENTA
                   START ARCHIVO-CUENTAS
                       KEY IS NOT LESS THAN CUENTA-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-CUENTAS-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-CUENTAS-FIN-ARCHIVO
                   READ ARCHIVO-CUENTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-CUENTAS-EOF
                   END-READ
                   IF NOT WS-CUENTAS-FIN-ARCHIVO
                       IF RUT NOT = WS-RUT-CONSULTA
                           MOVE 'S' TO WS-CUENTAS-EOF
                       ELSE
                           ADD LIMITE-SOBREGIRO TO WS-RUT-LINEAS
                       END-IF
                   END-IF
               END-PERFORM.

            CONVERTIR-SALDO-PRESTAMO.
               IF PRESTAMO-ES-UF
                   COMPUTE WS-SALDO-PESOS ROUNDED =
                       SALDO-PRESTAMO * WS-VALOR-UF / 100
               ELSE
                   MOVE SALDO-PRESTAMO TO WS-SALDO-PESOS
               END-IF.

            ACUMULAR-AVALES.
      *        Cada aval cuenta por el saldo del prestamo que
      *        garantiza: al grupo del aval si el deudor no es del
      *        mismo grupo, al relacionado que lo otorgo siempre, y
      *        al global de relacionados si el deudor no lo es.
               OPEN INPUT ARCHIVO-AVALES
               IF WS-STATUS-AVALES = "35"
                   MOVE 'S' TO WS-AVALES-EOF
               ELSE
                   MOVE 'N' TO WS-AVALES-EOF
               END-IF
               PERFORM UNTIL WS-AVALES-FIN-ARCHIVO
                   READ ARCHIVO-AVALES NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-AVALES-EOF
                   END-READ
                   IF NOT WS-AVALES-FIN-ARCHIVO
                       PERFORM ACUMULAR-UN-AVAL
                   END-IF
               END-PERFORM
               IF WS-STATUS-AVALES NOT = "35"
                   CLOSE ARCHIVO-AVALES
               END-IF.

            ACUMULAR-UN-AVAL.
               MOVE AVL-RUT-AVAL TO WS-RUT-CONSULTA
               PERFORM LEER-VINCULO
               MOVE VIN-CODIGO-GRUPO TO WS-AVAL-GRUPO
               MOVE VIN-RELACIONADO TO WS-AVAL-RELACIONADO
               IF WS-AVAL-GRUPO NOT = SPACES
                  OR WS-AVAL-RELACIONADO = 'S'
                   MOVE AVL-RUT-DEUDOR TO WS-RUT-CONSULTA
                   PERFORM LEER-VINCULO
                   MOVE VIN-CODIGO-GRUPO TO WS-DEUDOR-GRUPO
                   MOVE VIN-RELACIONADO TO WS-DEUDOR-RELACIONADO
                   MOVE 0 TO WS-SALDO-PESOS
                   IF WS-STATUS-PRESTAMOS NOT = "35"
                       MOVE AVL-RUT-DEUDOR TO PRESTAMO-RUT
                       MOVE AVL-NUM-PRESTAMO TO NUM-PRESTAMO
                       READ ARCHIVO-PRESTAMOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM CONVERTIR-SALDO-PRESTAMO
                       END-READ
                   END-IF
                   IF WS-AVAL-GRUPO NOT = SPACES
                      AND WS-DEUDOR-GRUPO NOT = WS-AVAL-GRUPO
                       MOVE WS-AVAL-GRUPO TO VIN-CODIGO-GRUPO
                       PERFORM UBICAR-GRUPO
                       IF WS-GRU-ACTUAL > 0
                           ADD WS-SALDO-PESOS
                               TO WS-GRU-AVALES(WS-GRU-ACTUAL)
                       END-IF
                   END-IF
                   IF WS-AVAL-RELACIONADO = 'S'
                       PERFORM VARYING WS-INDICE FROM 1 BY 1
                               UNTIL WS-INDICE > WS-TOTAL-RELACIONADOS
                           IF WS-REL-RUT(WS-INDICE) = AVL-RUT-AVAL
                               ADD WS-SALDO-PESOS
                                   TO WS-REL-AVALES(WS-INDICE)
                           END-IF
                       END-PERFORM
                       IF WS-DEUDOR-RELACIONADO NOT = 'S'
                           ADD WS-SALDO-PESOS TO WS-GLOBAL-AVALES
                       END-IF
                   END-IF
               END-IF.

            LEER-VINCULO.
      *        Vinculo vigente de WS-RUT-CONSULTA; sin vinculo (o
      *        dado de baja) queda sin grupo y no relacionado.
               MOVE WS-RUT-CONSULTA TO VIN-RUT
               READ ARCHIVO-VINCULOS KEY IS VIN-RUT
                   INVALID KEY
                       MOVE SPACES TO VIN-CODIGO-GRUPO
                       MOVE 'N' TO VIN-RELACIONADO
                   NOT INVALID KEY
                       IF NOT VIN-ESTA-VIGENTE
                           MOVE SPACES TO VIN-CODIGO-GRUPO
                           MOVE 'N' TO VIN-RELACIONADO
                       END-IF
               END-READ.

            EMITIR-REPORTE.
               MOVE SPACES TO WS-NOMBRE-REPORTE
               STRING
                   "grandes_exposiciones-" DELIMITED BY SIZE
                   WS-FECHA-HOY(1:6) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOMBRE-REPORTE
               END-STRING
               OPEN OUTPUT ARCHIVO-REPORTE
               MOVE WS-PATRIMONIO-EFECTIVO TO WS-FORMATO-MONTO
               MOVE SPACES TO WS-LINEA-TEXTO
               STRING
                   "GRANDES EXPOSICIONES AL " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   " - PATRIMONIO EFECTIVO " DELIMITED BY SIZE
                   WS-FORMATO-MONTO DELIMITED BY SIZE
                   INTO WS-LINEA-TEXTO
               END-STRING
               MOVE WS-LINEA-TEXTO TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE

      *        Grupos economicos: limite legal por deudor.
               COMPUTE WS-LIMITE-LEGAL ROUNDED =
                   WS-PATRIMONIO-EFECTIVO * WS-PORC-LIMITE-GRUPO / 100
               COMPUTE WS-UMBRAL-GRANDE ROUNDED =
                   WS-PATRIMONIO-EFECTIVO
                   * WS-PORC-GRAN-EXPOSICION / 100
               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE "GRUPOS ECONOMICOS (LIMITE POR DEUDOR)"
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE WS-LINEA-TITULOS TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               PERFORM VARYING WS-GRU-ACTUAL FROM 1 BY 1
                       UNTIL WS-GRU-ACTUAL > WS-TOTAL-GRUPOS
                   MOVE WS-GRU-CODIGO(WS-GRU-ACTUAL) TO WS-DET-CODIGO
                   MOVE WS-GRU-NOMBRE(WS-GRU-ACTUAL) TO WS-DET-NOMBRE
                   MOVE WS-GRU-MIEMBROS(WS-GRU-ACTUAL)
                       TO WS-DET-MIEMBROS
                   MOVE WS-GRU-PRESTAMOS(WS-GRU-ACTUAL)
                       TO WS-DET-PRESTAMOS
                   MOVE WS-GRU-AVALES(WS-GRU-ACTUAL) TO WS-DET-AVALES
                   MOVE WS-GRU-LINEAS(WS-GRU-ACTUAL) TO WS-DET-LINEAS
                   COMPUTE WS-TOTAL-EXPOSICION =
                       WS-GRU-PRESTAMOS(WS-GRU-ACTUAL)
                       + WS-GRU-AVALES(WS-GRU-ACTUAL)
                       + WS-GRU-LINEAS(WS-GRU-ACTUAL)
                   PERFORM ESCRIBIR-DETALLE
               END-PERFORM

      *        Relacionados: limite individual de cada uno.
               COMPUTE WS-LIMITE-LEGAL ROUNDED =
                   WS-PATRIMONIO-EFECTIVO
                   * WS-PORC-LIMITE-RELACIONADO / 100
               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE "RELACIONADOS CON EL BANCO (LIMITE INDIVIDUAL)"
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE WS-LINEA-TITULOS TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               PERFORM VARYING WS-REL-ACTUAL FROM 1 BY 1
                       UNTIL WS-REL-ACTUAL > WS-TOTAL-RELACIONADOS
                   MOVE WS-REL-RELACION(WS-REL-ACTUAL) TO WS-DET-CODIGO
                   MOVE WS-REL-RUT(WS-REL-ACTUAL) TO WS-DET-NOMBRE
                   MOVE 1 TO WS-DET-MIEMBROS
                   MOVE WS-REL-PRESTAMOS(WS-REL-ACTUAL)
                       TO WS-DET-PRESTAMOS
                   MOVE WS-REL-AVALES(WS-REL-ACTUAL) TO WS-DET-AVALES
                   MOVE WS-REL-LINEAS(WS-REL-ACTUAL) TO WS-DET-LINEAS
                   COMPUTE WS-TOTAL-EXPOSICION =
                       WS-REL-PRESTAMOS(WS-REL-ACTUAL)
                       + WS-REL-AVALES(WS-REL-ACTUAL)
                       + WS-REL-LINEAS(WS-REL-ACTUAL)
                   PERFORM ESCRIBIR-DETALLE
               END-PERFORM

      *        Total de relacionados contra el limite global.
               COMPUTE WS-LIMITE-LEGAL ROUNDED =
                   WS-PATRIMONIO-EFECTIVO
                   * WS-PORC-LIMITE-RELACIONADOS / 100
               MOVE 999999999999 TO WS-UMBRAL-GRANDE
               MOVE "GLOBAL" TO WS-DET-CODIGO
               MOVE "TODOS LOS RELACION." TO WS-DET-NOMBRE
               MOVE WS-TOTAL-RELACIONADOS TO WS-DET-MIEMBROS
               MOVE WS-GLOBAL-PRESTAMOS TO WS-DET-PRESTAMOS
               MOVE WS-GLOBAL-AVALES TO WS-DET-AVALES
               MOVE WS-GLOBAL-LINEAS TO WS-DET-LINEAS
               COMPUTE WS-TOTAL-EXPOSICION =
                   WS-GLOBAL-PRESTAMOS + WS-GLOBAL-AVALES
                   + WS-GLOBAL-LINEAS
               PERFORM ESCRIBIR-DETALLE
               CLOSE ARCHIVO-REPORTE.

            ESCRIBIR-DETALLE.
      *        Completa total, porcentaje del patrimonio y marca
      *        (EXCEDE sobre WS-LIMITE-LEGAL, GRANDE desde
      *        WS-UMBRAL-GRANDE) y escribe la linea.
               MOVE WS-TOTAL-EXPOSICION TO WS-DET-TOTAL
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-TOTAL-EXPOSICION * 100 / WS-PATRIMONIO-EFECTIVO
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PORCENTAJE
               END-COMPUTE
               MOVE WS-PORCENTAJE TO WS-DET-PORCENTAJE
               MOVE SPACES TO WS-DET-MARCA
               IF WS-TOTAL-EXPOSICION > WS-LIMITE-LEGAL
                   MOVE "EXCEDE" TO WS-DET-MARCA
                   ADD 1 TO WS-TOTAL-EXCEDIDOS
               ELSE
                   IF WS-TOTAL-EXPOSICION >= WS-UMBRAL-GRANDE
                       MOVE "GRANDE" TO WS-DET-MARCA
                       ADD 1 TO WS-TOTAL-GRANDES
                   END-IF
               END-IF
               MOVE WS-LINEA-DETALLE TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE.

            LEER-VALOR-UF.
      *        Carga el valor UF vigente desde valores_uf.txt (una
      *        linea por fecha de vigencia); se queda con la ultima
      *        linea cuya fecha ya llego. Sin archivo el valor queda
      *        en cero.
               OPEN INPUT ARCHIVO-VALORES-UF
               IF WS-STATUS-VALORES-UF NOT = "35"
                   MOVE 'N' TO WS-UF-EOF
                   PERFORM UNTIL WS-UF-FIN-ARCHIVO
                       READ ARCHIVO-VALORES-UF
                           AT END
                               MOVE 'S' TO WS-UF-EOF
                           NOT AT END
                               IF UF-FECHA-VIGENCIA NOT > WS-FECHA-HOY
                                   MOVE UF-VALOR TO WS-VALOR-UF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-VALORES-UF
               END-IF.
       END PROGRAM REPORTE-GRANDES-EXPOSICIONES.
