      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Batch mensual de segmentacion de clientes: para el
      *          mes pedido junta por RUT el saldo promedio de sus
      *          cuentas en pesos (fotos de cierre de
      *          saldos_diarios.txt), los abonos de remuneraciones
      *          recibidos (NOM abono de la bitacora) y la exposicion
      *          vigente en prestamos, y le asigna un segmento:
      *          PRM (premium), PRF (preferente) o MAS (masivo). El
      *          segmento vigente queda en segmentos.txt, cada
      *          cambio en segmentos_historial.txt y la migracion
      *          entre segmentos del mes en reporte_segmentacion.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGMENTAR-CLIENTES.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Segmentacion mensual de clientes por valor.

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
           SELECT OPTIONAL ARCHIVO-BITACORA
               ASSIGN TO WS-NOMBRE-BITACORA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA.
           SELECT ARCHIVO-SNAPSHOTS ASSIGN TO "saldos_diarios.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNA-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SNAPSHOTS.
           SELECT ARCHIVO-PRESTAMOS ASSIGN TO "prestamos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRESTAMO-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PRESTAMOS.
           SELECT OPTIONAL ARCHIVO-VALORES-UF
               ASSIGN TO "valores_uf.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VALORES-UF.
           SELECT ARCHIVO-SEGMENTOS ASSIGN TO "segmentos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SEGMENTOS.
           SELECT OPTIONAL ARCHIVO-HISTORIAL-SEGMENTOS
               ASSIGN TO "segmentos_historial.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-REPORTE ASSIGN TO "reporte_segmentacion.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-SNAPSHOTS.
           COPY "SNAPSHOT-SALDO.CPY".
       FD ARCHIVO-PRESTAMOS.
           COPY "PRESTAMO.CPY".
       FD ARCHIVO-VALORES-UF.
           COPY "VALOR-UF.CPY".
       FD ARCHIVO-SEGMENTOS.
           COPY "SEGMENTO.CPY".
       FD ARCHIVO-HISTORIAL-SEGMENTOS.
           COPY "HISTORIAL-SEGMENTO.CPY".
       FD ARCHIVO-REPORTE.
       01 REGISTRO-REPORTE PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-CUENTAS PIC X(2) VALUE "00".
       77 WS-STATUS-BITACORA PIC X(2) VALUE "00".
       77 WS-STATUS-SNAPSHOTS PIC X(2) VALUE "00".
       77 WS-STATUS-PRESTAMOS PIC X(2) VALUE "00".
       77 WS-STATUS-VALORES-UF PIC X(2) VALUE "00".
       77 WS-STATUS-SEGMENTOS PIC X(2) VALUE "00".
       77 WS-NOMBRE-BITACORA PIC X(30).
       77 WS-EOF PIC X VALUE 'N'.
           88 WS-FIN-ARCHIVO VALUE 'S'.
       77 WS-UF-EOF PIC X VALUE 'N'.
           88 WS-UF-FIN-ARCHIVO VALUE 'S'.
      *    Umbrales de segmentacion: basta cumplir uno de los tres
      *    criterios del segmento para quedar en el. Saldo promedio
      *    del mes y abonos de nomina del mes en pesos; exposicion
      *    en prestamos como saldo vigente en pesos.
       77 WS-PRM-SALDO-PROMEDIO PIC 9(12) VALUE 25000000.
       77 WS-PRM-ABONOS-NOMINA PIC 9(10) VALUE 3500000.
       77 WS-PRM-EXPOSICION PIC 9(12) VALUE 80000000.
       77 WS-PRF-SALDO-PROMEDIO PIC 9(12) VALUE 5000000.
       77 WS-PRF-ABONOS-NOMINA PIC 9(10) VALUE 1200000.
       77 WS-PRF-EXPOSICION PIC 9(12) VALUE 20000000.
      *    Mes a procesar y sus limites.
       01 WS-PERIODO-PROCESO.
           05 WS-PRO-ANIO PIC 9(4).
           05 WS-PRO-MES PIC 9(2).
       01 WS-PERIODO-NUM REDEFINES WS-PERIODO-PROCESO PIC 9(6).
       01 WS-PERIODO-MOVIMIENTO.
           05 WS-MOV-ANIO PIC X(4).
           05 WS-MOV-MES PIC X(2).
       77 WS-FECHA-INICIO PIC 9(8).
       77 WS-FECHA-SIGUIENTE PIC 9(8).
       77 WS-DIAS-FOTO PIC 9(3) COMP VALUE 0.
       77 WS-FECHA-FOTO-ANTERIOR PIC 9(8) VALUE 0.
       77 WS-VALOR-UF PIC 9(6)V9(2) VALUE 0.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).
      *    Acumulado del mes por cliente.
       01 WS-TABLA-CLIENTES.
           05 WS-CLI-ENTRY OCCURS 1000 TIMES.
               10 WS-CLI-RUT PIC X(10).
               10 WS-CLI-SUMA-SALDOS PIC 9(14).
               10 WS-CLI-SALDO-PROMEDIO PIC 9(12).
               10 WS-CLI-ABONOS-NOMINA PIC 9(10).
               10 WS-CLI-EXPOSICION PIC 9(12).
               10 WS-CLI-SEGMENTO PIC X(3).
       77 WS-CLI-CANTIDAD PIC 9(4) COMP VALUE 0.
       77 WS-CLI-INDICE PIC 9(4) COMP.
       77 WS-CLI-ACTUAL PIC 9(4) COMP.
       77 WS-CLI-DESCARTADOS PIC 9(6) COMP VALUE 0.
       77 WS-RUT-BUSCADO PIC X(10).
       77 WS-MONTO-NUM PIC 9(8).
       77 WS-MONTO-CLP PIC 9(12).
      *    Matriz de migracion del mes: fila = segmento anterior
      *    (1=MAS, 2=PRF, 3=PRM, 4=sin segmento previo), columna =
      *    segmento nuevo (1=MAS, 2=PRF, 3=PRM).
       01 WS-CODIGOS-SEGMENTO.
           05 FILLER PIC X(12) VALUE "MASPRFPRMNVO".
       01 WS-CODIGOS-SEGMENTO-TABLA REDEFINES WS-CODIGOS-SEGMENTO.
           05 WS-CODIGO-SEGMENTO PIC X(3) OCCURS 4 TIMES.
       01 WS-MATRIZ-MIGRACION.
           05 WS-MIG-FILA OCCURS 4 TIMES.
              10 WS-MIG-CANTIDAD PIC 9(6) OCCURS 3 TIMES.
       77 WS-FILA PIC 9(1).
       77 WS-COLUMNA PIC 9(1).
       77 WS-SEGMENTO-ANTERIOR PIC X(3).
       77 WS-TOTAL-CLIENTES PIC 9(6) VALUE 0.
       77 WS-TOTAL-CAMBIOS PIC 9(6) VALUE 0.
       77 WS-TOTAL-MAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-PRF PIC 9(6) VALUE 0.
       77 WS-TOTAL-PRM PIC 9(6) VALUE 0.
       01 WS-LINEA-MATRIZ.
           05 LMA-ORIGEN PIC X(3).
           05 FILLER PIC X(5) VALUE SPACES.
           05 LMA-MAS PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LMA-PRF PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LMA-PRM PIC Z(5)9.

       PROCEDURE DIVISION.
            DISPLAY "------- SEGMENTACION DE CLIENTES -------".

            DISPLAY "MES A PROCESAR (AAAAMM): ".
            ACCEPT WS-PERIODO-NUM.
            IF WS-PERIODO-NUM NOT NUMERIC
               OR WS-PRO-MES < 1 OR WS-PRO-MES > 12 THEN
                DISPLAY "MES INVALIDO. PROCESO CANCELADO"
                STOP RUN
            END-IF.

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            COMPUTE WS-FECHA-INICIO = (WS-PERIODO-NUM * 100) + 1.
            IF WS-PRO-MES = 12
                COMPUTE WS-FECHA-SIGUIENTE =
                    ((WS-PRO-ANIO + 1) * 10000) + 101
            ELSE
                COMPUTE WS-FECHA-SIGUIENTE = WS-FECHA-INICIO + 100
            END-IF.

            PERFORM LEER-VALOR-UF.
            MOVE ZEROES TO WS-MATRIZ-MIGRACION.

            PERFORM AGREGAR-CUENTAS.

            MOVE SPACES TO WS-NOMBRE-BITACORA.
            STRING
                "bitacora-" DELIMITED BY SIZE
                WS-PERIODO-NUM DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
                INTO WS-NOMBRE-BITACORA
            END-STRING.
            PERFORM AGREGAR-UN-VOLUMEN.
            MOVE "bitacora.txt" TO WS-NOMBRE-BITACORA.
            PERFORM AGREGAR-UN-VOLUMEN.

            PERFORM AGREGAR-SALDOS-DIARIOS.
            PERFORM AGREGAR-PRESTAMOS.

            PERFORM ASIGNAR-SEGMENTOS.
            PERFORM GRABAR-SEGMENTOS.
            PERFORM EMITIR-REPORTE.

            DISPLAY "CLIENTES SEGMENTADOS: " WS-CLI-CANTIDAD.
            DISPLAY "  PREMIUM: " WS-TOTAL-PRM.
            DISPLAY "  PREFERENTE: " WS-TOTAL-PRF.
            DISPLAY "  MASIVO: " WS-TOTAL-MAS.
            DISPLAY "CAMBIOS DE SEGMENTO: " WS-TOTAL-CAMBIOS.
            IF WS-CLI-DESCARTADOS > 0
                DISPLAY "*** TABLA DE CLIENTES LLENA: "
                    WS-CLI-DESCARTADOS " REGISTROS SIN CLIENTE ***"
            END-IF.

            STOP RUN.

            AGREGAR-CUENTAS.
      *        Todo titular con cuenta recibe segmento, aunque no
      *        haya tenido movimiento en el mes (queda MAS).
               OPEN INPUT ARCHIVO-CUENTAS
               IF WS-STATUS-CUENTAS = "35"
                   DISPLAY "NO EXISTE ARCHIVO DE CUENTAS"
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-FIN-ARCHIVO
                       READ ARCHIVO-CUENTAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-EOF
                           NOT AT END
                               MOVE RUT TO WS-RUT-BUSCADO
                               PERFORM UBICAR-CLIENTE
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

            AGREGAR-UN-VOLUMEN.
      *        El mes puede estar ya archivado en su volumen
      *        bitacora-AAAAMM.txt, seguir en la bitacora viva o
      *        repartido entre ambos; un volumen que no existe no es
      *        error.
               MOVE 'N' TO WS-EOF
               OPEN INPUT ARCHIVO-BITACORA
               IF WS-STATUS-BITACORA = "35"
                   MOVE 'S' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-BITACORA
                       AT END
                           MOVE 'S' TO WS-EOF
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
      *        Solo el abono de remuneraciones al trabajador; el
      *        cargo del total a la cuenta del empleador tambien es
      *        NOM pero no cuenta.
               MOVE BIT-FECHAYHORA(1:4) TO WS-MOV-ANIO
               MOVE BIT-FECHAYHORA(6:2) TO WS-MOV-MES
               IF WS-PERIODO-MOVIMIENTO = WS-PERIODO-PROCESO
                  AND BIT-OPERACION = "NOM"
                  AND BIT-ABONO-CARGO = 'A'
                  AND BIT-MONTO NUMERIC
                   MOVE BIT-MONTO TO WS-MONTO-NUM
                   MOVE BIT-RUT TO WS-RUT-BUSCADO
                   PERFORM UBICAR-CLIENTE
                   IF WS-CLI-ACTUAL > 0
                       ADD WS-MONTO-NUM
                           TO WS-CLI-ABONOS-NOMINA(WS-CLI-ACTUAL)
                   END-IF
               END-IF.

            AGREGAR-SALDOS-DIARIOS.
      *        Saldo promedio del mes por cliente desde las fotos de
      *        cierre de sus cuentas en pesos; el sobregiro usado no
      *        resta. Las cuentas en dolares no entran.
               MOVE 'N' TO WS-EOF
               OPEN INPUT ARCHIVO-SNAPSHOTS
               IF WS-STATUS-SNAPSHOTS = "35"
                   DISPLAY "NO EXISTEN SALDOS DIARIOS"
                   MOVE 'S' TO WS-EOF
               ELSE
                   MOVE WS-FECHA-INICIO TO SNA-FECHA
                   MOVE LOW-VALUES TO SNA-RUT
                   MOVE 0 TO SNA-NUM-CUENTA
                   START ARCHIVO-SNAPSHOTS
                       KEY IS NOT LESS THAN SNA-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-SNAPSHOTS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                   END-READ
                   IF NOT WS-FIN-ARCHIVO
                       IF SNA-FECHA NOT < WS-FECHA-SIGUIENTE
                           MOVE 'S' TO WS-EOF
                       ELSE
                           PERFORM AGREGAR-UNA-FOTO
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-STATUS-SNAPSHOTS NOT = "35"
                   CLOSE ARCHIVO-SNAPSHOTS
               END-IF.

            AGREGAR-UNA-FOTO.
               IF SNA-FECHA NOT = WS-FECHA-FOTO-ANTERIOR
                   ADD 1 TO WS-DIAS-FOTO
                   MOVE SNA-FECHA TO WS-FECHA-FOTO-ANTERIOR
               END-IF
               IF SNA-MONEDA NOT = "USD" AND SNA-SALDO > 0
                   MOVE SNA-RUT TO WS-RUT-BUSCADO
                   PERFORM UBICAR-CLIENTE
                   IF WS-CLI-ACTUAL > 0
                       ADD SNA-SALDO
                           TO WS-CLI-SUMA-SALDOS(WS-CLI-ACTUAL)
                   END-IF
               END-IF.

            AGREGAR-PRESTAMOS.
      *        Exposicion: el saldo vigente de cada prestamo, en
      *        pesos al valor UF del dia si es reajustable.
               OPEN INPUT ARCHIVO-PRESTAMOS
               IF WS-STATUS-PRESTAMOS = "35"
                   DISPLAY "NO EXISTE ARCHIVO DE PRESTAMOS"
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-FIN-ARCHIVO
                       READ ARCHIVO-PRESTAMOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-EOF
                       END-READ
                       IF NOT WS-FIN-ARCHIVO
                          AND SALDO-PRESTAMO > 0
                           PERFORM AGREGAR-UN-PRESTAMO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

            AGREGAR-UN-PRESTAMO.
               MOVE PRESTAMO-RUT TO WS-RUT-BUSCADO
               PERFORM UBICAR-CLIENTE
               IF WS-CLI-ACTUAL > 0
                   IF PRESTAMO-ES-UF
                       COMPUTE WS-MONTO-CLP ROUNDED =
                           SALDO-PRESTAMO * WS-VALOR-UF / 100
                   ELSE
                       MOVE SALDO-PRESTAMO TO WS-MONTO-CLP
                   END-IF
                   ADD WS-MONTO-CLP
                       TO WS-CLI-EXPOSICION(WS-CLI-ACTUAL)
               END-IF.

            UBICAR-CLIENTE.
               MOVE 0 TO WS-CLI-ACTUAL
               IF WS-RUT-BUSCADO NOT = SPACES
                   PERFORM VARYING WS-CLI-INDICE FROM 1 BY 1
                           UNTIL WS-CLI-INDICE > WS-CLI-CANTIDAD
                       IF WS-CLI-RUT(WS-CLI-INDICE) = WS-RUT-BUSCADO
                           MOVE WS-CLI-INDICE TO WS-CLI-ACTUAL
                           MOVE WS-CLI-CANTIDAD TO WS-CLI-INDICE
                       END-IF
                   END-PERFORM
                   IF WS-CLI-ACTUAL = 0
                       IF WS-CLI-CANTIDAD < 1000
                           ADD 1 TO WS-CLI-CANTIDAD
                           MOVE WS-CLI-CANTIDAD TO WS-CLI-ACTUAL
                           INITIALIZE WS-CLI-ENTRY(WS-CLI-ACTUAL)
                           MOVE WS-RUT-BUSCADO
                               TO WS-CLI-RUT(WS-CLI-ACTUAL)
                       ELSE
                           ADD 1 TO WS-CLI-DESCARTADOS
                       END-IF
                   END-IF
               END-IF.

            ASIGNAR-SEGMENTOS.
               PERFORM VARYING WS-CLI-INDICE FROM 1 BY 1
                       UNTIL WS-CLI-INDICE > WS-CLI-CANTIDAD
                   IF WS-DIAS-FOTO > 0
                       COMPUTE WS-CLI-SALDO-PROMEDIO(WS-CLI-INDICE)
                           ROUNDED =
                           WS-CLI-SUMA-SALDOS(WS-CLI-INDICE)
                           / WS-DIAS-FOTO
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-CLI-SALDO-PROMEDIO(WS-CLI-INDICE)
                            >= WS-PRM-SALDO-PROMEDIO
                       WHEN WS-CLI-ABONOS-NOMINA(WS-CLI-INDICE)
                            >= WS-PRM-ABONOS-NOMINA
                       WHEN WS-CLI-EXPOSICION(WS-CLI-INDICE)
                            >= WS-PRM-EXPOSICION
                           MOVE "PRM" TO WS-CLI-SEGMENTO(WS-CLI-INDICE)
                           ADD 1 TO WS-TOTAL-PRM
                       WHEN WS-CLI-SALDO-PROMEDIO(WS-CLI-INDICE)
                            >= WS-PRF-SALDO-PROMEDIO
                       WHEN WS-CLI-ABONOS-NOMINA(WS-CLI-INDICE)
                            >= WS-PRF-ABONOS-NOMINA
                       WHEN WS-CLI-EXPOSICION(WS-CLI-INDICE)
                            >= WS-PRF-EXPOSICION
                           MOVE "PRF" TO WS-CLI-SEGMENTO(WS-CLI-INDICE)
                           ADD 1 TO WS-TOTAL-PRF
                       WHEN OTHER
                           MOVE "MAS" TO WS-CLI-SEGMENTO(WS-CLI-INDICE)
                           ADD 1 TO WS-TOTAL-MAS
                   END-EVALUATE
               END-PERFORM.

            GRABAR-SEGMENTOS.
      *        segmentos.txt guarda el segmento vigente y el del
      *        mes anterior. Repetir el calculo del mismo mes no
      *        corre el anterior: se compara siempre contra el
      *        segmento con que el RUT cerro el mes previo.
               OPEN I-O ARCHIVO-SEGMENTOS
               IF WS-STATUS-SEGMENTOS = "35"
                   OPEN OUTPUT ARCHIVO-SEGMENTOS
                   CLOSE ARCHIVO-SEGMENTOS
                   OPEN I-O ARCHIVO-SEGMENTOS
               END-IF
               OPEN EXTEND ARCHIVO-HISTORIAL-SEGMENTOS
               PERFORM VARYING WS-CLI-INDICE FROM 1 BY 1
                       UNTIL WS-CLI-INDICE > WS-CLI-CANTIDAD
                   PERFORM GRABAR-UN-SEGMENTO
               END-PERFORM
               CLOSE ARCHIVO-HISTORIAL-SEGMENTOS
               CLOSE ARCHIVO-SEGMENTOS.

            GRABAR-UN-SEGMENTO.
               MOVE WS-CLI-RUT(WS-CLI-INDICE) TO SEG-RUT
               READ ARCHIVO-SEGMENTOS
                   INVALID KEY
                       MOVE SPACES TO WS-SEGMENTO-ANTERIOR
                       PERFORM CARGAR-REGISTRO-SEGMENTO
                       WRITE SEGMENTO
                       PERFORM GRABAR-CAMBIO-SEGMENTO
                   NOT INVALID KEY
                       IF SEG-PERIODO = WS-PERIODO-NUM
                           MOVE SEG-SEGMENTO-ANTERIOR
                               TO WS-SEGMENTO-ANTERIOR
                       ELSE
                           MOVE SEG-SEGMENTO TO WS-SEGMENTO-ANTERIOR
                       END-IF
                       IF SEG-SEGMENTO NOT =
                          WS-CLI-SEGMENTO(WS-CLI-INDICE)
                          OR SEG-PERIODO NOT = WS-PERIODO-NUM
                           IF WS-SEGMENTO-ANTERIOR NOT =
                              WS-CLI-SEGMENTO(WS-CLI-INDICE)
                               PERFORM GRABAR-CAMBIO-SEGMENTO
                           END-IF
                       END-IF
                       PERFORM CARGAR-REGISTRO-SEGMENTO
                       REWRITE SEGMENTO
               END-READ
               PERFORM CONTAR-MIGRACION.

            CARGAR-REGISTRO-SEGMENTO.
               MOVE WS-CLI-RUT(WS-CLI-INDICE) TO SEG-RUT
               MOVE WS-CLI-SEGMENTO(WS-CLI-INDICE) TO SEG-SEGMENTO
               MOVE WS-SEGMENTO-ANTERIOR TO SEG-SEGMENTO-ANTERIOR
               MOVE WS-PERIODO-NUM TO SEG-PERIODO
               MOVE WS-CLI-SALDO-PROMEDIO(WS-CLI-INDICE)
                   TO SEG-SALDO-PROMEDIO
               MOVE WS-CLI-ABONOS-NOMINA(WS-CLI-INDICE)
                   TO SEG-ABONOS-NOMINA
               MOVE WS-CLI-EXPOSICION(WS-CLI-INDICE) TO SEG-EXPOSICION
               MOVE WS-FECHA-HOY TO SEG-FECHA-CALCULO.

            GRABAR-CAMBIO-SEGMENTO.
               ADD 1 TO WS-TOTAL-CAMBIOS
               MOVE SPACES TO REGISTRO-HISTORIAL-SEGMENTO
               MOVE WS-PERIODO-NUM TO HSE-PERIODO
               MOVE WS-CLI-RUT(WS-CLI-INDICE) TO HSE-RUT
               MOVE WS-SEGMENTO-ANTERIOR TO HSE-SEGMENTO-ANTERIOR
               MOVE WS-CLI-SEGMENTO(WS-CLI-INDICE)
                   TO HSE-SEGMENTO-NUEVO
               MOVE WS-FECHA-HOY TO HSE-FECHA-CALCULO
               WRITE REGISTRO-HISTORIAL-SEGMENTO.

            CONTAR-MIGRACION.
               MOVE 4 TO WS-FILA
               PERFORM VARYING WS-COLUMNA FROM 1 BY 1
                       UNTIL WS-COLUMNA > 3
                   IF WS-CODIGO-SEGMENTO(WS-COLUMNA)
                      = WS-SEGMENTO-ANTERIOR
                       MOVE WS-COLUMNA TO WS-FILA
                   END-IF
               END-PERFORM
               MOVE 1 TO WS-COLUMNA
               IF WS-CLI-SEGMENTO(WS-CLI-INDICE) = "PRF"
                   MOVE 2 TO WS-COLUMNA
               END-IF
               IF WS-CLI-SEGMENTO(WS-CLI-INDICE) = "PRM"
                   MOVE 3 TO WS-COLUMNA
               END-IF
               ADD 1 TO WS-MIG-CANTIDAD(WS-FILA, WS-COLUMNA).

            EMITIR-REPORTE.
               OPEN OUTPUT ARCHIVO-REPORTE
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   "MIGRACION ENTRE SEGMENTOS - MES " DELIMITED BY SIZE
                   WS-PERIODO-NUM DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE
               MOVE "ANTERIOR   A MAS   A PRF   A PRM"
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               PERFORM VARYING WS-FILA FROM 1 BY 1 UNTIL WS-FILA > 4
                   MOVE WS-CODIGO-SEGMENTO(WS-FILA) TO LMA-ORIGEN
                   MOVE WS-MIG-CANTIDAD(WS-FILA, 1) TO LMA-MAS
                   MOVE WS-MIG-CANTIDAD(WS-FILA, 2) TO LMA-PRF
                   MOVE WS-MIG-CANTIDAD(WS-FILA, 3) TO LMA-PRM
                   WRITE REGISTRO-REPORTE FROM WS-LINEA-MATRIZ
               END-PERFORM
               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE SPACES TO REGISTRO-REPORTE
               MOVE WS-CLI-CANTIDAD TO WS-TOTAL-CLIENTES
               STRING
                   "CLIENTES: " WS-TOTAL-CLIENTES
                   "  CAMBIOS DE SEGMENTO: " WS-TOTAL-CAMBIOS
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE
               CLOSE ARCHIVO-REPORTE.

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
       END PROGRAM SEGMENTAR-CLIENTES.
