      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Batch mensual de rentabilidad por cliente: para el
      *          mes pedido junta por RUT los ingresos por comisiones
      *          (COB, COM y CXC de la bitacora, menos sus
      *          devoluciones DCO), el interes de sobregiro (ISG) y
      *          el interes de las cuotas de prestamos que vencen en
      *          el mes, y le resta el interes pagado en cuentas
      *          (INT) y el devengado en el mes por sus depositos a
      *          plazo. A eso suma el precio
      *          de transferencia de fondos: un credito por el saldo
      *          promedio de deposito (saldos_diarios.txt mas los
      *          plazos) y un cargo por el saldo de colocaciones
      *          (prestamos mas el sobregiro promedio), a la tasa
      *          anual TTF del tarifario. Deja el ranking en
      *          reporte_rentabilidad.txt, el archivo plano
      *          rentabilidad_AAAAMM.txt para el area comercial y la
      *          cifra por cliente en rentabilidad.txt para
      *          POSICION-CONSOLIDADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTABILIDAD-CLIENTES.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Contribucion neta mensual por cliente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARCHIVO-CUOTAS ASSIGN TO "cuotas_prestamo.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CUOTAS.
           SELECT ARCHIVO-PLAZOS ASSIGN TO "depositos_plazo.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPF-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PLAZOS.
           SELECT ARCHIVO-TARIFAS ASSIGN TO "tarifas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARIFAS.
           SELECT OPTIONAL ARCHIVO-VALORES-UF
               ASSIGN TO "valores_uf.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VALORES-UF.
           SELECT ARCHIVO-RENTABILIDAD ASSIGN TO "rentabilidad.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RNT-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RENTABILIDAD.
           SELECT ARCHIVO-PLANO ASSIGN TO WS-NOMBRE-PLANO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-REPORTE ASSIGN TO "reporte_rentabilidad.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-SNAPSHOTS.
           COPY "SNAPSHOT-SALDO.CPY".
       FD ARCHIVO-PRESTAMOS.
           COPY "PRESTAMO.CPY".
       FD ARCHIVO-CUOTAS.
           COPY "CUOTA-PRESTAMO.CPY".
       FD ARCHIVO-PLAZOS.
           COPY "DEPOSITO-PLAZO.CPY".
       FD ARCHIVO-TARIFAS.
           COPY "TARIFA.CPY".
       FD ARCHIVO-VALORES-UF.
           COPY "VALOR-UF.CPY".
       FD ARCHIVO-RENTABILIDAD.
           COPY "RENTABILIDAD.CPY".
       FD ARCHIVO-PLANO.
       01 REGISTRO-PLANO.
          05 PLA-PERIODO PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 PLA-RANKING PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 PLA-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 PLA-COMISIONES PIC 9(10).
          05 FILLER PIC X VALUE SPACE.
          05 PLA-INTERES-SOBREGIRO PIC 9(10).
          05 FILLER PIC X VALUE SPACE.
          05 PLA-INTERES-PRESTAMOS PIC 9(10).
          05 FILLER PIC X VALUE SPACE.
          05 PLA-INTERES-PAGADO PIC 9(10).
          05 FILLER PIC X VALUE SPACE.
          05 PLA-SALDO-PROM-DEPOSITOS PIC 9(12).
          05 FILLER PIC X VALUE SPACE.
          05 PLA-SALDO-PROM-COLOCACIONES PIC 9(12).
          05 FILLER PIC X VALUE SPACE.
          05 PLA-TRANSFERENCIA-FONDOS PIC -(10)9.
          05 FILLER PIC X VALUE SPACE.
          05 PLA-CONTRIBUCION PIC -(11)9.
       FD ARCHIVO-REPORTE.
       01 REGISTRO-REPORTE PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-BITACORA PIC X(2) VALUE "00".
       77 WS-STATUS-SNAPSHOTS PIC X(2) VALUE "00".
       77 WS-STATUS-PRESTAMOS PIC X(2) VALUE "00".
       77 WS-STATUS-CUOTAS PIC X(2) VALUE "00".
       77 WS-STATUS-PLAZOS PIC X(2) VALUE "00".
       77 WS-STATUS-TARIFAS PIC X(2) VALUE "00".
       77 WS-STATUS-VALORES-UF PIC X(2) VALUE "00".
       77 WS-STATUS-RENTABILIDAD PIC X(2) VALUE "00".
       77 WS-NOMBRE-BITACORA PIC X(30).
       77 WS-NOMBRE-PLANO PIC X(30).
       77 WS-EOF PIC X VALUE 'N'.
           88 WS-FIN-ARCHIVO VALUE 'S'.
       77 WS-CUOTAS-EOF PIC X VALUE 'N'.
           88 WS-CUOTAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-UF-EOF PIC X VALUE 'N'.
           88 WS-UF-FIN-ARCHIVO VALUE 'S'.
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
       77 WS-ENTERO-INICIO PIC S9(9) COMP.
       77 WS-ENTERO-SIGUIENTE PIC S9(9) COMP.
       77 WS-ENTERO-DESDE PIC S9(9) COMP.
       77 WS-ENTERO-HASTA PIC S9(9) COMP.
       77 WS-DIAS-MES PIC 9(3) COMP.
       77 WS-DIAS-TRASLAPE PIC S9(5) COMP.
       77 WS-DIAS-FOTO PIC 9(3) COMP VALUE 0.
       77 WS-FECHA-FOTO-ANTERIOR PIC 9(8) VALUE 0.
      *    Tasa anual de transferencia de fondos: tarifa TTF en puntos
      *    base (500 = 5,00%); sin tarifa rige el valor por defecto.
       77 WS-TASA-TTF-PB PIC 9(5) VALUE 500.
       77 WS-TASA-TTF PIC 9V9(6).
       77 WS-VALOR-UF PIC 9(6)V9(2) VALUE 0.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).
      *    Acumulado del mes por cliente.
       01 WS-TABLA-CLIENTES.
           05 WS-CLI-ENTRY OCCURS 1000 TIMES.
               10 WS-CLI-RUT PIC X(10).
               10 WS-CLI-COMISIONES PIC S9(10).
               10 WS-CLI-SOBREGIRO PIC 9(10).
               10 WS-CLI-INTERES-PRESTAMOS PIC 9(10).
               10 WS-CLI-INTERES-PAGADO PIC 9(10).
               10 WS-CLI-SUMA-POSITIVOS PIC 9(14).
               10 WS-CLI-SUMA-NEGATIVOS PIC 9(14).
               10 WS-CLI-PROM-DEPOSITOS PIC 9(12).
               10 WS-CLI-PROM-COLOCACIONES PIC 9(12).
               10 WS-CLI-TRANSFERENCIA PIC S9(10).
               10 WS-CLI-CONTRIBUCION PIC S9(11).
       01 WS-CLI-TEMP PIC X(123).
       77 WS-CLI-CANTIDAD PIC 9(4) COMP VALUE 0.
       77 WS-CLI-INDICE PIC 9(4) COMP.
       77 WS-CLI-J PIC 9(4) COMP.
       77 WS-CLI-ACTUAL PIC 9(4) COMP.
       77 WS-CLI-DESCARTADOS PIC 9(6) COMP VALUE 0.
       77 WS-RUT-BUSCADO PIC X(10).
       77 WS-MONTO-NUM PIC 9(8).
       77 WS-MONTO-CLP PIC 9(12).
       77 WS-TOTAL-CONTRIBUCION PIC S9(13) VALUE 0.
       77 WS-FORMATO-MONEDA PIC -(11)9.
       77 WS-LINEA-REPORTE PIC X(80).

       PROCEDURE DIVISION.
            DISPLAY "------- RENTABILIDAD POR CLIENTE -------".

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
            COMPUTE WS-ENTERO-INICIO =
                FUNCTION INTEGER-OF-DATE(WS-FECHA-INICIO).
            COMPUTE WS-ENTERO-SIGUIENTE =
                FUNCTION INTEGER-OF-DATE(WS-FECHA-SIGUIENTE).
            COMPUTE WS-DIAS-MES =
                WS-ENTERO-SIGUIENTE - WS-ENTERO-INICIO.

            PERFORM CARGAR-TASA-TTF.
            PERFORM LEER-VALOR-UF.

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
            PERFORM AGREGAR-PLAZOS.

            PERFORM CALCULAR-CONTRIBUCIONES.
            PERFORM ORDENAR-RANKING.
            PERFORM EMITIR-RESULTADOS.

            DISPLAY "CLIENTES EVALUADOS: " WS-CLI-CANTIDAD.
            IF WS-CLI-DESCARTADOS > 0
                DISPLAY "*** TABLA DE CLIENTES LLENA: "
                    WS-CLI-DESCARTADOS " MOVIMIENTOS SIN CLIENTE ***"
            END-IF.
            MOVE WS-TOTAL-CONTRIBUCION TO WS-FORMATO-MONEDA.
            DISPLAY "CONTRIBUCION NETA DEL MES: " WS-FORMATO-MONEDA.

            STOP RUN.

            CARGAR-TASA-TTF.
               OPEN INPUT ARCHIVO-TARIFAS
               IF WS-STATUS-TARIFAS NOT = "35"
                   MOVE "TTF" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TAR-MONTO TO WS-TASA-TTF-PB
                   END-READ
                   CLOSE ARCHIVO-TARIFAS
               END-IF
               COMPUTE WS-TASA-TTF = WS-TASA-TTF-PB / 10000
               DISPLAY "TASA DE TRANSFERENCIA DE FONDOS (PB ANUAL): "
                   WS-TASA-TTF-PB.

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
               MOVE BIT-FECHAYHORA(1:4) TO WS-MOV-ANIO
               MOVE BIT-FECHAYHORA(6:2) TO WS-MOV-MES
               IF WS-PERIODO-MOVIMIENTO = WS-PERIODO-PROCESO
                  AND BIT-MONTO NUMERIC
                   MOVE BIT-MONTO TO WS-MONTO-NUM
                   MOVE BIT-RUT TO WS-RUT-BUSCADO
                   EVALUATE BIT-OPERACION
                       WHEN "COB"
                       WHEN "COM"
                       WHEN "CXC"
                           PERFORM UBICAR-CLIENTE
                           IF WS-CLI-ACTUAL > 0
                               ADD WS-MONTO-NUM
                                   TO WS-CLI-COMISIONES(WS-CLI-ACTUAL)
                           END-IF
      *                Una devolucion de comision rebaja el ingreso;
      *                el neto del mes no baja de cero (ver
      *                CALCULAR-CONTRIBUCIONES).
                       WHEN "DCO"
                           PERFORM UBICAR-CLIENTE
                           IF WS-CLI-ACTUAL > 0
                               SUBTRACT WS-MONTO-NUM
                                   FROM WS-CLI-COMISIONES(WS-CLI-ACTUAL)
                           END-IF
                       WHEN "ISG"
                           PERFORM UBICAR-CLIENTE
                           IF WS-CLI-ACTUAL > 0
                               ADD WS-MONTO-NUM
                                   TO WS-CLI-SOBREGIRO(WS-CLI-ACTUAL)
                           END-IF
                       WHEN "INT"
                           PERFORM UBICAR-CLIENTE
                           IF WS-CLI-ACTUAL > 0
                               ADD WS-MONTO-NUM
                                   TO WS-CLI-INTERES-PAGADO
                                       (WS-CLI-ACTUAL)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

            AGREGAR-SALDOS-DIARIOS.
      *        Saldo promedio del mes por cliente desde las fotos de
      *        cierre: lo positivo es deposito y lo negativo es
      *        sobregiro usado, que se trata como colocacion. Las
      *        cuentas en dolares no entran al precio de
      *        transferencia en pesos.
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
               IF SNA-MONEDA NOT = "USD"
                   MOVE SNA-RUT TO WS-RUT-BUSCADO
                   PERFORM UBICAR-CLIENTE
                   IF WS-CLI-ACTUAL > 0
                       IF SNA-SALDO > 0
                           ADD SNA-SALDO
                               TO WS-CLI-SUMA-POSITIVOS(WS-CLI-ACTUAL)
                       ELSE
                           SUBTRACT SNA-SALDO
                               FROM WS-CLI-SUMA-NEGATIVOS
                                   (WS-CLI-ACTUAL)
                       END-IF
                   END-IF
               END-IF.

            AGREGAR-PRESTAMOS.
      *        Colocacion: el saldo vigente de cada prestamo; ingreso:
      *        el interes de las cuotas que vencen en el mes.
               OPEN INPUT ARCHIVO-PRESTAMOS
               IF WS-STATUS-PRESTAMOS = "35"
                   DISPLAY "NO EXISTE ARCHIVO DE PRESTAMOS"
               ELSE
                   OPEN INPUT ARCHIVO-CUOTAS
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-FIN-ARCHIVO
                       READ ARCHIVO-PRESTAMOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-EOF
                       END-READ
                       IF NOT WS-FIN-ARCHIVO
                           PERFORM AGREGAR-UN-PRESTAMO
                       END-IF
                   END-PERFORM
                   IF WS-STATUS-CUOTAS NOT = "35"
                       CLOSE ARCHIVO-CUOTAS
                   END-IF
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
                       TO WS-CLI-PROM-COLOCACIONES(WS-CLI-ACTUAL)

                   MOVE 'N' TO WS-CUOTAS-EOF
                   IF WS-STATUS-CUOTAS = "35"
                       MOVE 'S' TO WS-CUOTAS-EOF
                   ELSE
                       MOVE PRESTAMO-RUT TO CUO-RUT
                       MOVE NUM-PRESTAMO TO CUO-NUM-PRESTAMO
                       MOVE 0 TO CUO-NUM-CUOTA
                       START ARCHIVO-CUOTAS
                           KEY IS NOT LESS THAN CUO-CLAVE
                           INVALID KEY
                               MOVE 'S' TO WS-CUOTAS-EOF
                       END-START
                   END-IF
                   PERFORM UNTIL WS-CUOTAS-FIN-ARCHIVO
                       READ ARCHIVO-CUOTAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-CUOTAS-EOF
                       END-READ
                       IF NOT WS-CUOTAS-FIN-ARCHIVO
                           IF CUO-RUT NOT = PRESTAMO-RUT
                              OR CUO-NUM-PRESTAMO NOT = NUM-PRESTAMO
                               MOVE 'S' TO WS-CUOTAS-EOF
                           ELSE
                               PERFORM AGREGAR-UNA-CUOTA
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF.

            AGREGAR-UNA-CUOTA.
               IF CUO-FECHA-VENCIMIENTO NOT < WS-FECHA-INICIO
                  AND CUO-FECHA-VENCIMIENTO < WS-FECHA-SIGUIENTE
                  AND NOT CUO-FUE-RENEGOCIADA
                   IF PRESTAMO-ES-UF
                       COMPUTE WS-MONTO-CLP ROUNDED =
                           CUO-PARTE-INTERES * WS-VALOR-UF / 100
                   ELSE
                       MOVE CUO-PARTE-INTERES TO WS-MONTO-CLP
                   END-IF
                   ADD WS-MONTO-CLP
                       TO WS-CLI-INTERES-PRESTAMOS(WS-CLI-ACTUAL)
               END-IF.

            AGREGAR-PLAZOS.
      *        Cada deposito cuenta por los dias del mes en que
      *        estuvo vigente: interes simple base 360 como gasto y
      *        el capital ponderado por esos dias como saldo
      *        promedio de deposito. Un rescatado no tiene fecha de
      *        rescate y queda fuera.
               OPEN INPUT ARCHIVO-PLAZOS
               IF WS-STATUS-PLAZOS = "35"
                   DISPLAY "NO EXISTEN DEPOSITOS A PLAZO"
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-FIN-ARCHIVO
                       READ ARCHIVO-PLAZOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-EOF
                       END-READ
                       IF NOT WS-FIN-ARCHIVO
                          AND NOT DPF-FUE-RESCATADO
                           PERFORM AGREGAR-UN-PLAZO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-PLAZOS
               END-IF.

            AGREGAR-UN-PLAZO.
               COMPUTE WS-ENTERO-DESDE =
                   FUNCTION INTEGER-OF-DATE(DPF-FECHA-APERTURA)
               IF WS-ENTERO-DESDE < WS-ENTERO-INICIO
                   MOVE WS-ENTERO-INICIO TO WS-ENTERO-DESDE
               END-IF
               COMPUTE WS-ENTERO-HASTA =
                   FUNCTION INTEGER-OF-DATE(DPF-FECHA-VENCIMIENTO)
               IF WS-ENTERO-HASTA > WS-ENTERO-SIGUIENTE
                   MOVE WS-ENTERO-SIGUIENTE TO WS-ENTERO-HASTA
               END-IF
               COMPUTE WS-DIAS-TRASLAPE =
                   WS-ENTERO-HASTA - WS-ENTERO-DESDE
               IF WS-DIAS-TRASLAPE > 0
                   MOVE DPF-RUT TO WS-RUT-BUSCADO
                   PERFORM UBICAR-CLIENTE
                   IF WS-CLI-ACTUAL > 0
                       IF DPF-ES-UF
                           COMPUTE WS-MONTO-CLP ROUNDED =
                               DPF-CAPITAL * WS-VALOR-UF / 100
                       ELSE
                           MOVE DPF-CAPITAL TO WS-MONTO-CLP
                       END-IF
                       COMPUTE WS-CLI-INTERES-PAGADO(WS-CLI-ACTUAL)
                           ROUNDED =
                           WS-CLI-INTERES-PAGADO(WS-CLI-ACTUAL)
                           + (WS-MONTO-CLP * DPF-TASA-ANUAL
                              * WS-DIAS-TRASLAPE / 360)
                       COMPUTE WS-CLI-PROM-DEPOSITOS(WS-CLI-ACTUAL)
                           ROUNDED =
                           WS-CLI-PROM-DEPOSITOS(WS-CLI-ACTUAL)
                           + (WS-MONTO-CLP * WS-DIAS-TRASLAPE
                              / WS-DIAS-MES)
                   END-IF
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

            CALCULAR-CONTRIBUCIONES.
      *        Promedios del mes, precio de transferencia sobre la
      *        posicion neta promedio y contribucion neta.
               PERFORM VARYING WS-CLI-INDICE FROM 1 BY 1
                       UNTIL WS-CLI-INDICE > WS-CLI-CANTIDAD
                   IF WS-CLI-COMISIONES(WS-CLI-INDICE) < 0
                       MOVE 0 TO WS-CLI-COMISIONES(WS-CLI-INDICE)
                   END-IF
                   IF WS-DIAS-FOTO > 0
                       COMPUTE WS-CLI-PROM-DEPOSITOS(WS-CLI-INDICE)
                           ROUNDED =
                           WS-CLI-PROM-DEPOSITOS(WS-CLI-INDICE)
                           + (WS-CLI-SUMA-POSITIVOS(WS-CLI-INDICE)
                              / WS-DIAS-FOTO)
                       COMPUTE WS-CLI-PROM-COLOCACIONES(WS-CLI-INDICE)
                           ROUNDED =
                           WS-CLI-PROM-COLOCACIONES(WS-CLI-INDICE)
                           + (WS-CLI-SUMA-NEGATIVOS(WS-CLI-INDICE)
                              / WS-DIAS-FOTO)
                   END-IF
                   COMPUTE WS-CLI-TRANSFERENCIA(WS-CLI-INDICE)
                       ROUNDED =
                       (WS-CLI-PROM-DEPOSITOS(WS-CLI-INDICE)
                        - WS-CLI-PROM-COLOCACIONES(WS-CLI-INDICE))
                       * WS-TASA-TTF * WS-DIAS-MES / 360
                   COMPUTE WS-CLI-CONTRIBUCION(WS-CLI-INDICE) =
                       WS-CLI-COMISIONES(WS-CLI-INDICE)
                       + WS-CLI-SOBREGIRO(WS-CLI-INDICE)
                       + WS-CLI-INTERES-PRESTAMOS(WS-CLI-INDICE)
                       - WS-CLI-INTERES-PAGADO(WS-CLI-INDICE)
                       + WS-CLI-TRANSFERENCIA(WS-CLI-INDICE)
                   ADD WS-CLI-CONTRIBUCION(WS-CLI-INDICE)
                       TO WS-TOTAL-CONTRIBUCION
               END-PERFORM.

            ORDENAR-RANKING.
      *        De mayor a menor contribucion: el primero es el
      *        cliente que mas le deja al banco, los ultimos los que
      *        le cuestan.
               PERFORM VARYING WS-CLI-INDICE FROM 1 BY 1
                       UNTIL WS-CLI-INDICE >= WS-CLI-CANTIDAD
                   PERFORM VARYING WS-CLI-J FROM 1 BY 1
                           UNTIL WS-CLI-J
                                 > WS-CLI-CANTIDAD - WS-CLI-INDICE
                       IF WS-CLI-CONTRIBUCION(WS-CLI-J)
                          < WS-CLI-CONTRIBUCION(WS-CLI-J + 1)
                           MOVE WS-CLI-ENTRY(WS-CLI-J)
                               TO WS-CLI-TEMP
                           MOVE WS-CLI-ENTRY(WS-CLI-J + 1)
                               TO WS-CLI-ENTRY(WS-CLI-J)
                           MOVE WS-CLI-TEMP
                               TO WS-CLI-ENTRY(WS-CLI-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM.

            EMITIR-RESULTADOS.
               MOVE SPACES TO WS-NOMBRE-PLANO
               STRING
                   "rentabilidad_" DELIMITED BY SIZE
                   WS-PERIODO-NUM DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOMBRE-PLANO
               END-STRING
               OPEN OUTPUT ARCHIVO-PLANO
               OPEN OUTPUT ARCHIVO-REPORTE
      *        rentabilidad.txt guarda solo el ultimo mes calculado.
               OPEN OUTPUT ARCHIVO-RENTABILIDAD

               MOVE SPACES TO WS-LINEA-REPORTE
               STRING
                   "RANKING DE RENTABILIDAD POR CLIENTE - MES "
                       DELIMITED BY SIZE
                   WS-PERIODO-NUM DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE FROM WS-LINEA-REPORTE
               MOVE "LUGAR RUT        CONTRIBUCION NETA" TO
                   WS-LINEA-REPORTE
               WRITE REGISTRO-REPORTE FROM WS-LINEA-REPORTE

               PERFORM VARYING WS-CLI-INDICE FROM 1 BY 1
                       UNTIL WS-CLI-INDICE > WS-CLI-CANTIDAD
                   PERFORM EMITIR-UN-CLIENTE
               END-PERFORM

               MOVE WS-TOTAL-CONTRIBUCION TO WS-FORMATO-MONEDA
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING
                   "TOTAL           " DELIMITED BY SIZE
                   WS-FORMATO-MONEDA DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE FROM WS-LINEA-REPORTE

               CLOSE ARCHIVO-RENTABILIDAD
               CLOSE ARCHIVO-REPORTE
               CLOSE ARCHIVO-PLANO.

            EMITIR-UN-CLIENTE.
               MOVE SPACES TO RENTABILIDAD
               MOVE WS-CLI-RUT(WS-CLI-INDICE) TO RNT-RUT
               MOVE WS-PERIODO-NUM TO RNT-PERIODO
               MOVE WS-CLI-COMISIONES(WS-CLI-INDICE) TO RNT-COMISIONES
               MOVE WS-CLI-SOBREGIRO(WS-CLI-INDICE)
                   TO RNT-INTERES-SOBREGIRO
               MOVE WS-CLI-INTERES-PRESTAMOS(WS-CLI-INDICE)
                   TO RNT-INTERES-PRESTAMOS
               MOVE WS-CLI-INTERES-PAGADO(WS-CLI-INDICE)
                   TO RNT-INTERES-PAGADO
               MOVE WS-CLI-PROM-DEPOSITOS(WS-CLI-INDICE)
                   TO RNT-SALDO-PROM-DEPOSITOS
               MOVE WS-CLI-PROM-COLOCACIONES(WS-CLI-INDICE)
                   TO RNT-SALDO-PROM-COLOCACIONES
               MOVE WS-CLI-TRANSFERENCIA(WS-CLI-INDICE)
                   TO RNT-TRANSFERENCIA-FONDOS
               MOVE WS-CLI-CONTRIBUCION(WS-CLI-INDICE)
                   TO RNT-CONTRIBUCION
               MOVE WS-CLI-INDICE TO RNT-RANKING
               MOVE WS-CLI-CANTIDAD TO RNT-TOTAL-CLIENTES
               WRITE RENTABILIDAD
                   INVALID KEY
                       CONTINUE
               END-WRITE

               MOVE SPACES TO REGISTRO-PLANO
               MOVE RNT-PERIODO TO PLA-PERIODO
               MOVE RNT-RANKING TO PLA-RANKING
               MOVE RNT-RUT TO PLA-RUT
               MOVE RNT-COMISIONES TO PLA-COMISIONES
               MOVE RNT-INTERES-SOBREGIRO TO PLA-INTERES-SOBREGIRO
               MOVE RNT-INTERES-PRESTAMOS TO PLA-INTERES-PRESTAMOS
               MOVE RNT-INTERES-PAGADO TO PLA-INTERES-PAGADO
               MOVE RNT-SALDO-PROM-DEPOSITOS
                   TO PLA-SALDO-PROM-DEPOSITOS
               MOVE RNT-SALDO-PROM-COLOCACIONES
                   TO PLA-SALDO-PROM-COLOCACIONES
               MOVE RNT-TRANSFERENCIA-FONDOS
                   TO PLA-TRANSFERENCIA-FONDOS
               MOVE RNT-CONTRIBUCION TO PLA-CONTRIBUCION
               WRITE REGISTRO-PLANO

               MOVE RNT-CONTRIBUCION TO WS-FORMATO-MONEDA
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING
                   RNT-RANKING DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RNT-RUT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FORMATO-MONEDA DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE FROM WS-LINEA-REPORTE.

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
       END PROGRAM RENTABILIDAD-CLIENTES.
