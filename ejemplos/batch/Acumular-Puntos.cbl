      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Batch nocturno del programa de puntos: abona puntos
      *          por los pagos de convenio (PAG) y los abonos de
      *          remuneraciones (NOM) de la bitacora, y el dia 1 de
      *          cada mes por mantener el saldo promedio del mes
      *          anterior sobre el umbral. Cada abono es un lote en
      *          puntos_movimientos.txt que vence a los meses de
      *          vigencia del tarifario; los lotes vencidos se dan
      *          de baja. El dia 1 deja ademas en pasivo_puntos.txt
      *          el pasivo del mes cerrado (puntos vigentes por el
      *          valor del punto) para finanzas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUMULAR-PUNTOS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Acumulacion y vencimiento nocturno de puntos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-BITACORA ASSIGN TO "bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA.
           SELECT ARCHIVO-TARIFAS ASSIGN TO "tarifas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARIFAS.
           SELECT ARCHIVO-SNAPSHOTS ASSIGN TO "saldos_diarios.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNA-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SNAPSHOTS.
           SELECT ARCHIVO-PUNTOS ASSIGN TO "puntos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PUNTOS.
           SELECT ARCHIVO-MOVIMIENTOS-PUNTOS
               ASSIGN TO "puntos_movimientos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MOV-PUNTOS.
           SELECT OPTIONAL ARCHIVO-PASIVO
               ASSIGN TO "pasivo_puntos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PASIVO.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-TARIFAS.
           COPY "TARIFA.CPY".
       FD ARCHIVO-SNAPSHOTS.
           COPY "SNAPSHOT-SALDO.CPY".
       FD ARCHIVO-PUNTOS.
           COPY "PUNTOS.CPY".
       FD ARCHIVO-MOVIMIENTOS-PUNTOS.
           COPY "MOVIMIENTO-PUNTOS.CPY".
       FD ARCHIVO-PASIVO.
       01 REGISTRO-PASIVO.
          05 PAS-PERIODO PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 PAS-ACUMULADOS-MES PIC 9(9).
          05 FILLER PIC X VALUE SPACE.
          05 PAS-CANJEADOS-MES PIC 9(9).
          05 FILLER PIC X VALUE SPACE.
          05 PAS-VENCIDOS-MES PIC 9(9).
          05 FILLER PIC X VALUE SPACE.
          05 PAS-PUNTOS-VIGENTES PIC 9(10).
          05 FILLER PIC X VALUE SPACE.
          05 PAS-VALOR-PUNTO PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 PAS-PASIVO-CLP PIC 9(12).
          05 FILLER PIC X VALUE SPACE.
          05 PAS-FECHA-CALCULO PIC 9(8).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-BITACORA PIC X(2) VALUE "00".
       77 WS-STATUS-TARIFAS PIC X(2) VALUE "00".
       77 WS-STATUS-SNAPSHOTS PIC X(2) VALUE "00".
       77 WS-STATUS-PUNTOS PIC X(2) VALUE "00".
       77 WS-STATUS-MOV-PUNTOS PIC X(2) VALUE "00".
       77 WS-STATUS-PASIVO PIC X(2) VALUE "00".
       77 WS-EOF PIC X VALUE 'N'.
           88 WS-FIN-ARCHIVO VALUE 'S'.
      *    Reglas del programa. Valores por omision; el tarifario
      *    (tarifas.txt) los reemplaza si trae el codigo: PPG puntos
      *    por pago de convenio, PNO puntos por abono de nomina, PSA
      *    puntos del mes con umbral de saldo promedio en
      *    TAR-UMBRAL-EXENCION, PVE meses de vigencia de un lote,
      *    PVL pesos por punto al canjear.
       77 WS-PUNTOS-POR-PAGO PIC 9(8) VALUE 10.
       77 WS-PUNTOS-POR-NOMINA PIC 9(8) VALUE 100.
       77 WS-PUNTOS-POR-SALDO PIC 9(8) VALUE 200.
       77 WS-UMBRAL-SALDO-PUNTOS PIC 9(8) VALUE 1000000.
       77 WS-MESES-VIGENCIA PIC 9(8) VALUE 24.
       77 WS-VALOR-PUNTO PIC 9(8) VALUE 1.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).
       77 WS-DIA-HOY PIC 9(2).
       77 WS-ENTERO-FECHA PIC S9(9) COMP.
       77 WS-FECHA-FIN-MES PIC 9(8).
      *    Mes cerrado (el anterior al de hoy) que se liquida el
      *    dia 1.
       01 WS-PERIODO-CERRADO.
           05 WS-CER-ANIO PIC 9(4).
           05 WS-CER-MES PIC 9(2).
       01 WS-PERIODO-CERRADO-NUM REDEFINES WS-PERIODO-CERRADO
           PIC 9(6).
       77 WS-FECHA-INICIO PIC 9(8).
       77 WS-DIAS-FOTO PIC 9(3) COMP VALUE 0.
       77 WS-FECHA-FOTO-ANTERIOR PIC 9(8) VALUE 0.
      *    Fecha del movimiento de la bitacora (AAAA-MM-DD) en
      *    numero.
       01 WS-FECHA-MOVIMIENTO.
           05 WS-FMO-ANIO PIC 9(4).
           05 WS-FMO-MES PIC 9(2).
           05 WS-FMO-DIA PIC 9(2).
       01 WS-FECHA-MOVIMIENTO-NUM REDEFINES WS-FECHA-MOVIMIENTO
           PIC 9(8).
      *    Lote a abonar, armado por quien llama a ABONAR-LOTE.
       77 WS-LOTE-RUT PIC X(10).
       77 WS-LOTE-FECHA PIC 9(8).
       77 WS-LOTE-ORIGEN PIC X(3).
       77 WS-LOTE-SECUENCIA PIC 9(10).
       77 WS-LOTE-PUNTOS PIC 9(9).
       01 WS-FECHA-VENCE.
           05 WS-FVE-ANIO PIC 9(4).
           05 WS-FVE-MES PIC 9(2).
           05 WS-FVE-DIA PIC 9(2).
       01 WS-FECHA-VENCE-NUM REDEFINES WS-FECHA-VENCE PIC 9(8).
       77 WS-MESES-TOTALES PIC 9(6) COMP.
      *    Saldo positivo en pesos acumulado del mes cerrado por
      *    cliente, desde las fotos de cierre diario.
       01 WS-TABLA-CLIENTES.
           05 WS-CLI-ENTRY OCCURS 1000 TIMES.
               10 WS-CLI-RUT PIC X(10).
               10 WS-CLI-SUMA-SALDOS PIC 9(14).
       77 WS-CLI-CANTIDAD PIC 9(4) COMP VALUE 0.
       77 WS-CLI-INDICE PIC 9(4) COMP.
       77 WS-CLI-ACTUAL PIC 9(4) COMP.
       77 WS-CLI-DESCARTADOS PIC 9(6) COMP VALUE 0.
       77 WS-SALDO-PROMEDIO PIC 9(12).
      *    Lotes vencidos encontrados en la pasada por el libro; se
      *    dan de baja despues de recorrerlo. Lo que no cabe queda
      *    para la noche siguiente.
       01 WS-TABLA-VENCIDOS.
           05 WS-VEN-ENTRY OCCURS 1000 TIMES.
               10 WS-VEN-RUT PIC X(10).
               10 WS-VEN-SECUENCIA PIC 9(10).
               10 WS-VEN-PUNTOS PIC 9(9).
       77 WS-VEN-CANTIDAD PIC 9(4) COMP VALUE 0.
       77 WS-VEN-INDICE PIC 9(4) COMP.
      *    Totales de la corrida y del mes cerrado.
       77 WS-TOTAL-LOTES PIC 9(6) VALUE 0.
       77 WS-TOTAL-PUNTOS-ABONADOS PIC 9(10) VALUE 0.
       77 WS-TOTAL-YA-ABONADOS PIC 9(6) VALUE 0.
       77 WS-TOTAL-LOTES-VENCIDOS PIC 9(6) VALUE 0.
       77 WS-TOTAL-PUNTOS-VENCIDOS PIC 9(10) VALUE 0.
       77 WS-MES-ACUMULADOS PIC 9(9) VALUE 0.
       77 WS-MES-CANJEADOS PIC 9(9) VALUE 0.
       77 WS-MES-VENCIDOS PIC 9(9) VALUE 0.
       77 WS-PUNTOS-VIGENTES PIC 9(10) VALUE 0.
       77 WS-PASIVO-CLP PIC 9(12) VALUE 0.
       77 WS-PASIVO-YA-EMITIDO PIC X VALUE 'N'.
           88 PASIVO-YA-EMITIDO VALUE 'S'.
       77 WS-FORMATO-MONEDA PIC -(11)9.

       PROCEDURE DIVISION.
            DISPLAY "--------- ACUMULACION DE PUNTOS ---------".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.
            MOVE WS-FECHAYHORA(7:2) TO WS-DIA-HOY.

            PERFORM CARGAR-PARAMETROS-PUNTOS.
            PERFORM ABRIR-ARCHIVOS-PUNTOS.

            PERFORM ACUMULAR-MOVIMIENTOS.

            IF WS-DIA-HOY = 1
                PERFORM CALCULAR-MES-CERRADO
                PERFORM ACUMULAR-SALDO-PROMEDIO
            END-IF.

            PERFORM BUSCAR-LOTES-VENCIDOS.
            PERFORM DAR-DE-BAJA-VENCIDOS.

            IF WS-DIA-HOY = 1
                PERFORM EMITIR-PASIVO-MENSUAL
            END-IF.

            CLOSE ARCHIVO-MOVIMIENTOS-PUNTOS.
            CLOSE ARCHIVO-PUNTOS.

            DISPLAY "LOTES ABONADOS: " WS-TOTAL-LOTES.
            DISPLAY "PUNTOS ABONADOS: " WS-TOTAL-PUNTOS-ABONADOS.
            DISPLAY "MOVIMIENTOS YA ABONADOS ANTES: "
                WS-TOTAL-YA-ABONADOS.
            DISPLAY "LOTES VENCIDOS: " WS-TOTAL-LOTES-VENCIDOS.
            DISPLAY "PUNTOS VENCIDOS: " WS-TOTAL-PUNTOS-VENCIDOS.
            IF WS-CLI-DESCARTADOS > 0
                DISPLAY "*** TABLA DE CLIENTES LLENA: "
                    WS-CLI-DESCARTADOS " FOTOS SIN CLIENTE ***"
            END-IF.

            STOP RUN.

            CARGAR-PARAMETROS-PUNTOS.
               OPEN INPUT ARCHIVO-TARIFAS
               IF WS-STATUS-TARIFAS = "35"
                   DISPLAY "SIN TARIFARIO: REGLAS DE PUNTOS POR OMISION"
               ELSE
                   MOVE "PPG" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       NOT INVALID KEY
                           MOVE TAR-MONTO TO WS-PUNTOS-POR-PAGO
                   END-READ
                   MOVE "PNO" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       NOT INVALID KEY
                           MOVE TAR-MONTO TO WS-PUNTOS-POR-NOMINA
                   END-READ
                   MOVE "PSA" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       NOT INVALID KEY
                           MOVE TAR-MONTO TO WS-PUNTOS-POR-SALDO
                           MOVE TAR-UMBRAL-EXENCION
                               TO WS-UMBRAL-SALDO-PUNTOS
                   END-READ
                   MOVE "PVE" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       NOT INVALID KEY
                           MOVE TAR-MONTO TO WS-MESES-VIGENCIA
                   END-READ
                   MOVE "PVL" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       NOT INVALID KEY
                           MOVE TAR-MONTO TO WS-VALOR-PUNTO
                   END-READ
                   CLOSE ARCHIVO-TARIFAS
               END-IF.

            ABRIR-ARCHIVOS-PUNTOS.
               OPEN I-O ARCHIVO-PUNTOS
               IF WS-STATUS-PUNTOS = "35"
                   OPEN OUTPUT ARCHIVO-PUNTOS
                   CLOSE ARCHIVO-PUNTOS
                   OPEN I-O ARCHIVO-PUNTOS
               END-IF
               OPEN I-O ARCHIVO-MOVIMIENTOS-PUNTOS
               IF WS-STATUS-MOV-PUNTOS = "35"
                   OPEN OUTPUT ARCHIVO-MOVIMIENTOS-PUNTOS
                   CLOSE ARCHIVO-MOVIMIENTOS-PUNTOS
                   OPEN I-O ARCHIVO-MOVIMIENTOS-PUNTOS
               END-IF.

            ACUMULAR-MOVIMIENTOS.
      *        Recorre la bitacora viva completa: un movimiento que
      *        ya abono su lote en una noche anterior choca con la
      *        clave del libro y se salta, de modo que repetir la
      *        corrida no abona dos veces.
               MOVE 'N' TO WS-EOF
               OPEN INPUT ARCHIVO-BITACORA
               IF WS-STATUS-BITACORA = "35"
                   DISPLAY "NO EXISTE BITACORA"
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
      *        Califican el pago de convenio con cargo a una cuenta
      *        (el PAG en efectivo de ventanilla no tiene cuenta y
      *        puede pagarlo cualquiera) y el abono de remuneraciones
      *        al trabajador, no el cargo al empleador.
               MOVE 0 TO WS-LOTE-PUNTOS
               IF BIT-OPERACION = "PAG"
                  AND BIT-NUM-CUENTA NUMERIC
                  AND BIT-NUM-CUENTA > 0
                   MOVE WS-PUNTOS-POR-PAGO TO WS-LOTE-PUNTOS
               END-IF
               IF BIT-OPERACION = "NOM" AND BIT-ES-ABONO
                   MOVE WS-PUNTOS-POR-NOMINA TO WS-LOTE-PUNTOS
               END-IF
               IF WS-LOTE-PUNTOS > 0
                  AND BIT-FECHAYHORA(1:4) NUMERIC
                  AND BIT-FECHAYHORA(6:2) NUMERIC
                  AND BIT-FECHAYHORA(9:2) NUMERIC
                  AND BIT-NUM-SECUENCIA NUMERIC
                   MOVE BIT-FECHAYHORA(1:4) TO WS-FMO-ANIO
                   MOVE BIT-FECHAYHORA(6:2) TO WS-FMO-MES
                   MOVE BIT-FECHAYHORA(9:2) TO WS-FMO-DIA
                   MOVE BIT-RUT TO WS-LOTE-RUT
                   MOVE WS-FECHA-MOVIMIENTO-NUM TO WS-LOTE-FECHA
                   MOVE BIT-OPERACION TO WS-LOTE-ORIGEN
                   MOVE BIT-NUM-SECUENCIA TO WS-LOTE-SECUENCIA
                   PERFORM ABONAR-LOTE
               END-IF.

            ABONAR-LOTE.
      *        Graba el lote ACU con su vencimiento (fecha del lote
      *        mas los meses de vigencia; el dia se topa en 28 para
      *        que exista en cualquier mes) y lo suma al saldo del
      *        RUT. Si la clave ya existe el lote ya estaba abonado.
               MOVE WS-LOTE-FECHA TO WS-FECHA-VENCE-NUM
               COMPUTE WS-MESES-TOTALES =
                   (WS-FVE-ANIO * 12) + WS-FVE-MES - 1
                   + WS-MESES-VIGENCIA
               DIVIDE WS-MESES-TOTALES BY 12
                   GIVING WS-FVE-ANIO REMAINDER WS-FVE-MES
               ADD 1 TO WS-FVE-MES
               IF WS-FVE-DIA > 28
                   MOVE 28 TO WS-FVE-DIA
               END-IF

               MOVE WS-LOTE-RUT TO PTM-RUT
               MOVE WS-LOTE-FECHA TO PTM-FECHA
               MOVE WS-LOTE-ORIGEN TO PTM-ORIGEN
               MOVE WS-LOTE-SECUENCIA TO PTM-SECUENCIA
               MOVE "ACU" TO PTM-TIPO
               MOVE WS-LOTE-PUNTOS TO PTM-PUNTOS
               MOVE WS-LOTE-PUNTOS TO PTM-VIGENTES
               MOVE WS-FECHA-VENCE-NUM TO PTM-FECHA-VENCIMIENTO
               MOVE 0 TO PTM-MONTO-CLP
               WRITE MOVIMIENTO-PUNTOS
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-YA-ABONADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-LOTES
                       ADD WS-LOTE-PUNTOS TO WS-TOTAL-PUNTOS-ABONADOS
                       PERFORM SUMAR-SALDO-PUNTOS
               END-WRITE.

            SUMAR-SALDO-PUNTOS.
               MOVE WS-LOTE-RUT TO PTS-RUT
               READ ARCHIVO-PUNTOS
                   INVALID KEY
                       MOVE WS-LOTE-RUT TO PTS-RUT
                       MOVE WS-LOTE-PUNTOS TO PTS-SALDO
                       MOVE WS-LOTE-PUNTOS TO PTS-ACUMULADOS
                       MOVE 0 TO PTS-CANJEADOS
                       MOVE 0 TO PTS-VENCIDOS
                       MOVE WS-FECHA-HOY TO PTS-FECHA-ULTIMO-MOVIMIENTO
                       WRITE PUNTOS
                   NOT INVALID KEY
                       ADD WS-LOTE-PUNTOS TO PTS-SALDO
                       ADD WS-LOTE-PUNTOS TO PTS-ACUMULADOS
                       MOVE WS-FECHA-HOY TO PTS-FECHA-ULTIMO-MOVIMIENTO
                       REWRITE PUNTOS
               END-READ.

            CALCULAR-MES-CERRADO.
               MOVE WS-FECHA-HOY(1:4) TO WS-CER-ANIO
               MOVE WS-FECHA-HOY(5:2) TO WS-CER-MES
               IF WS-CER-MES = 1
                   SUBTRACT 1 FROM WS-CER-ANIO
                   MOVE 12 TO WS-CER-MES
               ELSE
                   SUBTRACT 1 FROM WS-CER-MES
               END-IF
               COMPUTE WS-FECHA-INICIO =
                   (WS-PERIODO-CERRADO-NUM * 100) + 1
               COMPUTE WS-ENTERO-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) - 1
               COMPUTE WS-FECHA-FIN-MES =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA).

            ACUMULAR-SALDO-PROMEDIO.
      *        Puntos del mes cerrado para quien mantuvo su saldo
      *        promedio en pesos (fotos de cierre de todas sus
      *        cuentas CLP, el sobregiro no resta) sobre el umbral.
      *        El lote queda fechado el ultimo dia de ese mes.
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
                       IF SNA-FECHA > WS-FECHA-FIN-MES
                           MOVE 'S' TO WS-EOF
                       ELSE
                           PERFORM AGREGAR-UNA-FOTO
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-STATUS-SNAPSHOTS NOT = "35"
                   CLOSE ARCHIVO-SNAPSHOTS
               END-IF

               IF WS-DIAS-FOTO > 0 AND WS-PUNTOS-POR-SALDO > 0
                   PERFORM VARYING WS-CLI-INDICE FROM 1 BY 1
                           UNTIL WS-CLI-INDICE > WS-CLI-CANTIDAD
                       COMPUTE WS-SALDO-PROMEDIO =
                           WS-CLI-SUMA-SALDOS(WS-CLI-INDICE)
                           / WS-DIAS-FOTO
                       IF WS-SALDO-PROMEDIO >= WS-UMBRAL-SALDO-PUNTOS
                           MOVE WS-CLI-RUT(WS-CLI-INDICE)
                               TO WS-LOTE-RUT
                           MOVE WS-FECHA-FIN-MES TO WS-LOTE-FECHA
                           MOVE "SAL" TO WS-LOTE-ORIGEN
                           MOVE WS-PERIODO-CERRADO-NUM
                               TO WS-LOTE-SECUENCIA
                           MOVE WS-PUNTOS-POR-SALDO TO WS-LOTE-PUNTOS
                           PERFORM ABONAR-LOTE
                       END-IF
                   END-PERFORM
               END-IF.

            AGREGAR-UNA-FOTO.
               IF SNA-FECHA NOT = WS-FECHA-FOTO-ANTERIOR
                   ADD 1 TO WS-DIAS-FOTO
                   MOVE SNA-FECHA TO WS-FECHA-FOTO-ANTERIOR
               END-IF
               IF SNA-MONEDA NOT = "USD" AND SNA-SALDO > 0
                   PERFORM UBICAR-CLIENTE
                   IF WS-CLI-ACTUAL > 0
                       ADD SNA-SALDO
                           TO WS-CLI-SUMA-SALDOS(WS-CLI-ACTUAL)
                   END-IF
               END-IF.

            UBICAR-CLIENTE.
               MOVE 0 TO WS-CLI-ACTUAL
               PERFORM VARYING WS-CLI-INDICE FROM 1 BY 1
                       UNTIL WS-CLI-INDICE > WS-CLI-CANTIDAD
                   IF WS-CLI-RUT(WS-CLI-INDICE) = SNA-RUT
                       MOVE WS-CLI-INDICE TO WS-CLI-ACTUAL
                       MOVE WS-CLI-CANTIDAD TO WS-CLI-INDICE
                   END-IF
               END-PERFORM
               IF WS-CLI-ACTUAL = 0
                   IF WS-CLI-CANTIDAD < 1000
                       ADD 1 TO WS-CLI-CANTIDAD
                       MOVE WS-CLI-CANTIDAD TO WS-CLI-ACTUAL
                       MOVE SNA-RUT TO WS-CLI-RUT(WS-CLI-ACTUAL)
                       MOVE 0 TO WS-CLI-SUMA-SALDOS(WS-CLI-ACTUAL)
                   ELSE
                       ADD 1 TO WS-CLI-DESCARTADOS
                   END-IF
               END-IF.

            BUSCAR-LOTES-VENCIDOS.
      *        Los lotes con puntos aun vigentes cuya fecha de
      *        vencimiento ya llego quedan en cero y se anotan en la
      *        tabla para darlos de baja del saldo.
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO PTM-CLAVE
               START ARCHIVO-MOVIMIENTOS-PUNTOS
                   KEY IS NOT LESS THAN PTM-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF
               END-START
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-MOVIMIENTOS-PUNTOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                   END-READ
                   IF NOT WS-FIN-ARCHIVO
                      AND PTM-ES-ACUMULACION
                      AND PTM-VIGENTES > 0
                      AND PTM-FECHA-VENCIMIENTO NOT > WS-FECHA-HOY
                      AND WS-VEN-CANTIDAD < 1000
                       ADD 1 TO WS-VEN-CANTIDAD
                       MOVE PTM-RUT TO WS-VEN-RUT(WS-VEN-CANTIDAD)
                       MOVE PTM-SECUENCIA
                           TO WS-VEN-SECUENCIA(WS-VEN-CANTIDAD)
                       MOVE PTM-VIGENTES
                           TO WS-VEN-PUNTOS(WS-VEN-CANTIDAD)
                       MOVE 0 TO PTM-VIGENTES
                       REWRITE MOVIMIENTO-PUNTOS
                   END-IF
               END-PERFORM.

            DAR-DE-BAJA-VENCIDOS.
               PERFORM VARYING WS-VEN-INDICE FROM 1 BY 1
                       UNTIL WS-VEN-INDICE > WS-VEN-CANTIDAD
                   MOVE WS-VEN-RUT(WS-VEN-INDICE) TO PTM-RUT
                   MOVE WS-FECHA-HOY TO PTM-FECHA
                   MOVE "VEN" TO PTM-ORIGEN
                   MOVE WS-VEN-SECUENCIA(WS-VEN-INDICE)
                       TO PTM-SECUENCIA
                   MOVE "VEN" TO PTM-TIPO
                   MOVE WS-VEN-PUNTOS(WS-VEN-INDICE) TO PTM-PUNTOS
                   MOVE 0 TO PTM-VIGENTES
                   MOVE 0 TO PTM-FECHA-VENCIMIENTO
                   MOVE 0 TO PTM-MONTO-CLP
                   WRITE MOVIMIENTO-PUNTOS
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   ADD 1 TO WS-TOTAL-LOTES-VENCIDOS
                   ADD WS-VEN-PUNTOS(WS-VEN-INDICE)
                       TO WS-TOTAL-PUNTOS-VENCIDOS
                   MOVE WS-VEN-RUT(WS-VEN-INDICE) TO PTS-RUT
                   READ ARCHIVO-PUNTOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PTS-SALDO > WS-VEN-PUNTOS(WS-VEN-INDICE)
                               SUBTRACT WS-VEN-PUNTOS(WS-VEN-INDICE)
                                   FROM PTS-SALDO
                           ELSE
                               MOVE 0 TO PTS-SALDO
                           END-IF
                           ADD WS-VEN-PUNTOS(WS-VEN-INDICE)
                               TO PTS-VENCIDOS
                           MOVE WS-FECHA-HOY
                               TO PTS-FECHA-ULTIMO-MOVIMIENTO
                           REWRITE PUNTOS
                   END-READ
               END-PERFORM.

            EMITIR-PASIVO-MENSUAL.
      *        Pasivo del programa al cierre del mes: los puntos
      *        vigentes de todos los RUT por el valor del punto, con
      *        lo acumulado, canjeado y vencido en el mes. Una sola
      *        linea por periodo aunque la corrida se repita.
               MOVE 'N' TO WS-PASIVO-YA-EMITIDO
               MOVE 'N' TO WS-EOF
               OPEN INPUT ARCHIVO-PASIVO
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-PASIVO
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF PAS-PERIODO = WS-PERIODO-CERRADO-NUM
                               MOVE 'S' TO WS-PASIVO-YA-EMITIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PASIVO

               IF PASIVO-YA-EMITIDO
                   DISPLAY "PASIVO DEL PERIODO " WS-PERIODO-CERRADO-NUM
                       " YA EMITIDO"
               ELSE
                   PERFORM SUMAR-PUNTOS-VIGENTES
                   PERFORM SUMAR-MOVIMIENTOS-DEL-MES
                   COMPUTE WS-PASIVO-CLP =
                       WS-PUNTOS-VIGENTES * WS-VALOR-PUNTO
                   OPEN EXTEND ARCHIVO-PASIVO
                   MOVE SPACES TO REGISTRO-PASIVO
                   MOVE WS-PERIODO-CERRADO-NUM TO PAS-PERIODO
                   MOVE WS-MES-ACUMULADOS TO PAS-ACUMULADOS-MES
                   MOVE WS-MES-CANJEADOS TO PAS-CANJEADOS-MES
                   MOVE WS-MES-VENCIDOS TO PAS-VENCIDOS-MES
                   MOVE WS-PUNTOS-VIGENTES TO PAS-PUNTOS-VIGENTES
                   MOVE WS-VALOR-PUNTO TO PAS-VALOR-PUNTO
                   MOVE WS-PASIVO-CLP TO PAS-PASIVO-CLP
                   MOVE WS-FECHA-HOY TO PAS-FECHA-CALCULO
                   WRITE REGISTRO-PASIVO
                   CLOSE ARCHIVO-PASIVO
                   DISPLAY "PASIVO DEL PERIODO " WS-PERIODO-CERRADO-NUM
                   DISPLAY "  PUNTOS VIGENTES: " WS-PUNTOS-VIGENTES
                   MOVE WS-PASIVO-CLP TO WS-FORMATO-MONEDA
                   DISPLAY "  PASIVO EN PESOS: " WS-FORMATO-MONEDA
               END-IF.

            SUMAR-PUNTOS-VIGENTES.
               MOVE 0 TO WS-PUNTOS-VIGENTES
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO PTS-RUT
               START ARCHIVO-PUNTOS
                   KEY IS NOT LESS THAN PTS-RUT
                   INVALID KEY
                       MOVE 'S' TO WS-EOF
               END-START
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-PUNTOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           ADD PTS-SALDO TO WS-PUNTOS-VIGENTES
                   END-READ
               END-PERFORM.

            SUMAR-MOVIMIENTOS-DEL-MES.
      *        Lo acumulado y canjeado con fecha del mes cerrado; lo
      *        vencido se da de baja la noche del vencimiento, asi
      *        que tambien se cuenta por su fecha.
               MOVE 0 TO WS-MES-ACUMULADOS
               MOVE 0 TO WS-MES-CANJEADOS
               MOVE 0 TO WS-MES-VENCIDOS
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO PTM-CLAVE
               START ARCHIVO-MOVIMIENTOS-PUNTOS
                   KEY IS NOT LESS THAN PTM-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF
               END-START
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-MOVIMIENTOS-PUNTOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF PTM-FECHA NOT < WS-FECHA-INICIO
                              AND PTM-FECHA NOT > WS-FECHA-FIN-MES
                               EVALUATE TRUE
                                   WHEN PTM-ES-ACUMULACION
                                       ADD PTM-PUNTOS
                                           TO WS-MES-ACUMULADOS
                                   WHEN PTM-ES-CANJE
                                       ADD PTM-PUNTOS
                                           TO WS-MES-CANJEADOS
                                   WHEN PTM-ES-VENCIMIENTO
                                       ADD PTM-PUNTOS
                                           TO WS-MES-VENCIDOS
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM.
       END PROGRAM ACUMULAR-PUNTOS.
