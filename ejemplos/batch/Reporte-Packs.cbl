      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Reporte mensual de packs para comercial: por cada
      *          cliente con pack vigente (suscripciones_pack.txt)
      *          compara la cuota mensual del pack con lo que habria
      *          pagado este mes a la carta segun tarifas.txt en todas
      *          sus cuentas (mantencion del producto bajo el umbral
      *          de saldo promedio, giros y transferencias
      *          interbancarias sobre las libres, respetando la
      *          exencion por segmento), con la diferencia a favor o
      *          en contra del cliente. Deja el detalle en
      *          reporte_packs.txt y los totales por pantalla.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-PACKS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Cuota de pack versus precio a la carta por cliente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-TARIFAS ASSIGN TO "tarifas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARIFAS.
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
           SELECT ARCHIVO-SNAPSHOTS ASSIGN TO "saldos_diarios.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNA-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SNAPSHOTS.
           SELECT ARCHIVO-PRODUCTOS ASSIGN TO "productos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PRODUCTOS.
           SELECT ARCHIVO-PACKS ASSIGN TO "packs.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCK-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PACKS.
           SELECT ARCHIVO-SUSCRIPCIONES
               ASSIGN TO "suscripciones_pack.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPK-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SUSCRIPCIONES.
           SELECT ARCHIVO-SEGMENTOS ASSIGN TO "segmentos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SEGMENTOS.
           SELECT ARCHIVO-BITACORA ASSIGN TO "bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA.
           SELECT ARCHIVO-REPORTE ASSIGN TO "reporte_packs.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-TARIFAS.
           COPY "TARIFA.CPY".
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-SNAPSHOTS.
           COPY "SNAPSHOT-SALDO.CPY".
       FD ARCHIVO-PRODUCTOS.
           COPY "PRODUCTO.CPY".
       FD ARCHIVO-PACKS.
           COPY "PACK.CPY".
       FD ARCHIVO-SUSCRIPCIONES.
           COPY "SUSCRIPCION-PACK.CPY".
       FD ARCHIVO-SEGMENTOS.
           COPY "SEGMENTO.CPY".
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
      *    Diferencia = a la carta menos cuota: positiva, el pack le
      *    conviene al cliente; negativa, pagaria menos sin pack.
       FD ARCHIVO-REPORTE.
       01 REGISTRO-REPORTE.
          05 REP-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 REP-PACK PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 REP-CUENTAS PIC ZZ9.
          05 FILLER PIC X VALUE SPACE.
          05 REP-CUOTA PIC Z(7)9.
          05 FILLER PIC X VALUE SPACE.
          05 REP-MANTENCION PIC Z(7)9.
          05 FILLER PIC X VALUE SPACE.
          05 REP-GIROS PIC Z(7)9.
          05 FILLER PIC X VALUE SPACE.
          05 REP-TRANSFERENCIAS PIC Z(7)9.
          05 FILLER PIC X VALUE SPACE.
          05 REP-A-LA-CARTA PIC Z(7)9.
          05 FILLER PIC X VALUE SPACE.
          05 REP-DIFERENCIA PIC -(8)9.
       WORKING-STORAGE SECTION.
       77 WS-STATUS-TARIFAS PIC X(2) VALUE "00".
       77 WS-STATUS-CUENTAS PIC X(2) VALUE "00".
       77 WS-STATUS-SNAPSHOTS PIC X(2) VALUE "00".
       77 WS-STATUS-PRODUCTOS PIC X(2) VALUE "00".
       77 WS-STATUS-PACKS PIC X(2) VALUE "00".
       77 WS-STATUS-SUSCRIPCIONES PIC X(2) VALUE "00".
       77 WS-STATUS-SEGMENTOS PIC X(2) VALUE "00".
       77 WS-STATUS-BITACORA PIC X(2) VALUE "00".
       77 WS-SUSCRIPCIONES-EOF PIC X VALUE 'N'.
           88 WS-SUSCRIPCIONES-FIN-ARCHIVO VALUE 'S'.
       77 WS-CUENTAS-EOF PIC X VALUE 'N'.
           88 WS-CUENTAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-BITACORA-EOF PIC X VALUE 'N'.
           88 WS-BITACORA-FIN-ARCHIVO VALUE 'S'.
      *    Tarifas a la carta, cargadas igual que en
      *    COBRAR-COMISIONES; un codigo ausente no se cobra.
       77 WS-TARIFA-MAN-MONTO PIC 9(8) VALUE 0.
       77 WS-TARIFA-MAN-UMBRAL PIC 9(8) VALUE 0.
       77 WS-TARIFA-CTA-MONTO PIC 9(8) VALUE 0.
       77 WS-TARIFA-CTA-UMBRAL PIC 9(8) VALUE 0.
       77 WS-TARIFA-GIR-MONTO PIC 9(8) VALUE 0.
       77 WS-TARIFA-GIR-LIBRES PIC 9(8) VALUE 0.
       77 WS-TARIFA-TIB-MONTO PIC 9(8) VALUE 0.
       77 WS-TARIFA-TIB-LIBRES PIC 9(8) VALUE 0.
       77 WS-SEGMENTO-CLIENTE PIC X(3) VALUE "MAS".
           88 SEGMENTO-EXENTO-MANTENCION VALUE "PRM" "PRF".
           88 SEGMENTO-EXENTO-GIROS VALUE "PRM".
       01 WS-TABLA-GIROS.
           05 WS-GIRO-ENTRY OCCURS 500 TIMES.
               10 TAB-RUT PIC X(10).
               10 TAB-NUM-CUENTA PIC 9(3).
               10 TAB-CANTIDAD-GIROS PIC 9(4).
               10 TAB-CANTIDAD-TRB PIC 9(4).
       77 WS-TABLA-CANTIDAD PIC 9(4) COMP VALUE 0.
       77 WS-TABLA-INDICE PIC 9(4) COMP.
       77 WS-TABLA-ACTUAL PIC 9(4) COMP.
       77 WS-TABLA-LLENA-AVISADA PIC X VALUE 'N'.
           88 TABLA-LLENA-YA-AVISADA VALUE 'S'.
       77 WS-GIROS-COBRABLES PIC S9(4) COMP.
       77 WS-TRB-COBRABLES PIC S9(4) COMP.
       77 WS-SALDO-PROMEDIO PIC S9(10) VALUE 0.
       77 WS-SUMA-SNAPSHOTS PIC S9(12) VALUE 0.
       77 WS-DIAS-SNAPSHOT PIC 9(3) COMP VALUE 0.
       77 WS-SNA-FECHA-ITER PIC 9(8).
       77 WS-SNA-DIA PIC 9(2) COMP.
       77 WS-DIA-ACTUAL PIC 9(2).
      *    Acumulados del cliente en proceso.
       77 WS-CLI-CUENTAS PIC 9(3) COMP.
       77 WS-CLI-MANTENCION PIC 9(8).
       77 WS-CLI-GIROS PIC 9(8).
       77 WS-CLI-TRANSFERENCIAS PIC 9(8).
       77 WS-CLI-A-LA-CARTA PIC 9(8).
       77 WS-CLI-CUOTA PIC 9(8).
       77 WS-CLI-DIFERENCIA PIC S9(9).
       77 WS-TOTAL-SUSCRIPTORES PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-PACK-CONVIENE PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-PACK-MAS-CARO PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-CUOTAS PIC 9(12) VALUE 0.
       77 WS-TOTAL-A-LA-CARTA PIC 9(12) VALUE 0.
       77 WS-FORMATO-MONEDA PIC -(11)9.
       77 WS-FECHAYHORA PIC X(21).
       77 WS-MES-EN-CURSO PIC X(7).
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
            DISPLAY "------- PACKS VERSUS PRECIO A LA CARTA -------".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO.
            MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO.
            MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO.
            MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA.
            MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO.
            MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO.
            MOVE WS-FECHAYHORA-FORMATEADA(1:7) TO WS-MES-EN-CURSO.

            PERFORM CARGAR-TARIFARIO.

            PERFORM CONTAR-GIROS-DEL-MES.

            PERFORM RECORRER-SUSCRIPCIONES.

            DISPLAY "CLIENTES CON PACK: " WS-TOTAL-SUSCRIPTORES.
            DISPLAY "  EL PACK LES CONVIENE: " WS-TOTAL-PACK-CONVIENE.
            DISPLAY "  PAGARIAN MENOS A LA CARTA: "
                WS-TOTAL-PACK-MAS-CARO.
            MOVE WS-TOTAL-CUOTAS TO WS-FORMATO-MONEDA.
            DISPLAY "CUOTAS DE PACK:     " WS-FORMATO-MONEDA.
            MOVE WS-TOTAL-A-LA-CARTA TO WS-FORMATO-MONEDA.
            DISPLAY "PRECIO A LA CARTA:  " WS-FORMATO-MONEDA.

            STOP RUN.

            CARGAR-TARIFARIO.
               OPEN INPUT ARCHIVO-TARIFAS
               IF WS-STATUS-TARIFAS = "35"
                   DISPLAY "NO EXISTE TARIFARIO (tarifas.txt)"
               ELSE
                   MOVE "MAN" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TAR-ES-MENSUAL
                               MOVE TAR-MONTO TO WS-TARIFA-MAN-MONTO
                               MOVE TAR-UMBRAL-EXENCION
                                   TO WS-TARIFA-MAN-UMBRAL
                           END-IF
                   END-READ
                   MOVE "GIR" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TAR-ES-MENSUAL
                               MOVE TAR-MONTO TO WS-TARIFA-GIR-MONTO
                               MOVE TAR-UMBRAL-EXENCION
                                   TO WS-TARIFA-GIR-LIBRES
                           END-IF
                   END-READ
                   MOVE "TIB" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TAR-ES-MENSUAL
                               MOVE TAR-MONTO TO WS-TARIFA-TIB-MONTO
                               MOVE TAR-UMBRAL-EXENCION
                                   TO WS-TARIFA-TIB-LIBRES
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-TARIFAS
               END-IF.

            CONTAR-GIROS-DEL-MES.
      *        Una pasada por la bitacora contando los GIR del mes en
      *        curso por cuenta; los GIR que un REV reverso tambien
      *        descuentan (un giro que fallo no se cobra). Tambien
      *        cuenta las TRB de salida (cargo) para la comision TIB.
               IF WS-TARIFA-GIR-MONTO = 0
                  AND WS-TARIFA-TIB-MONTO = 0
                   CONTINUE
               ELSE
                   OPEN INPUT ARCHIVO-BITACORA
                   IF WS-STATUS-BITACORA NOT = "35"
                       MOVE 'N' TO WS-BITACORA-EOF
                       PERFORM UNTIL WS-BITACORA-FIN-ARCHIVO
                           READ ARCHIVO-BITACORA
                               AT END
                                   MOVE 'S' TO WS-BITACORA-EOF
                               NOT AT END
                                   IF REGISTRO-BITACORA NOT = SPACES
                                      AND BIT-FECHAYHORA(1:7)
                                          = WS-MES-EN-CURSO
                                       PERFORM CONTAR-UN-MOVIMIENTO
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
                   CLOSE ARCHIVO-BITACORA
               END-IF.

            CONTAR-UN-MOVIMIENTO.
               IF BIT-OPERACION = "GIR" OR BIT-OPERACION = "REV"
                   PERFORM UBICAR-CUENTA-EN-TABLA
                   IF WS-TABLA-ACTUAL > 0
                       IF BIT-OPERACION = "GIR"
                           ADD 1
                               TO TAB-CANTIDAD-GIROS(WS-TABLA-ACTUAL)
                       ELSE
                           IF TAB-CANTIDAD-GIROS(WS-TABLA-ACTUAL) > 0
                               SUBTRACT 1 FROM
                                   TAB-CANTIDAD-GIROS(WS-TABLA-ACTUAL)
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF BIT-OPERACION = "TRB" AND BIT-ES-CARGO
                   PERFORM UBICAR-CUENTA-EN-TABLA
                   IF WS-TABLA-ACTUAL > 0
                       ADD 1 TO TAB-CANTIDAD-TRB(WS-TABLA-ACTUAL)
                   END-IF
               END-IF.

            UBICAR-CUENTA-EN-TABLA.
               MOVE 0 TO WS-TABLA-ACTUAL
               PERFORM VARYING WS-TABLA-INDICE FROM 1 BY 1
                       UNTIL WS-TABLA-INDICE > WS-TABLA-CANTIDAD
                   IF TAB-RUT(WS-TABLA-INDICE) = BIT-RUT
                      AND TAB-NUM-CUENTA(WS-TABLA-INDICE)
                          = BIT-NUM-CUENTA
                       MOVE WS-TABLA-INDICE TO WS-TABLA-ACTUAL
                   END-IF
               END-PERFORM
               IF WS-TABLA-ACTUAL = 0
                   IF WS-TABLA-CANTIDAD < 500
                       ADD 1 TO WS-TABLA-CANTIDAD
                       MOVE WS-TABLA-CANTIDAD TO WS-TABLA-ACTUAL
                       MOVE BIT-RUT TO TAB-RUT(WS-TABLA-ACTUAL)
                       MOVE BIT-NUM-CUENTA
                           TO TAB-NUM-CUENTA(WS-TABLA-ACTUAL)
                       MOVE 0
                           TO TAB-CANTIDAD-GIROS(WS-TABLA-ACTUAL)
                       MOVE 0
                           TO TAB-CANTIDAD-TRB(WS-TABLA-ACTUAL)
                   ELSE
                       IF NOT TABLA-LLENA-YA-AVISADA
                           DISPLAY
                               "TABLA DE GIROS LLENA: CUENTAS "
                               "ADICIONALES SIN COMISION POR GIRO "
                               "NI TIB ESTE MES"
                           MOVE 'S' TO WS-TABLA-LLENA-AVISADA
                       END-IF
                   END-IF
               END-IF.

            RECORRER-SUSCRIPCIONES.
               OPEN INPUT ARCHIVO-SUSCRIPCIONES
               IF WS-STATUS-SUSCRIPCIONES = "35"
                   DISPLAY "NO HAY CLIENTES SUSCRITOS A PACKS"
               ELSE
                   OPEN INPUT ARCHIVO-PACKS
                   OPEN INPUT ARCHIVO-CUENTAS
                   OPEN OUTPUT ARCHIVO-REPORTE
                   MOVE 'N' TO WS-SUSCRIPCIONES-EOF
                   PERFORM UNTIL WS-SUSCRIPCIONES-FIN-ARCHIVO
                       READ ARCHIVO-SUSCRIPCIONES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-SUSCRIPCIONES-EOF
                           NOT AT END
                               IF SPK-ESTA-VIGENTE
                                   PERFORM COMPARAR-UN-CLIENTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-REPORTE
                   CLOSE ARCHIVO-CUENTAS
                   CLOSE ARCHIVO-PACKS
                   CLOSE ARCHIVO-SUSCRIPCIONES
               END-IF.

            COMPARAR-UN-CLIENTE.
      *        Cuota mensual completa del pack contra las tarifas a
      *        la carta de todas las cuentas del RUT en el mes.
               MOVE 0 TO WS-CLI-CUENTAS
               MOVE 0 TO WS-CLI-MANTENCION
               MOVE 0 TO WS-CLI-GIROS
               MOVE 0 TO WS-CLI-TRANSFERENCIAS
               MOVE 0 TO WS-CLI-CUOTA
               MOVE SPK-CODIGO-PACK TO PCK-CODIGO
               READ ARCHIVO-PACKS
                   INVALID KEY
                       DISPLAY "PACK " SPK-CODIGO-PACK
                           " NO ESTA EN EL CATALOGO: " SPK-RUT
                   NOT INVALID KEY
                       MOVE PCK-CUOTA-MENSUAL TO WS-CLI-CUOTA
               END-READ
               PERFORM CONSULTAR-SEGMENTO-CLIENTE
               MOVE SPK-RUT TO RUT
               MOVE 0 TO NUM-CUENTA
               MOVE 'N' TO WS-CUENTAS-EOF
               START ARCHIVO-CUENTAS
                   KEY IS NOT LESS THAN CUENTA-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-CUENTAS-EOF
               END-START
               PERFORM UNTIL WS-CUENTAS-FIN-ARCHIVO
                   READ ARCHIVO-CUENTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-CUENTAS-EOF
                       NOT AT END
                           IF RUT NOT = SPK-RUT
                               MOVE 'S' TO WS-CUENTAS-EOF
                           ELSE
                               PERFORM TARIFAR-UNA-CUENTA
                           END-IF
                   END-READ
               END-PERFORM
               COMPUTE WS-CLI-A-LA-CARTA =
                   WS-CLI-MANTENCION + WS-CLI-GIROS
                   + WS-CLI-TRANSFERENCIAS
               COMPUTE WS-CLI-DIFERENCIA =
                   WS-CLI-A-LA-CARTA - WS-CLI-CUOTA
               ADD 1 TO WS-TOTAL-SUSCRIPTORES
               ADD WS-CLI-CUOTA TO WS-TOTAL-CUOTAS
               ADD WS-CLI-A-LA-CARTA TO WS-TOTAL-A-LA-CARTA
               IF WS-CLI-DIFERENCIA < 0
                   ADD 1 TO WS-TOTAL-PACK-MAS-CARO
               ELSE
                   ADD 1 TO WS-TOTAL-PACK-CONVIENE
               END-IF
               MOVE SPACES TO REGISTRO-REPORTE
               MOVE SPK-RUT TO REP-RUT
               MOVE SPK-CODIGO-PACK TO REP-PACK
               MOVE WS-CLI-CUENTAS TO REP-CUENTAS
               MOVE WS-CLI-CUOTA TO REP-CUOTA
               MOVE WS-CLI-MANTENCION TO REP-MANTENCION
               MOVE WS-CLI-GIROS TO REP-GIROS
               MOVE WS-CLI-TRANSFERENCIAS TO REP-TRANSFERENCIAS
               MOVE WS-CLI-A-LA-CARTA TO REP-A-LA-CARTA
               MOVE WS-CLI-DIFERENCIA TO REP-DIFERENCIA
               WRITE REGISTRO-REPORTE.

            TARIFAR-UNA-CUENTA.
      *        Lo que COBRAR-COMISIONES le cobraria a la cuenta si el
      *        cliente no tuviera pack.
               ADD 1 TO WS-CLI-CUENTAS
               PERFORM CARGAR-TARIFA-PRODUCTO
               PERFORM CALCULAR-SALDO-PROMEDIO
               IF WS-TARIFA-CTA-MONTO > 0
                  AND WS-SALDO-PROMEDIO < WS-TARIFA-CTA-UMBRAL
                  AND NOT SEGMENTO-EXENTO-MANTENCION
                   ADD WS-TARIFA-CTA-MONTO TO WS-CLI-MANTENCION
               END-IF
               PERFORM BUSCAR-GIROS-CUENTA
               IF WS-TARIFA-GIR-MONTO > 0
                  AND NOT SEGMENTO-EXENTO-GIROS
                  AND WS-GIROS-COBRABLES > 0
                   COMPUTE WS-CLI-GIROS = WS-CLI-GIROS +
                       (WS-GIROS-COBRABLES * WS-TARIFA-GIR-MONTO)
               END-IF
               IF WS-TARIFA-TIB-MONTO > 0
                  AND WS-TRB-COBRABLES > 0
                   COMPUTE WS-CLI-TRANSFERENCIAS =
                       WS-CLI-TRANSFERENCIAS +
                       (WS-TRB-COBRABLES * WS-TARIFA-TIB-MONTO)
               END-IF.

            CONSULTAR-SEGMENTO-CLIENTE.
      *        Segmento vigente del cliente en proceso; sin archivo
      *        o sin registro el cliente es masivo.
               MOVE "MAS" TO WS-SEGMENTO-CLIENTE
               OPEN INPUT ARCHIVO-SEGMENTOS
               IF WS-STATUS-SEGMENTOS = "35"
                   CONTINUE
               ELSE
                   MOVE SPK-RUT TO SEG-RUT
                   READ ARCHIVO-SEGMENTOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SEG-SEGMENTO TO WS-SEGMENTO-CLIENTE
                   END-READ
                   CLOSE ARCHIVO-SEGMENTOS
               END-IF.

            BUSCAR-GIROS-CUENTA.
               MOVE 0 TO WS-GIROS-COBRABLES
               MOVE 0 TO WS-TRB-COBRABLES
               PERFORM VARYING WS-TABLA-INDICE FROM 1 BY 1
                       UNTIL WS-TABLA-INDICE > WS-TABLA-CANTIDAD
                   IF TAB-RUT(WS-TABLA-INDICE) = RUT
                      AND TAB-NUM-CUENTA(WS-TABLA-INDICE) = NUM-CUENTA
                       COMPUTE WS-GIROS-COBRABLES =
                           TAB-CANTIDAD-GIROS(WS-TABLA-INDICE)
                           - WS-TARIFA-GIR-LIBRES
                       COMPUTE WS-TRB-COBRABLES =
                           TAB-CANTIDAD-TRB(WS-TABLA-INDICE)
                           - WS-TARIFA-TIB-LIBRES
                   END-IF
               END-PERFORM.

            CARGAR-TARIFA-PRODUCTO.
      *        Resuelve la tarifa de mantencion de la cuenta en
      *        proceso: el producto del catalogo puede apuntar a un
      *        codigo propio del tarifario; si no, rigen el monto y
      *        el umbral del codigo MAN ya cargados.
               MOVE WS-TARIFA-MAN-MONTO TO WS-TARIFA-CTA-MONTO
               MOVE WS-TARIFA-MAN-UMBRAL TO WS-TARIFA-CTA-UMBRAL
               OPEN INPUT ARCHIVO-PRODUCTOS
               IF WS-STATUS-PRODUCTOS = "35"
                   CONTINUE
               ELSE
                   MOVE TIPO-PRODUCTO TO PROD-CODIGO
                   READ ARCHIVO-PRODUCTOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PROD-CODIGO-TARIFA NOT = SPACES
                              AND PROD-CODIGO-TARIFA NOT = "MAN"
                               PERFORM LEER-TARIFA-PROPIA
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-PRODUCTOS
               END-IF.

            LEER-TARIFA-PROPIA.
               OPEN INPUT ARCHIVO-TARIFAS
               IF WS-STATUS-TARIFAS = "35"
                   CONTINUE
               ELSE
                   MOVE PROD-CODIGO-TARIFA TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TAR-ES-MENSUAL
                               MOVE TAR-MONTO TO WS-TARIFA-CTA-MONTO
                               MOVE TAR-UMBRAL-EXENCION
                                   TO WS-TARIFA-CTA-UMBRAL
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-TARIFAS
               END-IF.

            CALCULAR-SALDO-PROMEDIO.
      *        Promedio simple de las fotos de cierre del mes en
      *        curso para la cuenta en proceso (un READ por dia ya
      *        transcurrido); sin ninguna foto, rige el saldo
      *        actual como antes.
               MOVE 0 TO WS-SUMA-SNAPSHOTS
               MOVE 0 TO WS-DIAS-SNAPSHOT
               MOVE WS-FECHAYHORA(7:2) TO WS-DIA-ACTUAL
               OPEN INPUT ARCHIVO-SNAPSHOTS
               IF WS-STATUS-SNAPSHOTS = "35"
                   CONTINUE
               ELSE
                   PERFORM VARYING WS-SNA-DIA FROM 1 BY 1
                           UNTIL WS-SNA-DIA > WS-DIA-ACTUAL
                       COMPUTE WS-SNA-FECHA-ITER =
                           (FUNCTION NUMVAL(WS-FECHAYHORA(1:6))
                               * 100)
                           + WS-SNA-DIA
                       MOVE WS-SNA-FECHA-ITER TO SNA-FECHA
                       MOVE RUT TO SNA-RUT
                       MOVE NUM-CUENTA TO SNA-NUM-CUENTA
                       READ ARCHIVO-SNAPSHOTS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD SNA-SALDO TO WS-SUMA-SNAPSHOTS
                               ADD 1 TO WS-DIAS-SNAPSHOT
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-SNAPSHOTS
               END-IF
               IF WS-DIAS-SNAPSHOT > 0
                   COMPUTE WS-SALDO-PROMEDIO =
                       WS-SUMA-SNAPSHOTS / WS-DIAS-SNAPSHOT
               ELSE
                   MOVE SALDO TO WS-SALDO-PROMEDIO
               END-IF.
       END PROGRAM REPORTE-PACKS.
