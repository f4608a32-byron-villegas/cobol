      *          del mes que excede los giros libres del tarifario
      *          (contados desde la bitacora). Cada cobro queda como
      *          movimiento COB en la bitacora, que el cuadre y la
      *          exportacion al nucleo reconocen. El segmento del
      *          cliente (segmentos.txt) exime: premium no paga
      *          mantencion ni giros, preferente no paga mantencion.
      *          La comision TIB cobra cada transferencia
      *          interbancaria enviada sobre las libres del mes. Un
      *          cliente suscrito a un pack (suscripciones_pack.txt)
      *          paga la cuota mensual del pack, prorrateada por dias
      *          el mes del alta, del cambio o de la baja, y no paga
      *          las tarifas que el pack exime (packs.txt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
           SELECT ARCHIVO-BITACORA ASSIGN TO "bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA.
               RECORD KEY IS MOV-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MOVIMIENTOS.
           SELECT ARCHIVO-SEGMENTOS ASSIGN TO "segmentos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SEGMENTOS.
           SELECT OPTIONAL ARCHIVO-HASH-BITACORA
               ASSIGN TO "hash_bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "COMISION-PENDIENTE.CPY".
       FD ARCHIVO-PRODUCTOS.
           COPY "PRODUCTO.CPY".
       FD ARCHIVO-PACKS.
           COPY "PACK.CPY".
       FD ARCHIVO-SUSCRIPCIONES.
           COPY "SUSCRIPCION-PACK.CPY".
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-SECUENCIA.
          05 SEC-ULTIMO-NUMERO PIC 9(10).
       FD ARCHIVO-MOVIMIENTOS.
           COPY "MOVIMIENTO.CPY".
       FD ARCHIVO-SEGMENTOS.
           COPY "SEGMENTO.CPY".
       FD ARCHIVO-HASH-BITACORA.
       01 REGISTRO-HASH-BITACORA PIC 9(8).
       WORKING-STORAGE SECTION.
       77 WS-HASH-MONTO PIC 9(8).
       77 WS-HASH-SALDO PIC S9(8).
       77 WS-STATUS-TARIFAS PIC X(2) VALUE "00".
      *    Tasa de IVA de las comisiones (tarifa IVA del tarifario,
      *    en puntos base) y cargo bruto que se desglosa al grabarlo.
       77 WS-TASA-IVA-PB PIC 9(5) VALUE 1900.
       77 WS-IVA-BRUTO PIC 9(8).
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-BITACORA PIC X(2) VALUE "00".
       77 WS-ID-TERMINAL PIC X(8) VALUE "BATCHCOB".
       77 WS-STATUS-PRODUCTOS PIC X(2) VALUE "00".
       77 WS-TARIFA-CTA-MONTO PIC 9(8) VALUE 0.
       77 WS-TARIFA-CTA-UMBRAL PIC 9(8) VALUE 0.
       77 WS-TARIFA-CTA-CODIGO PIC X(3) VALUE "MAN".
      *    Pack del cliente: la cuota del mes se carga una sola vez
      *    por RUT (la primera cuenta que se procesa) y el pack
      *    vigente exime de las tarifas que lista. Prorrateo por
      *    dias del mes en curso, en dias julianos.
       77 WS-STATUS-PACKS PIC X(2) VALUE "00".
       77 WS-STATUS-SUSCRIPCIONES PIC X(2) VALUE "00".
       77 WS-HAY-SUSCRIPCIONES PIC X VALUE 'N'.
           88 HAY-SUSCRIPCIONES VALUE 'S'.
       77 WS-CLIENTE-CON-PACK PIC X VALUE 'N'.
           88 CLIENTE-TIENE-PACK VALUE 'S'.
       01 WS-PACK-EXENCIONES.
           05 WS-PACK-TARIFA-EXENTA PIC X(3) OCCURS 5 TIMES.
       77 WS-PACK-INDICE PIC 9(2) COMP.
       77 WS-TARIFA-BUSCADA PIC X(3).
       77 WS-TARIFA-EXENTA PIC X VALUE 'N'.
           88 TARIFA-EXENTA-POR-PACK VALUE 'S'.
       77 WS-PERIODO-ACTUAL PIC 9(6).
       77 WS-INICIO-MES PIC 9(8).
       77 WS-INICIO-MES-SIGUIENTE PIC 9(8).
       77 WS-PACK-DIAS-MES PIC 9(8) COMP.
       77 WS-PACK-DESDE PIC 9(8) COMP.
       77 WS-PACK-HASTA PIC 9(8) COMP.
       77 WS-PACK-CAMBIO PIC 9(8) COMP.
       77 WS-CUOTA-PACK-ACTUAL PIC 9(8).
       77 WS-CUOTA-PACK-ANTERIOR PIC 9(8).
       77 WS-CUOTA-PACK-MES PIC 9(8).
       77 WS-CUENTAS-CON-PACK PIC 9(6) COMP VALUE 0.
       77 WS-CUOTAS-PACK-CARGADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-CUOTAS-PACK PIC 9(10) VALUE 0.
      *    Comision que la cuenta no alcanzo a pagar: en vez de
      *    perderse, queda devengada en la cartera por cobrar y los
      *    canales de abono la cobran cuando llega plata.
       77 WS-TOTAL-DEVENGADO-CXC PIC 9(10) VALUE 0.
       77 WS-CUENTAS-SIN-FONDOS PIC 9(6) COMP VALUE 0.
       77 WS-FECHA-HOY-CXC PIC 9(8).
      *    Exencion por segmento del cliente segun el ultimo
      *    calculo de SEGMENTAR-CLIENTES: PRM no paga mantencion ni
      *    comision por giro, PRF no paga mantencion; MAS, o el RUT
      *    aun sin segmento, paga como siempre.
       77 WS-STATUS-SEGMENTOS PIC X(2) VALUE "00".
       77 WS-SEGMENTO-CLIENTE PIC X(3) VALUE "MAS".
           88 SEGMENTO-EXENTO-MANTENCION VALUE "PRM" "PRF".
           88 SEGMENTO-EXENTO-GIROS VALUE "PRM".
       77 WS-EXENTAS-POR-SEGMENTO PIC 9(6) COMP VALUE 0.
       77 WS-TARIFA-GIR-MONTO PIC 9(8) VALUE 0.
       77 WS-TARIFA-GIR-LIBRES PIC 9(8) VALUE 0.
       77 WS-TARIFA-TIB-MONTO PIC 9(8) VALUE 0.
       77 WS-TARIFA-TIB-LIBRES PIC 9(8) VALUE 0.
       77 WS-CUENTAS-EOF PIC X VALUE 'N'.
           88 WS-CUENTAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-BITACORA-EOF PIC X VALUE 'N'.
           88 WS-BITACORA-FIN-ARCHIVO VALUE 'S'.
      *    Giros y transferencias interbancarias enviadas del mes
      *    por cuenta, contados desde la bitacora en una pasada,
      *    igual que ALERTA-SALDO-BAJO carga su tabla.
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
       77 WS-COMISION PIC 9(8).
       77 WS-TOTAL-CUENTAS-COBRADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-COBRADO PIC 9(10) VALUE 0.

            PERFORM CARGAR-TARIFARIO.

            PERFORM CARGAR-TASA-IVA.

            PERFORM PREPARAR-MES-PACKS.

            IF WS-TARIFA-MAN-MONTO = 0
               AND WS-TARIFA-GIR-MONTO = 0
               AND WS-TARIFA-TIB-MONTO = 0
               AND NOT HAY-SUSCRIPCIONES THEN
                DISPLAY "SIN TARIFAS VIGENTES. NADA QUE COBRAR"
                STOP RUN
            END-IF.

            DISPLAY
                "CUENTAS CON COBRO: " WS-TOTAL-CUENTAS-COBRADAS
            DISPLAY
                "CUENTAS EXIMIDAS POR SEGMENTO: "
                WS-EXENTAS-POR-SEGMENTO
            DISPLAY
                "CUENTAS DE CLIENTES CON PACK: " WS-CUENTAS-CON-PACK
            DISPLAY
                "CUOTAS DE PACK CARGADAS: " WS-CUOTAS-PACK-CARGADAS
                " POR " WS-TOTAL-CUOTAS-PACK
            MOVE WS-TOTAL-COBRADO TO WS-FORMATO-MONEDA
            DISPLAY "COMISIONES COBRADAS: " WS-FORMATO-MONEDA.

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
               MOVE 0 TO WS-COMISION

               PERFORM CARGAR-TARIFA-PRODUCTO
               PERFORM CONSULTAR-SEGMENTO-CLIENTE
               IF SEGMENTO-EXENTO-MANTENCION
                   ADD 1 TO WS-EXENTAS-POR-SEGMENTO
               END-IF

      *        Pack del cliente: carga la cuota del mes (una vez por
      *        RUT) y deja la lista de tarifas que exime.
               PERFORM CONSULTAR-PACK-CLIENTE
               ADD WS-CUOTA-PACK-MES TO WS-COMISION

      *        Mantencion: se exime la cuenta cuyo saldo PROMEDIO
      *        del mes (fotos de cierre de saldos_diarios.txt)
      *        alcanza el umbral; el saldo del instante ya no manda.
      *        El pack exime con MAN (cualquier producto) o con el
      *        codigo propio del producto.
               MOVE "MAN" TO WS-TARIFA-BUSCADA
               PERFORM VERIFICAR-EXENCION-PACK
               IF NOT TARIFA-EXENTA-POR-PACK
                   MOVE WS-TARIFA-CTA-CODIGO TO WS-TARIFA-BUSCADA
                   PERFORM VERIFICAR-EXENCION-PACK
               END-IF
               PERFORM CALCULAR-SALDO-PROMEDIO
               IF WS-TARIFA-CTA-MONTO > 0
                  AND WS-SALDO-PROMEDIO < WS-TARIFA-CTA-UMBRAL
                  AND NOT SEGMENTO-EXENTO-MANTENCION
                  AND NOT TARIFA-EXENTA-POR-PACK
                   ADD WS-TARIFA-CTA-MONTO TO WS-COMISION
               END-IF

      *        Comision por giro sobre los giros libres del mes.
               MOVE "GIR" TO WS-TARIFA-BUSCADA
               PERFORM VERIFICAR-EXENCION-PACK
               IF WS-TARIFA-GIR-MONTO > 0
                  AND NOT SEGMENTO-EXENTO-GIROS
                  AND NOT TARIFA-EXENTA-POR-PACK
                   PERFORM BUSCAR-GIROS-CUENTA
                   IF WS-GIROS-COBRABLES > 0
                       COMPUTE WS-COMISION = WS-COMISION +
                   END-IF
               END-IF

      *        Comision TIB sobre las transferencias interbancarias
      *        libres del mes.
               MOVE "TIB" TO WS-TARIFA-BUSCADA
               PERFORM VERIFICAR-EXENCION-PACK
               IF WS-TARIFA-TIB-MONTO > 0
                  AND NOT TARIFA-EXENTA-POR-PACK
                   PERFORM BUSCAR-GIROS-CUENTA
                   IF WS-TRB-COBRABLES > 0
                       COMPUTE WS-COMISION = WS-COMISION +
                           (WS-TRB-COBRABLES * WS-TARIFA-TIB-MONTO)
                   END-IF
               END-IF

               IF WS-COMISION > 0
                   IF SALDO >= WS-COMISION
                       SUBTRACT WS-COMISION FROM SALDO
                   END-IF
               END-IF.

            CONSULTAR-SEGMENTO-CLIENTE.
      *        Segmento vigente del titular de la cuenta en proceso;
      *        sin archivo o sin registro el cliente es masivo.
               MOVE "MAS" TO WS-SEGMENTO-CLIENTE
               OPEN INPUT ARCHIVO-SEGMENTOS
               IF WS-STATUS-SEGMENTOS = "35"
                   CONTINUE
               ELSE
                   MOVE RUT TO SEG-RUT
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
                       COMPUTE WS-GIROS-COBRABLES =
                           TAB-CANTIDAD-GIROS(WS-TABLA-INDICE)
                           - WS-TARIFA-GIR-LIBRES
                       COMPUTE WS-TRB-COBRABLES =
                           TAB-CANTIDAD-TRB(WS-TABLA-INDICE)
                           - WS-TARIFA-TIB-LIBRES
                   END-IF
               END-PERFORM.

            PREPARAR-MES-PACKS.
      *        Limites del mes en curso para el prorrateo de las
      *        cuotas de pack, y si hay suscripciones que cobrar.
               MOVE WS-FECHAYHORA(1:6) TO WS-PERIODO-ACTUAL
               COMPUTE WS-INICIO-MES = (WS-PERIODO-ACTUAL * 100) + 1
               IF WS-MES-FORMATEADO = 12
                   COMPUTE WS-INICIO-MES-SIGUIENTE =
                       ((WS-ANIO-FORMATEADO + 1) * 10000) + 101
               ELSE
                   COMPUTE WS-INICIO-MES-SIGUIENTE =
                       WS-INICIO-MES + 100
               END-IF
               COMPUTE WS-PACK-DIAS-MES =
                   FUNCTION INTEGER-OF-DATE(WS-INICIO-MES-SIGUIENTE)
                   - FUNCTION INTEGER-OF-DATE(WS-INICIO-MES)
               MOVE 'N' TO WS-HAY-SUSCRIPCIONES
               OPEN INPUT ARCHIVO-SUSCRIPCIONES
               IF WS-STATUS-SUSCRIPCIONES NOT = "35"
                   MOVE 'S' TO WS-HAY-SUSCRIPCIONES
                   CLOSE ARCHIVO-SUSCRIPCIONES
               END-IF.

            CONSULTAR-PACK-CLIENTE.
      *        Suscripcion del titular de la cuenta en proceso. La
      *        exencion rige mientras el pack este vigente; la cuota
      *        del mes se calcula y se marca cobrada en la primera
      *        cuenta del RUT, asi las demas cuentas y un reproceso
      *        del batch no la vuelven a cargar.
               MOVE 'N' TO WS-CLIENTE-CON-PACK
               MOVE SPACES TO WS-PACK-EXENCIONES
               MOVE 0 TO WS-CUOTA-PACK-MES
               IF HAY-SUSCRIPCIONES
                   OPEN I-O ARCHIVO-SUSCRIPCIONES
                   MOVE RUT TO SPK-RUT
                   READ ARCHIVO-SUSCRIPCIONES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM APLICAR-SUSCRIPCION-PACK
                   END-READ
                   CLOSE ARCHIVO-SUSCRIPCIONES
               END-IF
               IF CLIENTE-TIENE-PACK
                   ADD 1 TO WS-CUENTAS-CON-PACK
               END-IF.

            APLICAR-SUSCRIPCION-PACK.
               OPEN INPUT ARCHIVO-PACKS
               IF WS-STATUS-PACKS = "35"
                   DISPLAY "SUSCRIPCION SIN CATALOGO DE PACKS: " RUT
               ELSE
                   MOVE 0 TO WS-CUOTA-PACK-ACTUAL
                   MOVE 0 TO WS-CUOTA-PACK-ANTERIOR
                   MOVE SPK-CODIGO-PACK TO PCK-CODIGO
                   READ ARCHIVO-PACKS
                       INVALID KEY
                           DISPLAY "PACK " SPK-CODIGO-PACK
                               " NO ESTA EN EL CATALOGO: " RUT
                       NOT INVALID KEY
                           MOVE PCK-CUOTA-MENSUAL
                               TO WS-CUOTA-PACK-ACTUAL
                           IF SPK-ESTA-VIGENTE
                               MOVE 'S' TO WS-CLIENTE-CON-PACK
                               MOVE PCK-EXENCIONES
                                   TO WS-PACK-EXENCIONES
                           END-IF
                   END-READ
                   IF SPK-PACK-ANTERIOR NOT = SPACES
                       MOVE SPK-PACK-ANTERIOR TO PCK-CODIGO
                       READ ARCHIVO-PACKS
                           NOT INVALID KEY
                               MOVE PCK-CUOTA-MENSUAL
                                   TO WS-CUOTA-PACK-ANTERIOR
                       END-READ
                   END-IF
                   CLOSE ARCHIVO-PACKS
                   IF SPK-PERIODO-COBRADO NOT = WS-PERIODO-ACTUAL
                       PERFORM CALCULAR-CUOTA-PACK
                       MOVE WS-PERIODO-ACTUAL TO SPK-PERIODO-COBRADO
                       REWRITE SUSCRIPCION-PACK
                       IF WS-CUOTA-PACK-MES > 0
                           ADD 1 TO WS-CUOTAS-PACK-CARGADAS
                           ADD WS-CUOTA-PACK-MES
                               TO WS-TOTAL-CUOTAS-PACK
                       END-IF
                   END-IF
               END-IF.

            CALCULAR-CUOTA-PACK.
      *        Dias del mes en que el cliente tuvo pack: desde el
      *        inicio (o el primero del mes) hasta la baja (o el fin
      *        del mes). Si cambio de pack este mes, los dias previos
      *        al cambio se cobran a la cuota del pack anterior.
               MOVE 0 TO WS-CUOTA-PACK-MES
               COMPUTE WS-PACK-DESDE =
                   FUNCTION INTEGER-OF-DATE(WS-INICIO-MES)
               IF SPK-FECHA-INICIO NUMERIC
                  AND SPK-FECHA-INICIO > WS-INICIO-MES
                   COMPUTE WS-PACK-DESDE =
                       FUNCTION INTEGER-OF-DATE(SPK-FECHA-INICIO)
               END-IF
               COMPUTE WS-PACK-HASTA =
                   FUNCTION INTEGER-OF-DATE(WS-INICIO-MES-SIGUIENTE)
               IF SPK-FUE-DADA-DE-BAJA
                   IF SPK-FECHA-BAJA < WS-INICIO-MES
                       MOVE WS-PACK-DESDE TO WS-PACK-HASTA
                   ELSE
                       IF SPK-FECHA-BAJA < WS-INICIO-MES-SIGUIENTE
                           COMPUTE WS-PACK-HASTA =
                               FUNCTION INTEGER-OF-DATE
                                   (SPK-FECHA-BAJA)
                       END-IF
                   END-IF
               END-IF
               IF WS-PACK-HASTA > WS-PACK-DESDE
                   MOVE WS-PACK-DESDE TO WS-PACK-CAMBIO
                   IF SPK-PACK-ANTERIOR NOT = SPACES
                      AND SPK-FECHA-CAMBIO NUMERIC
                      AND SPK-FECHA-CAMBIO >= WS-INICIO-MES
                      AND SPK-FECHA-CAMBIO < WS-INICIO-MES-SIGUIENTE
                       COMPUTE WS-PACK-CAMBIO =
                           FUNCTION INTEGER-OF-DATE(SPK-FECHA-CAMBIO)
                       IF WS-PACK-CAMBIO < WS-PACK-DESDE
                           MOVE WS-PACK-DESDE TO WS-PACK-CAMBIO
                       END-IF
                       IF WS-PACK-CAMBIO > WS-PACK-HASTA
                           MOVE WS-PACK-HASTA TO WS-PACK-CAMBIO
                       END-IF
                   END-IF
                   COMPUTE WS-CUOTA-PACK-MES ROUNDED =
                       ((WS-CUOTA-PACK-ANTERIOR
                           * (WS-PACK-CAMBIO - WS-PACK-DESDE))
                       + (WS-CUOTA-PACK-ACTUAL
                           * (WS-PACK-HASTA - WS-PACK-CAMBIO)))
                       / WS-PACK-DIAS-MES
               END-IF.

            VERIFICAR-EXENCION-PACK.
      *        Si la tarifa de WS-TARIFA-BUSCADA esta entre las que
      *        exime el pack vigente del cliente.
               MOVE 'N' TO WS-TARIFA-EXENTA
               IF CLIENTE-TIENE-PACK
                   PERFORM VARYING WS-PACK-INDICE FROM 1 BY 1
                           UNTIL WS-PACK-INDICE > 5
                       IF WS-PACK-TARIFA-EXENTA(WS-PACK-INDICE)
                          = WS-TARIFA-BUSCADA
                          AND WS-TARIFA-BUSCADA NOT = SPACES
                           MOVE 'S' TO WS-TARIFA-EXENTA
                       END-IF
                   END-PERFORM
               END-IF.

            GRABAR-BITACORA-COMISION.
      *        Deja el cobro como movimiento COB (cargo) en la
      *        bitacora y el indice, con el registro de la cuenta aun
               MOVE 'C' TO BIT-ABONO-CARGO
               MOVE SPACES TO BIT-CODIGO-CONVENIO
               MOVE 0 TO BIT-SECUENCIA-ORIGINAL
               PERFORM DESGLOSAR-IVA-COMISION
               PERFORM CALCULAR-HASH-BITACORA
               WRITE REGISTRO-BITACORA AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-BITACORA
               MOVE BIT-FECHAYHORA TO MOV-FECHAYHORA
               MOVE BIT-ID-TERMINAL TO MOV-ID-TERMINAL
               MOVE BIT-ANU-TIPO-ORIGINAL TO MOV-ANU-TIPO-ORIGINAL
               MOVE BIT-RUT-CONTRAPARTE TO MOV-RUT-CONTRAPARTE
               WRITE MOVIMIENTO
                   INVALID KEY
                       CONTINUE
               END-WRITE
               CLOSE ARCHIVO-MOVIMIENTOS.

            CARGAR-TASA-IVA.
      *        Tasa de IVA de las comisiones desde la tarifa IVA del
      *        tarifario; sin esa fila rige la tasa por defecto.
               OPEN INPUT ARCHIVO-TARIFAS
               IF WS-STATUS-TARIFAS NOT = "35"
                   MOVE "IVA" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       NOT INVALID KEY
                           MOVE TAR-MONTO TO WS-TASA-IVA-PB
                   END-READ
                   CLOSE ARCHIVO-TARIFAS
               END-IF.

            DESGLOSAR-IVA-COMISION.
      *        El cobro cargado en BIT-MONTO es bruto, con el IVA
      *        incluido: se separa en neto e IVA para que el asiento
      *        contable y el libro de ventas no lo hagan a mano.
               MOVE BIT-MONTO TO WS-IVA-BRUTO
               COMPUTE BIT-MONTO-NETO ROUNDED =
                   (WS-IVA-BRUTO * 10000) / (10000 + WS-TASA-IVA-PB)
               COMPUTE BIT-MONTO-IVA =
                   WS-IVA-BRUTO - BIT-MONTO-NETO.

            CALCULAR-HASH-BITACORA.
      *        Hash encadenado del movimiento que esta cargado en
      *        REGISTRO-BITACORA: mezcla el hash del movimiento
      *        el umbral del codigo MAN ya cargados.
               MOVE WS-TARIFA-MAN-MONTO TO WS-TARIFA-CTA-MONTO
               MOVE WS-TARIFA-MAN-UMBRAL TO WS-TARIFA-CTA-UMBRAL
               MOVE "MAN" TO WS-TARIFA-CTA-CODIGO
               OPEN INPUT ARCHIVO-PRODUCTOS
               IF WS-STATUS-PRODUCTOS = "35"
                   CONTINUE
                               MOVE TAR-MONTO TO WS-TARIFA-CTA-MONTO
                               MOVE TAR-UMBRAL-EXENCION
                                   TO WS-TARIFA-CTA-UMBRAL
                               MOVE TAR-CODIGO TO WS-TARIFA-CTA-CODIGO
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-TARIFAS
                       MOVE WS-FECHA-HOY-CXC TO CXC-FECHA-DEVENGO
                       MOVE WS-COMISION TO CXC-MONTO
                       MOVE 0 TO CXC-MONTO-COBRADO
                       MOVE 0 TO CXC-FECHA-CONDONACION
                       MOVE "PEN" TO CXC-ESTADO
                       WRITE COMISION-PENDIENTE
                   NOT INVALID KEY
