      *          acreditado de la cuenta del empleador y devuelve el
      *          archivo de respuesta nomina_respuesta.txt con lo
      *          aceptado y lo rechazado, que es lo que el empleador
      *          recibe de vuelta. Un anticipo de remuneraciones
      *          vigente en la cuenta se descuenta del sueldo antes
      *          de que quede disponible.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CXC-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CXC.
           SELECT ARCHIVO-ANTICIPOS ASSIGN TO "anticipos_nomina.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-ANTICIPOS.
           SELECT ARCHIVO-TARIFAS ASSIGN TO "tarifas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARIFAS.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-NOMINA.
           COPY "ITEM-PROCESADO.CPY".
       FD ARCHIVO-CXC.
           COPY "COMISION-PENDIENTE.CPY".
       FD ARCHIVO-ANTICIPOS.
           COPY "ANTICIPO-NOMINA.CPY".
       FD ARCHIVO-TARIFAS.
           COPY "TARIFA.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-TARIFAS PIC X(2) VALUE "00".
      *    Tasa de IVA de las comisiones (tarifa IVA del tarifario,
      *    en puntos base) y cargo bruto que se desglosa al grabarlo.
       77 WS-TASA-IVA-PB PIC 9(5) VALUE 1900.
       77 WS-IVA-BRUTO PIC 9(8).
      *    Cobro automatico de comisiones por cobrar: apenas a la
      *    cuenta le llega plata se recupera lo devengado, con tope
      *    de la mitad del abono recien recibido para no quedarse
       77 WS-CXC-PENDIENTE PIC 9(8).
       77 WS-CXC-COBRO PIC 9(8).
       77 WS-CXC-MONTO-ABONO PIC 9(8) VALUE 0.
      *    Descuento del anticipo de remuneraciones: el sueldo recien
      *    acreditado paga primero el capital anticipado (ANR) y
      *    luego la comision (COM) antes de quedar disponible.
       77 WS-STATUS-ANTICIPOS PIC X(2) VALUE "00".
       77 WS-ANTICIPOS-EOF PIC X VALUE 'N'.
           88 WS-ANTICIPOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-ANT-DISPONIBLE PIC 9(8) VALUE 0.
       77 WS-ANT-CAPITAL-PENDIENTE PIC 9(8) VALUE 0.
       77 WS-ANT-COMISION-PENDIENTE PIC 9(8) VALUE 0.
       77 WS-ANT-COBRO-CAPITAL PIC 9(8) VALUE 0.
       77 WS-ANT-COBRO-COMISION PIC 9(8) VALUE 0.
       77 WS-ANT-OPERACION PIC X(3).
       77 WS-ANT-COBRO PIC 9(8) VALUE 0.
       77 WS-TOTAL-ANTICIPOS-DESCONTADOS PIC 9(6) COMP VALUE 0.
      *    Libro de reinicio item a item: cada detalle aplicado
      *    queda anotado bajo la identidad del archivo (interfaz mas
      *    secuencia) y su numero de linea; una re-corrida tras un
            PERFORM SETEAR-FECHA-ACTUAL.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            PERFORM CARGAR-TASA-IVA.

            PERFORM VALIDAR-INTERFAZ-ENTRADA.
            IF NOT INTERFAZ-ES-VALIDA THEN
                PERFORM RECHAZAR-INTERFAZ
            DISPLAY "ABONOS RECHAZADOS: " WS-TOTAL-RECHAZADOS
            DISPLAY
                "CUENTAS PRE-ABIERTAS: " WS-TOTAL-PREABIERTAS
            DISPLAY
                "ANTICIPOS DESCONTADOS: " WS-TOTAL-ANTICIPOS-DESCONTADOS
            MOVE WS-TOTAL-ACREDITADO TO WS-FORMATO-MONEDA
            DISPLAY "TOTAL ACREDITADO: " WS-FORMATO-MONEDA
            MOVE WS-TOTAL-DECLARADO TO WS-FORMATO-MONEDA
               END-READ
               IF CUENTA-ENCONTRADA
                   PERFORM GRABAR-BITACORA-NOMINA
                   MOVE NOM-MONTO TO WS-ANT-DISPONIBLE
                   PERFORM DESCONTAR-ANTICIPOS
                   MOVE WS-ANT-DISPONIBLE TO WS-CXC-MONTO-ABONO
                   PERFORM COBRAR-COMISIONES-PENDIENTES
               END-IF
               CLOSE ARCHIVO-CUENTAS.
               MOVE 0 TO UMBRAL-APROBACION-CONJUNTA
               MOVE 'P' TO ESTADO-ACTIVACION
               MOVE WS-FECHA-HOY TO FECHA-PREAPERTURA
               MOVE SPACES TO RUT-TUTOR
               MOVE 0 TO TOPE-GIRO-SIN-TUTOR
               MOVE 'N' TO ESTADO-MAYORIA
               MOVE 0 TO FECHA-AVISO-MAYORIA
               MOVE SPACES TO SUCURSAL-APERTURA
               MOVE 0 TO FECHA-APERTURA
               MOVE 0 TO NUM-CUENTA-PROTECCION
               WRITE CUENTA
                   INVALID KEY
                       MOVE "NO SE PUDO PRE-ABRIR CUENTA"
               MOVE WS-EMPLEADOR-CUENTA TO PRE-CUENTA-EMPLEADOR
               MOVE WS-FECHA-HOY TO PRE-FECHA-PREAPERTURA
               MOVE "PEN" TO PRE-ESTADO
               MOVE "NOM" TO PRE-ORIGEN
               MOVE 0 TO PRE-NUMERO-APERTURA
               WRITE PREAPERTURA
                   INVALID KEY
                       REWRITE PREAPERTURA
               MOVE NUM-CUENTA TO BIT-NUM-CUENTA
               MOVE "NOM" TO BIT-OPERACION
               MOVE NOM-MONTO TO BIT-MONTO
               MOVE WS-EMPLEADOR-RUT TO BIT-RUT-CONTRAPARTE
               MOVE SALDO TO BIT-SALDO
               MOVE WS-FECHAYHORA-FORMATEADA TO BIT-FECHAYHORA
               MOVE WS-NUM-SECUENCIA TO BIT-NUM-SECUENCIA
                   END-IF
               END-IF.

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
               MOVE BIT-FECHAYHORA TO MOV-FECHAYHORA
               MOVE BIT-ID-TERMINAL TO MOV-ID-TERMINAL
               MOVE BIT-ANU-TIPO-ORIGINAL TO MOV-ANU-TIPO-ORIGINAL
               MOVE BIT-RUT-CONTRAPARTE TO MOV-RUT-CONTRAPARTE
               WRITE MOVIMIENTO
                   INVALID KEY
                       CONTINUE
                       REWRITE ITEM-PROCESADO
               END-WRITE
               CLOSE ARCHIVO-ITEMS.
            DESCONTAR-ANTICIPOS.
      *        Anticipos de remuneraciones vigentes de la cuenta:
      *        el sueldo recien acreditado los paga, capital primero
      *        y comision despues, hasta donde alcance; lo que falte
      *        queda vigente para el sueldo siguiente. El registro
      *        de ARCHIVO-CUENTAS sigue posicionado y abierto en I-O.
               MOVE 'N' TO WS-ANTICIPOS-EOF
               OPEN I-O ARCHIVO-ANTICIPOS
               IF WS-STATUS-ANTICIPOS = "35"
                   MOVE 'S' TO WS-ANTICIPOS-EOF
               ELSE
                   MOVE RUT TO ANT-RUT
                   MOVE NUM-CUENTA TO ANT-NUM-CUENTA
                   MOVE 0 TO ANT-NUM-SECUENCIA
                   START ARCHIVO-ANTICIPOS
                       KEY IS NOT LESS THAN ANT-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-ANTICIPOS-EOF
                   END-START
                   PERFORM UNTIL WS-ANTICIPOS-FIN-ARCHIVO
                              OR WS-ANT-DISPONIBLE = 0
                       READ ARCHIVO-ANTICIPOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-ANTICIPOS-EOF
                       END-READ
                       IF NOT WS-ANTICIPOS-FIN-ARCHIVO
                           IF ANT-RUT NOT = RUT
                              OR ANT-NUM-CUENTA NOT = NUM-CUENTA
                               MOVE 'S' TO WS-ANTICIPOS-EOF
                           ELSE
                               IF ANT-ESTA-VIGENTE
                                   PERFORM DESCONTAR-UN-ANTICIPO
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-ANTICIPOS
               END-IF.

            DESCONTAR-UN-ANTICIPO.
               IF ANT-MONTO-PAGADO < ANT-MONTO
                   COMPUTE WS-ANT-CAPITAL-PENDIENTE =
                       ANT-MONTO - ANT-MONTO-PAGADO
                   MOVE ANT-COMISION TO WS-ANT-COMISION-PENDIENTE
               ELSE
                   MOVE 0 TO WS-ANT-CAPITAL-PENDIENTE
                   COMPUTE WS-ANT-COMISION-PENDIENTE =
                       ANT-MONTO + ANT-COMISION - ANT-MONTO-PAGADO
               END-IF
               IF WS-ANT-CAPITAL-PENDIENTE > WS-ANT-DISPONIBLE
                   MOVE WS-ANT-DISPONIBLE TO WS-ANT-COBRO-CAPITAL
               ELSE
                   MOVE WS-ANT-CAPITAL-PENDIENTE
                       TO WS-ANT-COBRO-CAPITAL
               END-IF
               SUBTRACT WS-ANT-COBRO-CAPITAL FROM WS-ANT-DISPONIBLE
               IF WS-ANT-COMISION-PENDIENTE > WS-ANT-DISPONIBLE
                   MOVE WS-ANT-DISPONIBLE TO WS-ANT-COBRO-COMISION
               ELSE
                   MOVE WS-ANT-COMISION-PENDIENTE
                       TO WS-ANT-COBRO-COMISION
               END-IF
               SUBTRACT WS-ANT-COBRO-COMISION FROM WS-ANT-DISPONIBLE

               IF WS-ANT-COBRO-CAPITAL > 0
                  OR WS-ANT-COBRO-COMISION > 0
                   SUBTRACT WS-ANT-COBRO-CAPITAL FROM SALDO
                   SUBTRACT WS-ANT-COBRO-COMISION FROM SALDO
                   REWRITE CUENTA
                   ADD WS-ANT-COBRO-CAPITAL TO ANT-MONTO-PAGADO
                   ADD WS-ANT-COBRO-COMISION TO ANT-MONTO-PAGADO
                   IF ANT-MONTO-PAGADO >= ANT-MONTO + ANT-COMISION
                       MOVE "PAG" TO ANT-ESTADO
                       MOVE WS-FECHA-HOY TO ANT-FECHA-PAGO
                   END-IF
                   REWRITE ANTICIPO-NOMINA
                   ADD 1 TO WS-TOTAL-ANTICIPOS-DESCONTADOS
      *            Cada pata queda con el saldo que dejo en la cuenta.
                   IF WS-ANT-COBRO-CAPITAL > 0
                       ADD WS-ANT-COBRO-COMISION TO SALDO
                       MOVE "ANR" TO WS-ANT-OPERACION
                       MOVE WS-ANT-COBRO-CAPITAL TO WS-ANT-COBRO
                       PERFORM GRABAR-BITACORA-ANTICIPO
                       SUBTRACT WS-ANT-COBRO-COMISION FROM SALDO
                   END-IF
                   IF WS-ANT-COBRO-COMISION > 0
                       MOVE "COM" TO WS-ANT-OPERACION
                       MOVE WS-ANT-COBRO-COMISION TO WS-ANT-COBRO
                       PERFORM GRABAR-BITACORA-ANTICIPO
                   END-IF
               END-IF.

            GRABAR-BITACORA-ANTICIPO.
               PERFORM SETEAR-FECHA-ACTUAL
               PERFORM SIGUIENTE-NUMERO-SECUENCIA
               OPEN EXTEND ARCHIVO-BITACORA
               MOVE SPACES TO REGISTRO-BITACORA
               MOVE RUT TO BIT-RUT
               MOVE NUM-CUENTA TO BIT-NUM-CUENTA
               MOVE WS-ANT-OPERACION TO BIT-OPERACION
               MOVE WS-ANT-COBRO TO BIT-MONTO
               MOVE SALDO TO BIT-SALDO
               MOVE WS-FECHAYHORA-FORMATEADA TO BIT-FECHAYHORA
               MOVE WS-NUM-SECUENCIA TO BIT-NUM-SECUENCIA
               MOVE WS-ID-TERMINAL TO BIT-ID-TERMINAL
               MOVE SPACES TO BIT-ANU-TIPO-ORIGINAL
               MOVE 0 TO BIT-TASA-CAMBIO
               MOVE MONEDA-CUENTA TO BIT-MONEDA
               MOVE 'C' TO BIT-ABONO-CARGO
               MOVE SPACES TO BIT-CODIGO-CONVENIO
               MOVE ANT-NUM-SECUENCIA TO BIT-SECUENCIA-ORIGINAL
               IF WS-ANT-OPERACION = "COM"
                   PERFORM DESGLOSAR-IVA-COMISION
               END-IF
               PERFORM CALCULAR-HASH-BITACORA
               WRITE REGISTRO-BITACORA AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-BITACORA
               PERFORM GRABAR-MOVIMIENTO-INDEXADO.

            COBRAR-COMISIONES-PENDIENTES.
      *        El abono recien acreditado gatilla el cobro de las
      *        comisiones por cobrar de la cuenta, hasta la mitad
               MOVE NUM-CUENTA TO BIT-NUM-CUENTA
               MOVE "CXC" TO BIT-OPERACION
               MOVE WS-CXC-COBRO TO BIT-MONTO
               PERFORM DESGLOSAR-IVA-COMISION
               MOVE SALDO TO BIT-SALDO
               MOVE WS-FECHAYHORA-FORMATEADA TO BIT-FECHAYHORA
               MOVE WS-NUM-SECUENCIA TO BIT-NUM-SECUENCIA
