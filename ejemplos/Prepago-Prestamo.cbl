      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Prepago parcial de prestamos para uso de un
      *          ejecutivo, con el cliente en la sucursal: el abono
      *          se carga a una cuenta del deudor como PPR (igual que
      *          un pago de cuota del cajero), la comision de prepago
      *          del tarifario (codigo CPP) como COB, y el capital
      *          prepagado se descuenta del calendario pendiente,
      *          que se reamortiza desde la proxima cuota intacta a
      *          eleccion del cliente: PLA = misma cuota de capital y
      *          menos cuotas (acorta el plazo), CUO = mismas cuotas
      *          con un capital menor (baja el valor de la cuota).
      *          Las cuotas nuevas se calculan igual que la
      *          originacion y quedan en cuotas_prestamo.txt; el
      *          calendario resultante se imprime para el cliente y
      *          la operacion queda en la bitacora administrativa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPAGO-PRESTAMO.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Prepago parcial de prestamos con reamortizacion.

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
           SELECT ARCHIVO-USUARIOS ASSIGN TO "usuarios.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-USUARIOS.
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
           SELECT ARCHIVO-TARIFAS ASSIGN TO "tarifas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARIFAS.
           SELECT ARCHIVO-EMBARGOS ASSIGN TO "embargos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMB-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-EMBARGOS.
           SELECT ARCHIVO-BOLSILLOS ASSIGN TO "bolsillos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-BOLSILLOS.
           SELECT ARCHIVO-BITACORA ASSIGN TO "bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-SECUENCIA ASSIGN TO "secuencia.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SECUENCIA.
           SELECT ARCHIVO-MOVIMIENTOS ASSIGN TO "movimientos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MOVIMIENTOS.
           SELECT OPTIONAL ARCHIVO-HASH-BITACORA
               ASSIGN TO "hash_bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HASH.
           SELECT OPTIONAL ARCHIVO-FERIADOS ASSIGN TO "feriados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIADOS.
           SELECT OPTIONAL ARCHIVO-VALORES-UF
               ASSIGN TO "valores_uf.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VALORES-UF.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-PRESTAMOS.
           COPY "PRESTAMO.CPY".
       FD ARCHIVO-CUOTAS.
           COPY "CUOTA-PRESTAMO.CPY".
       FD ARCHIVO-TARIFAS.
           COPY "TARIFA.CPY".
       FD ARCHIVO-EMBARGOS.
           COPY "EMBARGO.CPY".
       FD ARCHIVO-BOLSILLOS.
           COPY "BOLSILLO.CPY".
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-SECUENCIA.
       01 REGISTRO-SECUENCIA.
          05 SEC-CLAVE PIC X(1).
          05 SEC-ULTIMO-NUMERO PIC 9(10).
       FD ARCHIVO-MOVIMIENTOS.
           COPY "MOVIMIENTO.CPY".
       FD ARCHIVO-HASH-BITACORA.
       01 REGISTRO-HASH-BITACORA PIC 9(8).
       FD ARCHIVO-FERIADOS.
           COPY "FERIADO.CPY".
       FD ARCHIVO-VALORES-UF.
           COPY "VALOR-UF.CPY".
       FD ARCHIVO-AUDITORIA.
           COPY "AUDITORIA-ADMIN.CPY".
       WORKING-STORAGE SECTION.
      *    Inicio de sesion del operador contra el maestro
      *    usuarios.txt (roles y bloqueo por intentos); ver
      *    USUARIO.CPY.
       77 WS-STATUS-USUARIOS PIC X(2) VALUE "00".
       77 WS-OPERADOR-RUT PIC X(10).
       77 WS-OPERADOR-CLAVE PIC 9(4).
       77 WS-OPERADOR-CLAVE-HASH PIC 9(8).
       77 WS-OPERADOR-AUTORIZADO PIC X VALUE 'N'.
           88 OPERADOR-AUTORIZADO VALUE 'S'.
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-PRESTAMOS PIC X(2) VALUE "00".
       77 WS-STATUS-CUOTAS PIC X(2) VALUE "00".
       77 WS-STATUS-TARIFAS PIC X(2) VALUE "00".
      *    Tasa de IVA de las comisiones (tarifa IVA del tarifario,
      *    en puntos base) y cargo bruto que se desglosa al grabarlo.
       77 WS-TASA-IVA-PB PIC 9(5) VALUE 1900.
       77 WS-IVA-BRUTO PIC 9(8).
       77 WS-STATUS-EMBARGOS PIC X(2) VALUE "00".
       77 WS-STATUS-BOLSILLOS PIC X(2) VALUE "00".
       77 WS-STATUS-SECUENCIA PIC X(2) VALUE "00".
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
       77 WS-STATUS-HASH PIC X(2) VALUE "00".
       77 WS-HASH-ANTERIOR PIC 9(8) VALUE 0.
       77 WS-HASH-MONTO PIC 9(8).
       77 WS-HASH-SALDO PIC S9(8).
       77 WS-NUM-SECUENCIA PIC 9(10) VALUE 0.
       77 WS-ID-TERMINAL PIC X(8) VALUE "EJECPREP".
       77 WS-RUT PIC X(10).
       77 WS-NUM-PRESTAMO PIC 9(3).
       77 WS-NUM-CUENTA PIC 9(3).
      *    Monto del prepago en pesos (lo que sale de la cuenta) y
      *    su equivalente en la unidad del prestamo (centesimos de
      *    UF al valor del dia si es reajustable).
       77 WS-MONTO PIC 9(8).
       77 WS-MONTO-APLICAR PIC 9(8).
       77 WS-OPCION PIC X(3).
           88 OPCION-REDUCE-PLAZO VALUE "PLA".
           88 OPCION-REDUCE-CUOTA VALUE "CUO".
           88 OPCION-ES-VALIDA VALUE "PLA" "CUO".
       77 WS-REAJUSTE PIC X(3).
       77 WS-TASA-PRESTAMO PIC 9V9(4).
       77 WS-STATUS-VALORES-UF PIC X(2) VALUE "00".
       77 WS-VALOR-UF PIC 9(6)V9(2) VALUE 0.
       77 WS-UF-EOF PIC X VALUE 'N'.
           88 WS-UF-FIN-ARCHIVO VALUE 'S'.
      *    Comision de prepago del tarifario (codigo CPP): TAR-MONTO
      *    en puntos base del monto prepagado, exenta hasta
      *    TAR-UMBRAL-EXENCION pesos; sin fila no hay comision.
       77 WS-TARIFA-CPP-PUNTOS PIC 9(8) VALUE 0.
       77 WS-TARIFA-CPP-UMBRAL PIC 9(8) VALUE 0.
       77 WS-COMISION PIC 9(8) VALUE 0.
      *    Tramo del calendario que se reamortiza: las cuotas PEN
      *    intactas desde la proxima a vencer hasta la ultima. Las
      *    pagadas y la que tenga un pago parcial quedan como estan.
       77 WS-CUOTAS-EOF PIC X VALUE 'N'.
           88 WS-CUOTAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-CUOTAS-VENCIDAS PIC 9(3) COMP VALUE 0.
       77 WS-PRIMERA-CUOTA PIC 9(3) VALUE 0.
       77 WS-ULTIMA-CUOTA PIC 9(3) VALUE 0.
       77 WS-CUOTAS-RESTANTES PIC 9(3) VALUE 0.
       77 WS-CUOTAS-NUEVAS PIC 9(3) VALUE 0.
       77 WS-CAPITAL-RESTANTE PIC 9(9) VALUE 0.
       77 WS-CAPITAL-CUOTA-ACTUAL PIC 9(8) VALUE 0.
       77 WS-FECHA-PRIMERA-CUOTA PIC 9(8) VALUE 0.
       77 WS-CUOTA-INDICE PIC 9(3) COMP.
       77 WS-CUOTA-NUMERO PIC 9(3).
       77 WS-SALDO-INSOLUTO PIC 9(9).
       77 WS-PARTE-CAPITAL PIC 9(8).
       77 WS-PARTE-INTERES PIC 9(8).
      *    Prima mensual del seguro de desgravamen, misma fraccion
      *    del saldo insoluto que aplica la originacion.
       77 WS-TASA-DESGRAVAMEN PIC 9V9(6) VALUE 0.000300.
       77 WS-PARTE-SEGURO PIC 9(8).
       77 WS-TASA-MENSUAL PIC 9V9(6).
       77 WS-FECHA-VENCIMIENTO PIC 9(8).
       77 WS-ENTERO-VENCIMIENTO PIC S9(9) COMP.
       77 WS-EMBARGOS-EOF PIC X VALUE 'N'.
           88 WS-EMBARGOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-BOLSILLOS-EOF PIC X VALUE 'N'.
           88 WS-BOLSILLOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-TOTAL-EMBARGADO PIC 9(9) VALUE 0.
       77 WS-TOTAL-BOLSILLOS PIC 9(9) VALUE 0.
       77 WS-SALDO-LIBRE PIC S9(9).
       77 WS-OPERACION-BIT PIC X(3).
       77 WS-MONTO-BIT PIC 9(8).
       77 WS-RESPUESTA PIC XX.
           88 WS-RESPUESTA-SI VALUE "SI".
       77 WS-FORMATO-MONEDA PIC -(8)9.
       77 WS-FORMATO-UF PIC Z(5)9.99.
       77 WS-DETALLE-AUDIT PIC X(40).
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).
      *    Calendario de feriados y derivacion de la fecha de
      *    negocio del movimiento, igual que en el cajero
      *    automatico: el prepago postea en el dia de negocio
      *    abierto, nunca en uno ya cerrado.
       77 WS-STATUS-FERIADOS PIC X(2) VALUE "00".
       01 WS-TABLA-FERIADOS.
           05 WS-FERIADO-ENTERO OCCURS 120 TIMES PIC S9(9) COMP.
       77 WS-FERIADOS-CANTIDAD PIC 9(3) COMP VALUE 0.
       77 WS-FERIADOS-INDICE PIC 9(3) COMP.
       77 WS-FERIADOS-EOF PIC X VALUE 'N'.
           88 WS-FERIADOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-FHA-ENTERO PIC S9(9) COMP.
       77 WS-FHA-DIA-SEMANA PIC 9(1) COMP.
       77 WS-FHA-ES-HABIL PIC X VALUE 'N'.
           88 FECHA-ES-HABIL VALUE 'S'.
       77 WS-HORA-CORTE-NEGOCIO PIC 99 VALUE 21.
       77 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
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
       77 WS-SUPERVISOR-RUT PIC X(10).
       77 WS-SUPERVISOR-NUM-CUENTA PIC 9(3).
       77 WS-SUPERVISOR-CLAVE PIC 9(4).
       77 WS-SUPERVISOR-CLAVE-HASH PIC 9(8).
       77 WS-SUPERVISOR-AUTORIZADO PIC X VALUE 'N'.
           88 SUPERVISOR-AUTORIZADO VALUE 'S'.

       PROCEDURE DIVISION.
            DISPLAY "-------- PREPAGO PARCIAL DE PRESTAMO --------".

            PERFORM VALIDAR-OPERADOR.

            IF NOT OPERADOR-AUTORIZADO THEN
                STOP RUN
            END-IF.

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO.
            MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO.
            MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO.
            MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA.
            MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO.
            MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            PERFORM CARGAR-FERIADOS.

            DISPLAY "RUT DEL DEUDOR: ".
            ACCEPT WS-RUT.
            MOVE FUNCTION UPPER-CASE(WS-RUT) TO WS-RUT.

            DISPLAY "NUMERO DEL PRESTAMO: ".
            ACCEPT WS-NUM-PRESTAMO.

            PERFORM LEER-PRESTAMO.
            PERFORM ANALIZAR-CALENDARIO.

            DISPLAY "CUENTA DE CARGO DEL DEUDOR: ".
            ACCEPT WS-NUM-CUENTA.

            DISPLAY "MONTO DEL PREPAGO EN PESOS: ".
            ACCEPT WS-MONTO.
            IF WS-MONTO NOT NUMERIC OR WS-MONTO = 0 THEN
                DISPLAY "MONTO INVALIDO"
                STOP RUN
            END-IF.

            PERFORM CONVERTIR-MONTO-PRESTAMO.

            DISPLAY
                "PLA = ACORTAR EL PLAZO, CUO = BAJAR LA CUOTA: ".
            ACCEPT WS-OPCION.
            MOVE FUNCTION UPPER-CASE(WS-OPCION) TO WS-OPCION.
            IF NOT OPCION-ES-VALIDA THEN
                DISPLAY "OPCION INVALIDA"
                STOP RUN
            END-IF.

            PERFORM CALCULAR-COMISION-PREPAGO.

            MOVE WS-MONTO TO WS-FORMATO-MONEDA.
            DISPLAY "PREPAGO:             " WS-FORMATO-MONEDA.
            MOVE WS-COMISION TO WS-FORMATO-MONEDA.
            DISPLAY "COMISION DE PREPAGO: " WS-FORMATO-MONEDA.
            COMPUTE WS-FORMATO-MONEDA = WS-MONTO + WS-COMISION.
            DISPLAY "TOTAL A CARGAR:      " WS-FORMATO-MONEDA.
            DISPLAY "CONFIRMA EL PREPAGO? SI O NO".
            ACCEPT WS-RESPUESTA.
            MOVE FUNCTION UPPER-CASE(WS-RESPUESTA) TO WS-RESPUESTA.
            IF NOT WS-RESPUESTA-SI THEN
                DISPLAY "PREPAGO CANCELADO"
                STOP RUN
            END-IF.

            PERFORM CARGAR-CUENTA-DEUDOR.
            PERFORM REBAJAR-SALDO-PRESTAMO.
            PERFORM REAMORTIZAR-CALENDARIO.
            PERFORM GRABAR-AUDITORIA.
            PERFORM IMPRIMIR-CALENDARIO.

            STOP RUN.

            LEER-PRESTAMO.
               OPEN INPUT ARCHIVO-PRESTAMOS
               IF WS-STATUS-PRESTAMOS = "35"
                   DISPLAY "NO EXISTE ARCHIVO DE PRESTAMOS"
                   STOP RUN
               END-IF

               MOVE WS-RUT TO PRESTAMO-RUT
               MOVE WS-NUM-PRESTAMO TO NUM-PRESTAMO
               READ ARCHIVO-PRESTAMOS
                   INVALID KEY
                       DISPLAY "PRESTAMO NO ENCONTRADO"
                       CLOSE ARCHIVO-PRESTAMOS
                       STOP RUN
               END-READ
               CLOSE ARCHIVO-PRESTAMOS

               IF SALDO-PRESTAMO = 0
                   DISPLAY "EL PRESTAMO YA SE ENCUENTRA PAGADO"
                   STOP RUN
               END-IF

      *        Un prestamo en mora primero se pone al dia (PPR del
      *        cajero o RENEGOCIAR-PRESTAMO): el prepago solo
      *        adelanta capital de un calendario sin atrasos.
               IF PRESTAMO-DIAS-MORA > 0
                   DISPLAY
                       "EL PRESTAMO TIENE " PRESTAMO-DIAS-MORA
                       " DIAS DE MORA. REGULARICE ANTES DE PREPAGAR"
                   STOP RUN
               END-IF

               MOVE PRESTAMO-REAJUSTE TO WS-REAJUSTE
               MOVE TASA-INTERES TO WS-TASA-PRESTAMO.

            ANALIZAR-CALENDARIO.
      *        Recorre el calendario del prestamo: rechaza si queda
      *        alguna cuota impaga ya vencida y ubica el tramo que se
      *        reamortiza (cuotas PEN sin abono alguno), con su
      *        capital pendiente, su primer vencimiento y la cuota
      *        de capital vigente.
               MOVE 0 TO WS-CUOTAS-VENCIDAS
               MOVE 0 TO WS-PRIMERA-CUOTA
               MOVE 0 TO WS-ULTIMA-CUOTA
               MOVE 0 TO WS-CUOTAS-RESTANTES
               MOVE 0 TO WS-CAPITAL-RESTANTE
               MOVE 'N' TO WS-CUOTAS-EOF
               OPEN INPUT ARCHIVO-CUOTAS
               IF WS-STATUS-CUOTAS = "35"
                   MOVE 'S' TO WS-CUOTAS-EOF
               ELSE
                   MOVE WS-RUT TO CUO-RUT
                   MOVE WS-NUM-PRESTAMO TO CUO-NUM-PRESTAMO
                   MOVE 0 TO CUO-NUM-CUOTA
                   START ARCHIVO-CUOTAS
                       KEY IS NOT LESS THAN CUO-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-CUOTAS-EOF
                   END-START
                   PERFORM UNTIL WS-CUOTAS-FIN-ARCHIVO
                       READ ARCHIVO-CUOTAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-CUOTAS-EOF
                       END-READ
                       IF NOT WS-CUOTAS-FIN-ARCHIVO
                           IF CUO-RUT NOT = WS-RUT
                              OR CUO-NUM-PRESTAMO NOT = WS-NUM-PRESTAMO
                               MOVE 'S' TO WS-CUOTAS-EOF
                           ELSE
                               PERFORM EVALUAR-CUOTA-CALENDARIO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-CUOTAS
               END-IF

               IF WS-CUOTAS-VENCIDAS > 0
                   DISPLAY
                       "EL PRESTAMO TIENE " WS-CUOTAS-VENCIDAS
                       " CUOTAS VENCIDAS IMPAGAS. REGULARICE ANTES DE "
                       "PREPAGAR"
                   STOP RUN
               END-IF

               IF WS-CUOTAS-RESTANTES = 0
                   DISPLAY
                       "EL PRESTAMO NO TIENE CUOTAS FUTURAS QUE "
                       "REAMORTIZAR"
                   STOP RUN
               END-IF

               DISPLAY
                   "CUOTAS A REAMORTIZAR: " WS-CUOTAS-RESTANTES
                   " (DESDE LA " WS-PRIMERA-CUOTA
                   ", VENCE " WS-FECHA-PRIMERA-CUOTA ")"
               IF WS-REAJUSTE = "UF"
                   COMPUTE WS-FORMATO-UF = WS-CAPITAL-RESTANTE / 100
                   DISPLAY "CAPITAL PENDIENTE EN UF: " WS-FORMATO-UF
               ELSE
                   MOVE WS-CAPITAL-RESTANTE TO WS-FORMATO-MONEDA
                   DISPLAY "CAPITAL PENDIENTE: " WS-FORMATO-MONEDA
               END-IF.

            EVALUAR-CUOTA-CALENDARIO.
               IF CUO-ESTA-IMPAGA
                  AND CUO-FECHA-VENCIMIENTO < WS-FECHA-HOY
                   ADD 1 TO WS-CUOTAS-VENCIDAS
               END-IF
               IF CUO-ESTADO = "PEN" AND CUO-MONTO-PAGADO = 0
                   IF WS-PRIMERA-CUOTA = 0
                       MOVE CUO-NUM-CUOTA TO WS-PRIMERA-CUOTA
                       MOVE CUO-FECHA-VENCIMIENTO
                           TO WS-FECHA-PRIMERA-CUOTA
                       MOVE CUO-PARTE-CAPITAL
                           TO WS-CAPITAL-CUOTA-ACTUAL
                   END-IF
                   MOVE CUO-NUM-CUOTA TO WS-ULTIMA-CUOTA
                   ADD 1 TO WS-CUOTAS-RESTANTES
                   ADD CUO-PARTE-CAPITAL TO WS-CAPITAL-RESTANTE
               END-IF.

            CONVERTIR-MONTO-PRESTAMO.
      *        El prepago en pesos se expresa en la unidad del
      *        prestamo (centesimos de UF al valor del dia si es
      *        reajustable), la misma de su calendario; debe dejar
      *        capital por amortizar, porque el pago total se cotiza
      *        y se paga por la via de siempre.
               IF WS-REAJUSTE = "UF"
                   PERFORM LEER-VALOR-UF
                   IF WS-VALOR-UF = 0
                       DISPLAY
                           "NO HAY VALOR UF VIGENTE CARGADO. INTENTE "
                           "MAS TARDE"
                       STOP RUN
                   END-IF
                   COMPUTE WS-MONTO-APLICAR ROUNDED =
                       WS-MONTO * 100 / WS-VALOR-UF
               ELSE
                   MOVE WS-MONTO TO WS-MONTO-APLICAR
               END-IF

               IF WS-MONTO-APLICAR >= WS-CAPITAL-RESTANTE
                  OR WS-MONTO-APLICAR >= SALDO-PRESTAMO
                   DISPLAY
                       "EL PREPAGO CUBRE TODO EL CAPITAL PENDIENTE: "
                       "COTICE EL PAGO TOTAL EN ESTADO-PRESTAMO"
                   STOP RUN
               END-IF.

            CALCULAR-COMISION-PREPAGO.
               MOVE 0 TO WS-COMISION
               OPEN INPUT ARCHIVO-TARIFAS
               IF WS-STATUS-TARIFAS NOT = "35"
                   MOVE "CPP" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TAR-MONTO TO WS-TARIFA-CPP-PUNTOS
                           MOVE TAR-UMBRAL-EXENCION
                               TO WS-TARIFA-CPP-UMBRAL
                   END-READ
                   CLOSE ARCHIVO-TARIFAS
               END-IF
               IF WS-TARIFA-CPP-PUNTOS > 0
                  AND WS-MONTO > WS-TARIFA-CPP-UMBRAL
                   COMPUTE WS-COMISION ROUNDED =
                       WS-MONTO * WS-TARIFA-CPP-PUNTOS / 10000
               END-IF.

            CARGAR-CUENTA-DEUDOR.
      *        El cargo respeta embargos y bolsillos igual que un
      *        giro del cajero: prepago y comision salen solo del
      *        saldo libre de una cuenta en pesos del deudor.
               PERFORM SUMAR-EMBARGOS-VIGENTES
               PERFORM SUMAR-BOLSILLOS

               OPEN I-O ARCHIVO-CUENTAS
               MOVE WS-RUT TO RUT
               MOVE WS-NUM-CUENTA TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       DISPLAY "CUENTA DE CARGO NO ENCONTRADA"
                       CLOSE ARCHIVO-CUENTAS
                       STOP RUN
               END-READ

               IF MONEDA-CUENTA NOT = "CLP"
                   DISPLAY "EL PREPAGO SE CARGA SOLO A CUENTAS EN PESOS"
                   CLOSE ARCHIVO-CUENTAS
                   STOP RUN
               END-IF

               IF CUENTA-ESTA-BLOQUEADA
                   DISPLAY "LA CUENTA DE CARGO ESTA BLOQUEADA"
                   CLOSE ARCHIVO-CUENTAS
                   STOP RUN
               END-IF

               COMPUTE WS-SALDO-LIBRE =
                   SALDO - WS-TOTAL-EMBARGADO - WS-TOTAL-BOLSILLOS
               IF WS-MONTO + WS-COMISION > WS-SALDO-LIBRE
                   DISPLAY
                       "EL PREPAGO MAS LA COMISION SUPERA EL SALDO "
                       "LIBRE DE LA CUENTA"
                   CLOSE ARCHIVO-CUENTAS
                   STOP RUN
               END-IF

               SUBTRACT WS-MONTO FROM SALDO
               REWRITE CUENTA
               MOVE "PPR" TO WS-OPERACION-BIT
               MOVE WS-MONTO TO WS-MONTO-BIT
               PERFORM GRABAR-BITACORA-CARGO

               IF WS-COMISION > 0
                   SUBTRACT WS-COMISION FROM SALDO
                   REWRITE CUENTA
                   MOVE "COB" TO WS-OPERACION-BIT
                   MOVE WS-COMISION TO WS-MONTO-BIT
                   PERFORM GRABAR-BITACORA-CARGO
               END-IF
               CLOSE ARCHIVO-CUENTAS

               MOVE SALDO TO WS-FORMATO-MONEDA
               DISPLAY
                   "CARGO REALIZADO. SALDO NUEVO DE LA CUENTA: "
                   WS-FORMATO-MONEDA.

            REBAJAR-SALDO-PRESTAMO.
               OPEN I-O ARCHIVO-PRESTAMOS
               MOVE WS-RUT TO PRESTAMO-RUT
               MOVE WS-NUM-PRESTAMO TO NUM-PRESTAMO
               READ ARCHIVO-PRESTAMOS
                   INVALID KEY
                       DISPLAY "PRESTAMO NO ENCONTRADO"
                       CLOSE ARCHIVO-PRESTAMOS
                       STOP RUN
               END-READ
               SUBTRACT WS-MONTO-APLICAR FROM SALDO-PRESTAMO
               REWRITE PRESTAMO
               CLOSE ARCHIVO-PRESTAMOS.

            REAMORTIZAR-CALENDARIO.
      *        Mismo calendario de capital constante de la
      *        originacion, sobre el capital que queda despues del
      *        prepago y desde la proxima cuota intacta, con sus
      *        mismos vencimientos cada 30 dias: con PLA la cuota de
      *        capital se mantiene y sobran cuotas al final (se
      *        eliminan); con CUO se mantienen las cuotas y baja el
      *        capital de cada una. La ultima absorbe el redondeo.
               COMPUTE WS-SALDO-INSOLUTO =
                   WS-CAPITAL-RESTANTE - WS-MONTO-APLICAR
               IF OPCION-REDUCE-PLAZO
                   IF WS-CAPITAL-CUOTA-ACTUAL = 0
                       MOVE WS-CUOTAS-RESTANTES TO WS-CUOTAS-NUEVAS
                   ELSE
                       COMPUTE WS-CUOTAS-NUEVAS =
                           (WS-SALDO-INSOLUTO
                            + WS-CAPITAL-CUOTA-ACTUAL - 1)
                           / WS-CAPITAL-CUOTA-ACTUAL
                   END-IF
                   IF WS-CUOTAS-NUEVAS > WS-CUOTAS-RESTANTES
                       MOVE WS-CUOTAS-RESTANTES TO WS-CUOTAS-NUEVAS
                   END-IF
                   IF WS-CUOTAS-NUEVAS = 0
                       MOVE 1 TO WS-CUOTAS-NUEVAS
                   END-IF
                   MOVE WS-CAPITAL-CUOTA-ACTUAL TO WS-PARTE-CAPITAL
               ELSE
                   MOVE WS-CUOTAS-RESTANTES TO WS-CUOTAS-NUEVAS
                   COMPUTE WS-PARTE-CAPITAL =
                       WS-SALDO-INSOLUTO / WS-CUOTAS-NUEVAS
               END-IF

               COMPUTE WS-TASA-MENSUAL = WS-TASA-PRESTAMO / 12
               COMPUTE WS-ENTERO-VENCIMIENTO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PRIMERA-CUOTA)

               OPEN I-O ARCHIVO-CUOTAS
               PERFORM VARYING WS-CUOTA-INDICE FROM 1 BY 1
                       UNTIL WS-CUOTA-INDICE > WS-CUOTAS-RESTANTES
                   COMPUTE WS-CUOTA-NUMERO =
                       WS-PRIMERA-CUOTA + WS-CUOTA-INDICE - 1
                   MOVE WS-RUT TO CUO-RUT
                   MOVE WS-NUM-PRESTAMO TO CUO-NUM-PRESTAMO
                   MOVE WS-CUOTA-NUMERO TO CUO-NUM-CUOTA
                   IF WS-CUOTA-INDICE > WS-CUOTAS-NUEVAS
                       DELETE ARCHIVO-CUOTAS RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       PERFORM GRABAR-CUOTA-NUEVA
                   END-IF
               END-PERFORM
               CLOSE ARCHIVO-CUOTAS

               DISPLAY
                   "CALENDARIO REAMORTIZADO: " WS-CUOTAS-NUEVAS
                   " CUOTAS EN VEZ DE " WS-CUOTAS-RESTANTES.

            GRABAR-CUOTA-NUEVA.
               COMPUTE WS-PARTE-INTERES ROUNDED =
                   WS-SALDO-INSOLUTO * WS-TASA-MENSUAL
               COMPUTE WS-PARTE-SEGURO ROUNDED =
                   WS-SALDO-INSOLUTO * WS-TASA-DESGRAVAMEN
               IF WS-CUOTA-INDICE = WS-CUOTAS-NUEVAS
                  OR WS-PARTE-CAPITAL > WS-SALDO-INSOLUTO
                   MOVE WS-SALDO-INSOLUTO TO WS-PARTE-CAPITAL
               END-IF
               COMPUTE WS-FECHA-VENCIMIENTO =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-VENCIMIENTO)

               MOVE WS-FECHA-VENCIMIENTO TO CUO-FECHA-VENCIMIENTO
               COMPUTE CUO-MONTO-CUOTA =
                   WS-PARTE-CAPITAL + WS-PARTE-INTERES
                   + WS-PARTE-SEGURO
               MOVE WS-PARTE-CAPITAL TO CUO-PARTE-CAPITAL
               MOVE WS-PARTE-INTERES TO CUO-PARTE-INTERES
               MOVE WS-PARTE-SEGURO TO CUO-PARTE-SEGURO
               MOVE 'N' TO CUO-SEGURO-LIQUIDADO
               MOVE 0 TO CUO-MONTO-PAGADO
               MOVE "PEN" TO CUO-ESTADO
               WRITE CUOTA-PRESTAMO
                   INVALID KEY
                       REWRITE CUOTA-PRESTAMO
               END-WRITE

               SUBTRACT WS-PARTE-CAPITAL FROM WS-SALDO-INSOLUTO
               ADD 30 TO WS-ENTERO-VENCIMIENTO.

            IMPRIMIR-CALENDARIO.
      *        Calendario completo del prestamo tal como queda, para
      *        entregar al cliente: cuotas ya pagadas y las nuevas.
               DISPLAY " "
               DISPLAY "========================================"
               DISPLAY "   NUEVO CALENDARIO DE AMORTIZACION"
               DISPLAY "========================================"
               DISPLAY "DEUDOR:   " WS-RUT
               DISPLAY "PRESTAMO: " WS-NUM-PRESTAMO
                   "  TASA ANUAL: " WS-TASA-PRESTAMO
                   "  " WS-REAJUSTE
               DISPLAY "FECHA:    " WS-FECHAYHORA-FORMATEADA
               IF WS-REAJUSTE = "UF"
                   DISPLAY "(MONTOS EN CENTESIMOS DE UF)"
               END-IF
               DISPLAY "----------------------------------------"
               MOVE 'N' TO WS-CUOTAS-EOF
               OPEN INPUT ARCHIVO-CUOTAS
               MOVE WS-RUT TO CUO-RUT
               MOVE WS-NUM-PRESTAMO TO CUO-NUM-PRESTAMO
               MOVE 0 TO CUO-NUM-CUOTA
               START ARCHIVO-CUOTAS
                   KEY IS NOT LESS THAN CUO-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-CUOTAS-EOF
               END-START
               PERFORM UNTIL WS-CUOTAS-FIN-ARCHIVO
                   READ ARCHIVO-CUOTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-CUOTAS-EOF
                   END-READ
                   IF NOT WS-CUOTAS-FIN-ARCHIVO
                       IF CUO-RUT NOT = WS-RUT
                          OR CUO-NUM-PRESTAMO NOT = WS-NUM-PRESTAMO
                           MOVE 'S' TO WS-CUOTAS-EOF
                       ELSE
                           DISPLAY
                               "CUOTA " CUO-NUM-CUOTA " VENCE "
                               CUO-FECHA-VENCIMIENTO " CAPITAL "
                               CUO-PARTE-CAPITAL " INTERES "
                               CUO-PARTE-INTERES " SEGURO "
                               CUO-PARTE-SEGURO " TOTAL "
                               CUO-MONTO-CUOTA " " CUO-ESTADO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARCHIVO-CUOTAS
               DISPLAY "========================================".

            LEER-VALOR-UF.
      *        Valor UF vigente desde valores_uf.txt: la ultima linea
      *        cuya fecha ya llego, igual que el cajero. Sin archivo
      *        queda en cero y el prepago de un prestamo UF se
      *        rechaza.
               MOVE 0 TO WS-VALOR-UF
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

            SUMAR-EMBARGOS-VIGENTES.
      *        Total embargado vigente del deudor, con la misma
      *        regla de vigencia del cajero.
               MOVE 0 TO WS-TOTAL-EMBARGADO
               MOVE 'N' TO WS-EMBARGOS-EOF
               OPEN INPUT ARCHIVO-EMBARGOS
               IF WS-STATUS-EMBARGOS = "35"
                   MOVE 'S' TO WS-EMBARGOS-EOF
               ELSE
                   MOVE WS-RUT TO EMB-RUT
                   MOVE LOW-VALUES TO EMB-NUM-ORDEN
                   START ARCHIVO-EMBARGOS
                       KEY IS NOT LESS THAN EMB-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-EMBARGOS-EOF
                   END-START
                   PERFORM UNTIL WS-EMBARGOS-FIN-ARCHIVO
                       READ ARCHIVO-EMBARGOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-EMBARGOS-EOF
                       END-READ
                       IF NOT WS-EMBARGOS-FIN-ARCHIVO
                           IF EMB-RUT NOT = WS-RUT
                               MOVE 'S' TO WS-EMBARGOS-EOF
                           ELSE
                               IF EMB-ESTA-VIGENTE
                                  AND (EMB-FECHA-EXPIRACION = 0
                                   OR EMB-FECHA-EXPIRACION
                                      >= WS-FECHA-HOY)
                                   ADD EMB-MONTO
                                       TO WS-TOTAL-EMBARGADO
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-EMBARGOS
               END-IF.

            SUMAR-BOLSILLOS.
      *        Total apartado en bolsillos de la cuenta del
      *        deudor; cero si aun no existen.
               MOVE 0 TO WS-TOTAL-BOLSILLOS
               MOVE 'N' TO WS-BOLSILLOS-EOF
               OPEN INPUT ARCHIVO-BOLSILLOS
               IF WS-STATUS-BOLSILLOS = "35"
                   MOVE 'S' TO WS-BOLSILLOS-EOF
               ELSE
                   MOVE WS-RUT TO BOL-RUT
                   MOVE WS-NUM-CUENTA TO BOL-NUM-CUENTA
                   MOVE 0 TO BOL-NUMERO
                   START ARCHIVO-BOLSILLOS
                       KEY IS NOT LESS THAN BOL-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-BOLSILLOS-EOF
                   END-START
                   PERFORM UNTIL WS-BOLSILLOS-FIN-ARCHIVO
                       READ ARCHIVO-BOLSILLOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-BOLSILLOS-EOF
                       END-READ
                       IF NOT WS-BOLSILLOS-FIN-ARCHIVO
                           IF BOL-RUT NOT = WS-RUT
                              OR BOL-NUM-CUENTA NOT = WS-NUM-CUENTA
                               MOVE 'S' TO WS-BOLSILLOS-EOF
                           ELSE
                               ADD BOL-MONTO TO WS-TOTAL-BOLSILLOS
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-BOLSILLOS
               END-IF.

            GRABAR-BITACORA-CARGO.
      *        El registro de la cuenta sigue posicionado. El prepago
      *        queda como PPR, igual que un pago de cuota del cajero,
      *        y la comision como COB, para que el cuadre y la
      *        contabilidad los tomen por sus vias de siempre.
               PERFORM SIGUIENTE-NUMERO-SECUENCIA
               OPEN EXTEND ARCHIVO-BITACORA
               MOVE SPACES TO REGISTRO-BITACORA
               MOVE RUT TO BIT-RUT
               MOVE NUM-CUENTA TO BIT-NUM-CUENTA
               MOVE WS-OPERACION-BIT TO BIT-OPERACION
               MOVE WS-MONTO-BIT TO BIT-MONTO
               MOVE SALDO TO BIT-SALDO
               MOVE WS-FECHAYHORA-FORMATEADA TO BIT-FECHAYHORA
               MOVE WS-NUM-SECUENCIA TO BIT-NUM-SECUENCIA
               MOVE WS-ID-TERMINAL TO BIT-ID-TERMINAL
               MOVE SPACES TO BIT-ANU-TIPO-ORIGINAL
               MOVE 0 TO BIT-TASA-CAMBIO
               MOVE MONEDA-CUENTA TO BIT-MONEDA
               MOVE 'C' TO BIT-ABONO-CARGO
               MOVE SPACES TO BIT-CODIGO-CONVENIO
               MOVE 0 TO BIT-SECUENCIA-ORIGINAL
               PERFORM SETEAR-FECHA-NEGOCIO
               MOVE WS-FECHA-NEGOCIO TO BIT-FECHA-NEGOCIO
               IF WS-OPERACION-BIT = "COB"
                   PERFORM DESGLOSAR-IVA-COMISION
               END-IF
               PERFORM CALCULAR-HASH-BITACORA
               WRITE REGISTRO-BITACORA AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-BITACORA
               PERFORM GRABAR-MOVIMIENTO-INDEXADO.

            GRABAR-AUDITORIA.
               OPEN EXTEND ARCHIVO-AUDITORIA
               MOVE SPACES TO REGISTRO-AUDITORIA-ADMIN
               MOVE WS-FECHAYHORA-FORMATEADA TO ADM-FECHAYHORA
               MOVE WS-OPERADOR-RUT TO ADM-EJECUTIVO-RUT
               MOVE "PREPAGO-PREST" TO ADM-PROGRAMA
               MOVE "PREPAGA" TO ADM-ACCION
               MOVE SPACES TO ADM-OBJETO
               STRING
                   WS-RUT DELIMITED BY SPACE
                   "-P" DELIMITED BY SIZE
                   WS-NUM-PRESTAMO DELIMITED BY SIZE
                   INTO ADM-OBJETO
               END-STRING
               MOVE SPACES TO WS-DETALLE-AUDIT
               STRING
                   WS-OPCION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONTO DELIMITED BY SIZE
                   " COM " DELIMITED BY SIZE
                   WS-COMISION DELIMITED BY SIZE
                   " CUOTAS " DELIMITED BY SIZE
                   WS-CUOTAS-NUEVAS DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDIT
               END-STRING
               MOVE WS-DETALLE-AUDIT TO ADM-DETALLE
               WRITE REGISTRO-AUDITORIA-ADMIN
               CLOSE ARCHIVO-AUDITORIA.

            GRABAR-MOVIMIENTO-INDEXADO.
      *        Replica del movimiento recien dejado en la bitacora en
      *        el indice por cliente (movimientos.txt), con los
      *        campos de REGISTRO-BITACORA todavia cargados; si el
      *        indice aun no existe se crea vacio antes de continuar.
               OPEN I-O ARCHIVO-MOVIMIENTOS
               IF WS-STATUS-MOVIMIENTOS = "35"
                   OPEN OUTPUT ARCHIVO-MOVIMIENTOS
                   CLOSE ARCHIVO-MOVIMIENTOS
                   OPEN I-O ARCHIVO-MOVIMIENTOS
               END-IF
               MOVE BIT-RUT TO MOV-RUT
               MOVE BIT-NUM-CUENTA TO MOV-NUM-CUENTA
               MOVE BIT-NUM-SECUENCIA TO MOV-NUM-SECUENCIA
               MOVE BIT-OPERACION TO MOV-OPERACION
               MOVE BIT-MONTO TO MOV-MONTO
               MOVE BIT-SALDO TO MOV-SALDO
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
               PERFORM CARGAR-TASA-IVA
               MOVE BIT-MONTO TO WS-IVA-BRUTO
               COMPUTE BIT-MONTO-NETO ROUNDED =
                   (WS-IVA-BRUTO * 10000) / (10000 + WS-TASA-IVA-PB)
               COMPUTE BIT-MONTO-IVA =
                   WS-IVA-BRUTO - BIT-MONTO-NETO.

            CALCULAR-HASH-BITACORA.
      *        Hash encadenado del movimiento que esta cargado en
      *        REGISTRO-BITACORA: mezcla el hash del movimiento
      *        anterior (ancla hash_bitacora.txt) con secuencia,
      *        monto y saldo de esta linea, deja el resultado en
      *        BIT-HASH y avanza el ancla. Cualquier edicion
      *        posterior de una linea rompe la cadena de todo lo que
      *        la sigue.
               MOVE 0 TO WS-HASH-ANTERIOR
               OPEN INPUT ARCHIVO-HASH-BITACORA
               IF WS-STATUS-HASH NOT = "35"
                   READ ARCHIVO-HASH-BITACORA
                       AT END
                           MOVE 0 TO WS-HASH-ANTERIOR
                       NOT AT END
                           MOVE REGISTRO-HASH-BITACORA
                               TO WS-HASH-ANTERIOR
                   END-READ
               END-IF
               CLOSE ARCHIVO-HASH-BITACORA
               MOVE BIT-MONTO TO WS-HASH-MONTO
               MOVE BIT-SALDO TO WS-HASH-SALDO
               COMPUTE BIT-HASH =
                   FUNCTION MOD
                       ((WS-HASH-ANTERIOR * 31)
                       + (BIT-NUM-SECUENCIA * 7)
                       + (WS-HASH-MONTO * 13)
                       + ((WS-HASH-SALDO + 99999999) * 3)
                       + 17, 100000000)
               OPEN OUTPUT ARCHIVO-HASH-BITACORA
               MOVE BIT-HASH TO REGISTRO-HASH-BITACORA
               WRITE REGISTRO-HASH-BITACORA
               CLOSE ARCHIVO-HASH-BITACORA.

            SIGUIENTE-NUMERO-SECUENCIA.
      *        Comparte el mismo contador persistido que
      *        CAJERO-AUTOMATICO, protegido por LOCK MODE AUTOMATIC
      *        para que dos procesos que lo llamen a la vez no puedan
      *        dejar dos movimientos con el mismo numero.
               MOVE "S" TO SEC-CLAVE
               OPEN I-O ARCHIVO-SECUENCIA
               IF WS-STATUS-SECUENCIA = "35"
                   OPEN OUTPUT ARCHIVO-SECUENCIA
                   MOVE "S" TO SEC-CLAVE
                   MOVE 0 TO SEC-ULTIMO-NUMERO
                   WRITE REGISTRO-SECUENCIA
                   CLOSE ARCHIVO-SECUENCIA
                   MOVE "S" TO SEC-CLAVE
                   OPEN I-O ARCHIVO-SECUENCIA
               END-IF
               READ ARCHIVO-SECUENCIA
                   INVALID KEY
                       MOVE 0 TO SEC-ULTIMO-NUMERO
               END-READ
               ADD 1 TO SEC-ULTIMO-NUMERO
               MOVE SEC-ULTIMO-NUMERO TO WS-NUM-SECUENCIA
               REWRITE REGISTRO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA.

            VALIDAR-OPERADOR.
      *        Inicio de sesion contra el maestro de operadores
      *        usuarios.txt: cada funcionario entra con su propia
      *        clave y solo con el rol que este programa exige; tres
      *        claves malas seguidas bloquean al operador. Mientras
      *        el maestro no exista (puesta en marcha) se mantiene
      *        la firma con cuenta supervisora de siempre.
               MOVE 'N' TO WS-OPERADOR-AUTORIZADO

               DISPLAY "RUT DEL OPERADOR: "
               ACCEPT WS-OPERADOR-RUT
               MOVE FUNCTION UPPER-CASE(WS-OPERADOR-RUT)
                   TO WS-OPERADOR-RUT

               DISPLAY "CLAVE DEL OPERADOR: "
               ACCEPT WS-OPERADOR-CLAVE

               COMPUTE WS-OPERADOR-CLAVE-HASH =
                   FUNCTION MOD
                       ((WS-OPERADOR-CLAVE * 7919) + 104729,
                        100000000)

               OPEN I-O ARCHIVO-USUARIOS
               IF WS-STATUS-USUARIOS = "35"
                   PERFORM AUTORIZAR-SUPERVISOR
                   IF SUPERVISOR-AUTORIZADO
                       MOVE 'S' TO WS-OPERADOR-AUTORIZADO
                       MOVE WS-SUPERVISOR-RUT TO WS-OPERADOR-RUT
                   END-IF
               ELSE
                   MOVE WS-OPERADOR-RUT TO USU-RUT
                   READ ARCHIVO-USUARIOS
                       INVALID KEY
                           DISPLAY "OPERADOR NO REGISTRADO"
                       NOT INVALID KEY
                           PERFORM EVALUAR-CREDENCIAL-OPERADOR
                   END-READ
                   CLOSE ARCHIVO-USUARIOS
               END-IF.

            EVALUAR-CREDENCIAL-OPERADOR.
               IF USU-ESTA-BLOQUEADO
                   DISPLAY
                       "OPERADOR BLOQUEADO. SOLICITE DESBLOQUEO A "
                       "UN SUPERVISOR"
               ELSE
                   IF WS-OPERADOR-CLAVE-HASH = USU-CLAVE
                       IF USU-ES-EJECUTIVO OR USU-ES-SUPERVISOR
                           MOVE 'S' TO WS-OPERADOR-AUTORIZADO
                           MOVE 0 TO USU-INTENTOS-FALLIDOS
                           REWRITE USUARIO
                       ELSE
                           DISPLAY
                               "SU ROL NO PERMITE USAR ESTE "
                               "PROGRAMA (EJE/SUP)"
                       END-IF
                   ELSE
                       DISPLAY "CLAVE DE OPERADOR INVALIDA"
                       ADD 1 TO USU-INTENTOS-FALLIDOS
                       IF USU-INTENTOS-FALLIDOS >= 3
                           MOVE 'S' TO USU-BLOQUEADO
                           DISPLAY
                               "OPERADOR BLOQUEADO POR EXCESO DE "
                               "INTENTOS"
                       END-IF
                       REWRITE USUARIO
                   END-IF
               END-IF.

            AUTORIZAR-SUPERVISOR.
      *        Exige RUT y CLAVE de una cuenta marcada CUENTA-ES-
      *        SUPERVISOR, validados contra ARCHIVO-CUENTAS igual que
      *        AUTORIZAR-GIRO-SUPERVISOR en CAJERO-AUTOMATICO, en vez
      *        de una clave unica compartida entre todos los
      *        ejecutivos.
               MOVE 'N' TO WS-SUPERVISOR-AUTORIZADO

               DISPLAY "RUT DEL SUPERVISOR: "
               ACCEPT WS-SUPERVISOR-RUT
               MOVE FUNCTION UPPER-CASE(WS-SUPERVISOR-RUT)
                   TO WS-SUPERVISOR-RUT

               DISPLAY "NUMERO DE CUENTA DEL SUPERVISOR: "
               ACCEPT WS-SUPERVISOR-NUM-CUENTA

               DISPLAY "CLAVE DEL SUPERVISOR: "
               ACCEPT WS-SUPERVISOR-CLAVE

               COMPUTE WS-SUPERVISOR-CLAVE-HASH =
                   FUNCTION MOD
                       ((WS-SUPERVISOR-CLAVE * 7919) + 104729,
                        100000000)

               OPEN INPUT ARCHIVO-CUENTAS
               MOVE WS-SUPERVISOR-RUT TO RUT
               MOVE WS-SUPERVISOR-NUM-CUENTA TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       DISPLAY "SUPERVISOR NO ENCONTRADO"
                   NOT INVALID KEY
                       IF CUENTA-ES-SUPERVISOR
                          AND WS-SUPERVISOR-CLAVE-HASH = CLAVE THEN
                           MOVE 'S' TO WS-SUPERVISOR-AUTORIZADO
                       ELSE
                           DISPLAY
                               "CREDENCIALES DE SUPERVISOR INVALIDAS"
                       END-IF
               END-READ
               CLOSE ARCHIVO-CUENTAS.

            SETEAR-FECHA-NEGOCIO.
      *        Fecha de negocio del movimiento en curso, igual que
      *        el cajero automatico: la fecha de reloj, corrida al
      *        dia siguiente si ya paso la hora de corte, y de ahi
      *        al primer dia habil.
               COMPUTE WS-FHA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               IF WS-HORA-FORMATEADA >= WS-HORA-CORTE-NEGOCIO
                   ADD 1 TO WS-FHA-ENTERO
               END-IF
               PERFORM AJUSTAR-FECHA-HABIL
               COMPUTE WS-FECHA-NEGOCIO =
                   FUNCTION DATE-OF-INTEGER(WS-FHA-ENTERO).

            CARGAR-FERIADOS.
      *        Carga el calendario de feriados en memoria como fechas
      *        enteras (INTEGER-OF-DATE) para comparar rapido; si el
      *        archivo no existe todavia, solo se saltan sabados y
      *        domingos.
               MOVE 0 TO WS-FERIADOS-CANTIDAD
               OPEN INPUT ARCHIVO-FERIADOS
               IF WS-STATUS-FERIADOS NOT = "35"
                   MOVE 'N' TO WS-FERIADOS-EOF
                   PERFORM UNTIL WS-FERIADOS-FIN-ARCHIVO
                       READ ARCHIVO-FERIADOS
                           AT END
                               MOVE 'S' TO WS-FERIADOS-EOF
                           NOT AT END
                               IF FER-FECHA NUMERIC
                                  AND FER-FECHA > 0
                                  AND WS-FERIADOS-CANTIDAD < 120
                                   ADD 1 TO WS-FERIADOS-CANTIDAD
                                   COMPUTE WS-FERIADO-ENTERO
                                       (WS-FERIADOS-CANTIDAD) =
                                       FUNCTION INTEGER-OF-DATE
                                           (FER-FECHA)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-FERIADOS
               END-IF.

            VERIFICAR-DIA-HABIL.
      *        Deja WS-FHA-ES-HABIL segun la fecha entera en
      *        WS-FHA-ENTERO: sabado, domingo o feriado del
      *        calendario no son habiles. El dia 1 del calendario
      *        interno fue lunes, por eso MOD 7 da 6 para sabado y 0
      *        para domingo.
               MOVE 'S' TO WS-FHA-ES-HABIL
               COMPUTE WS-FHA-DIA-SEMANA =
                   FUNCTION MOD(WS-FHA-ENTERO, 7)
               IF WS-FHA-DIA-SEMANA = 0 OR WS-FHA-DIA-SEMANA = 6
                   MOVE 'N' TO WS-FHA-ES-HABIL
               ELSE
                   PERFORM VARYING WS-FERIADOS-INDICE FROM 1 BY 1
                           UNTIL WS-FERIADOS-INDICE
                                 > WS-FERIADOS-CANTIDAD
                       IF WS-FERIADO-ENTERO(WS-FERIADOS-INDICE)
                          = WS-FHA-ENTERO
                           MOVE 'N' TO WS-FHA-ES-HABIL
                           MOVE 999 TO WS-FERIADOS-INDICE
                       END-IF
                   END-PERFORM
               END-IF.

            AJUSTAR-FECHA-HABIL.
      *        Corre la fecha entera de WS-FHA-ENTERO hacia adelante
      *        hasta el primer dia habil (ella misma si ya lo es).
               PERFORM VERIFICAR-DIA-HABIL
               PERFORM UNTIL FECHA-ES-HABIL
                   ADD 1 TO WS-FHA-ENTERO
                   PERFORM VERIFICAR-DIA-HABIL
               END-PERFORM.
       END PROGRAM PREPAGO-PRESTAMO.
