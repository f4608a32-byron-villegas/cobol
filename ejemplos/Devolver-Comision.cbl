      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Devolucion y condonacion de comisiones para
      *          ejecutivos y supervisores, cuando un cliente reclama
      *          un cobro. Reemplaza el abono manual que se le pedia
      *          a operaciones, que no dejaba motivo ni tenia tope:
      *          DEV devuelve total o parcialmente un cobro de
      *          comision (COB, COM o CXC) elegido por su secuencia,
      *          como movimiento DCO propio enlazado al original
      *          (BIT-SECUENCIA-ORIGINAL y BIT-ANU-TIPO-ORIGINAL) y
      *          desglosado en neto e IVA; CON condona el impago de
      *          una partida abierta de comisiones_por_cobrar.txt.
      *          Ambas exigen un codigo de motivo y consumen el tope
      *          mensual del operador segun su rol (tarifa DVC), y
      *          quedan en devoluciones_comision.txt, de donde sale
      *          el reporte mensual REPORTE-DEVOLUCIONES-COMISION, y
      *          en la bitacora administrativa. Un cobro no se puede
      *          devolver por mas de lo que se cobro, sumando sus
      *          devoluciones anteriores.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLVER-COMISION.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Devolucion y condonacion de comisiones con topes.

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
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-TARIFAS ASSIGN TO "tarifas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARIFAS.
           SELECT ARCHIVO-CXC
               ASSIGN TO "comisiones_por_cobrar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CXC.
           SELECT OPTIONAL ARCHIVO-DEVOLUCIONES
               ASSIGN TO "devoluciones_comision.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEVOLUCIONES.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
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
       FD ARCHIVO-AUDITORIA.
           COPY "AUDITORIA-ADMIN.CPY".
       FD ARCHIVO-TARIFAS.
           COPY "TARIFA.CPY".
       FD ARCHIVO-CXC.
           COPY "COMISION-PENDIENTE.CPY".
       FD ARCHIVO-DEVOLUCIONES.
           COPY "DEVOLUCION-COMISION.CPY".
       WORKING-STORAGE SECTION.
      *    Inicio de sesion del operador contra el maestro
      *    usuarios.txt (roles y bloqueo por intentos); ver
      *    USUARIO.CPY. El rol decide el tope mensual.
       77 WS-STATUS-USUARIOS PIC X(2) VALUE "00".
       77 WS-OPERADOR-RUT PIC X(10).
       77 WS-OPERADOR-CLAVE PIC 9(4).
       77 WS-OPERADOR-CLAVE-HASH PIC 9(8).
       77 WS-OPERADOR-AUTORIZADO PIC X VALUE 'N'.
           88 OPERADOR-AUTORIZADO VALUE 'S'.
       77 WS-OPERADOR-ROL PIC X(3) VALUE "SUP".
           88 OPERADOR-ES-SUPERVISOR VALUE "SUP".
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-SECUENCIA PIC X(2) VALUE "00".
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
       77 WS-STATUS-HASH PIC X(2) VALUE "00".
       77 WS-STATUS-TARIFAS PIC X(2) VALUE "00".
       77 WS-STATUS-CXC PIC X(2) VALUE "00".
       77 WS-STATUS-DEVOLUCIONES PIC X(2) VALUE "00".
       77 WS-DEVOLUCIONES-EOF PIC X VALUE 'N'.
           88 WS-DEVOLUCIONES-FIN-ARCHIVO VALUE 'S'.
       77 WS-HASH-ANTERIOR PIC 9(8) VALUE 0.
       77 WS-HASH-MONTO PIC 9(8).
       77 WS-HASH-SALDO PIC S9(8).
       77 WS-NUM-SECUENCIA PIC 9(10) VALUE 0.
       77 WS-ID-TERMINAL PIC X(8) VALUE "EJECDEVC".
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA VALUE "DEV" "CON".
           88 ACCION-ES-DEVOLUCION VALUE "DEV".
       77 WS-RUT PIC X(10).
       77 WS-NUM-CUENTA PIC 9(3).
       77 WS-MOTIVO PIC X(3).
           88 MOTIVO-ES-VALIDO VALUE "ERR" "DUP" "SER" "RET" "EXC".
       77 WS-TEXTO-MOTIVO PIC X(40).
      *    Partida elegida: el cobro de comision (DEV) o la partida
      *    abierta de la cartera por cobrar (CON).
       77 WS-SECUENCIA-ORIGINAL PIC 9(10) VALUE 0.
       77 WS-FECHA-DEVENGO PIC 9(8) VALUE 0.
       77 WS-OPERACION-ORIGINAL PIC X(3).
           88 OPERACION-ES-COMISION VALUE "COB" "COM" "CXC".
       77 WS-MONTO-ORIGINAL PIC 9(8) VALUE 0.
       77 WS-PARTIDA-ENCONTRADA PIC X VALUE 'N'.
           88 PARTIDA-ENCONTRADA VALUE 'S'.
       77 WS-DEVUELTO-PREVIO PIC 9(10) VALUE 0.
       77 WS-MONTO-DEVOLVIBLE PIC 9(10) VALUE 0.
       77 WS-MONTO PIC 9(8) VALUE 0.
       77 WS-APLICADO PIC X VALUE 'N'.
           88 MOVIMIENTO-APLICADO VALUE 'S'.
      *    Topes mensuales por rol (tarifa DVC): lo devuelto y
      *    condonado por el operador en el mes en curso, sumado
      *    desde devoluciones_comision.txt, no puede pasar del tope
      *    de su rol.
       77 WS-TOPE-EJECUTIVO PIC 9(8) VALUE 100000.
       77 WS-TOPE-SUPERVISOR PIC 9(8) VALUE 1000000.
       77 WS-TOPE-OPERADOR PIC 9(8) VALUE 0.
       77 WS-USADO-MES PIC 9(10) VALUE 0.
       77 WS-DISPONIBLE-TOPE PIC 9(10) VALUE 0.
       77 WS-MES-ACTUAL PIC X(7).
      *    Tasa de IVA de las comisiones (tarifa IVA del tarifario,
      *    puntos base): el DCO se desglosa igual que el cobro.
       77 WS-TASA-IVA-PB PIC 9(5) VALUE 1900.
       77 WS-IVA-BRUTO PIC 9(8).
       77 WS-RESPUESTA PIC XX.
           88 WS-RESPUESTA-SI VALUE "SI".
       77 WS-FORMATO-MONEDA PIC -(8)9.
       77 WS-DETALLE-AUDIT PIC X(40).
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).
      *    Calendario de feriados y derivacion de la fecha de
      *    negocio del movimiento, igual que en el cajero
      *    automatico.
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
            DISPLAY "------ DEVOLUCION DE COMISIONES ------".

            PERFORM VALIDAR-OPERADOR.

            IF NOT OPERADOR-AUTORIZADO THEN
                STOP RUN
            END-IF.

            PERFORM SETEAR-FECHA-ACTUAL.
            MOVE WS-FECHAYHORA-FORMATEADA(1:7) TO WS-MES-ACTUAL.
            PERFORM CARGAR-FERIADOS.
            PERFORM CARGAR-TARIFAS-DEVOLUCION.

            IF OPERADOR-ES-SUPERVISOR
                MOVE WS-TOPE-SUPERVISOR TO WS-TOPE-OPERADOR
            ELSE
                MOVE WS-TOPE-EJECUTIVO TO WS-TOPE-OPERADOR
            END-IF.

            DISPLAY
                "ACCION (DEV=DEVOLVER UN COBRO, CON=CONDONAR "
                "COMISION POR COBRAR): ".
            ACCEPT WS-ACCION.
            MOVE FUNCTION UPPER-CASE(WS-ACCION) TO WS-ACCION.
            IF NOT WS-ACCION-ES-VALIDA THEN
                DISPLAY "ACCION NO VALIDA"
                STOP RUN
            END-IF.

            DISPLAY "RUT DEL CLIENTE: ".
            ACCEPT WS-RUT.
            MOVE FUNCTION UPPER-CASE(WS-RUT) TO WS-RUT.
            DISPLAY "NUMERO DE CUENTA: ".
            ACCEPT WS-NUM-CUENTA.

            IF ACCION-ES-DEVOLUCION
                PERFORM SELECCIONAR-COBRO
            ELSE
                PERFORM SELECCIONAR-PARTIDA-CXC
            END-IF.
            IF NOT PARTIDA-ENCONTRADA THEN
                STOP RUN
            END-IF.

            PERFORM SUMAR-DEVOLUCIONES-PREVIAS.

            IF WS-USADO-MES >= WS-TOPE-OPERADOR
                MOVE 0 TO WS-DISPONIBLE-TOPE
            ELSE
                COMPUTE WS-DISPONIBLE-TOPE =
                    WS-TOPE-OPERADOR - WS-USADO-MES
            END-IF.
            IF WS-DEVUELTO-PREVIO >= WS-MONTO-ORIGINAL
                MOVE 0 TO WS-MONTO-DEVOLVIBLE
            ELSE
                COMPUTE WS-MONTO-DEVOLVIBLE =
                    WS-MONTO-ORIGINAL - WS-DEVUELTO-PREVIO
            END-IF.

            MOVE WS-MONTO-ORIGINAL TO WS-FORMATO-MONEDA.
            DISPLAY "MONTO ORIGINAL:          " WS-FORMATO-MONEDA.
            MOVE WS-DEVUELTO-PREVIO TO WS-FORMATO-MONEDA.
            DISPLAY "YA DEVUELTO:             " WS-FORMATO-MONEDA.
            MOVE WS-MONTO-DEVOLVIBLE TO WS-FORMATO-MONEDA.
            DISPLAY "DISPONIBLE PARA DEVOLVER:" WS-FORMATO-MONEDA.
            MOVE WS-DISPONIBLE-TOPE TO WS-FORMATO-MONEDA.
            DISPLAY "SU TOPE DISPONIBLE (" WS-OPERADOR-ROL "):  "
                WS-FORMATO-MONEDA.

            IF WS-MONTO-DEVOLVIBLE = 0 THEN
                DISPLAY "EL COBRO YA FUE DEVUELTO COMPLETO"
                STOP RUN
            END-IF.

      *     La condonacion es siempre del impago completo de la
      *     partida; la devolucion puede ser parcial.
            IF ACCION-ES-DEVOLUCION
                DISPLAY "MONTO A DEVOLVER (0 = TODO LO DISPONIBLE): "
                ACCEPT WS-MONTO
                IF WS-MONTO NOT NUMERIC OR WS-MONTO = 0
                    MOVE WS-MONTO-DEVOLVIBLE TO WS-MONTO
                END-IF
            ELSE
                MOVE WS-MONTO-DEVOLVIBLE TO WS-MONTO
            END-IF.
            IF WS-MONTO > WS-MONTO-DEVOLVIBLE THEN
                DISPLAY "EL MONTO SUPERA LO QUE SE PUEDE DEVOLVER"
                STOP RUN
            END-IF.
            IF WS-MONTO > WS-DISPONIBLE-TOPE THEN
                DISPLAY "EL MONTO EXCEDE SU TOPE MENSUAL DE "
                    "DEVOLUCIONES"
                IF NOT OPERADOR-ES-SUPERVISOR
                    DISPLAY "SOLICITELA A UN SUPERVISOR"
                END-IF
                STOP RUN
            END-IF.

            DISPLAY
                "MOTIVO (ERR=COBRO ERRONEO, DUP=DUPLICADO, "
                "SER=FALLA DE SERVICIO, RET=RETENCION, "
                "EXC=EXCEPCION COMERCIAL): ".
            ACCEPT WS-MOTIVO.
            MOVE FUNCTION UPPER-CASE(WS-MOTIVO) TO WS-MOTIVO.
            IF NOT MOTIVO-ES-VALIDO THEN
                DISPLAY "MOTIVO NO VALIDO"
                STOP RUN
            END-IF.
            DISPLAY "DETALLE DEL RECLAMO: ".
            ACCEPT WS-TEXTO-MOTIVO.
            MOVE FUNCTION UPPER-CASE(WS-TEXTO-MOTIVO)
                TO WS-TEXTO-MOTIVO.

            MOVE WS-MONTO TO WS-FORMATO-MONEDA.
            IF ACCION-ES-DEVOLUCION
                DISPLAY "CONFIRMA DEVOLVER " WS-FORMATO-MONEDA
                    "? SI O NO"
            ELSE
                DISPLAY "CONFIRMA CONDONAR " WS-FORMATO-MONEDA
                    "? SI O NO"
            END-IF.
            ACCEPT WS-RESPUESTA.
            MOVE FUNCTION UPPER-CASE(WS-RESPUESTA) TO WS-RESPUESTA.
            IF NOT WS-RESPUESTA-SI THEN
                DISPLAY "OPERACION CANCELADA"
                STOP RUN
            END-IF.

            IF ACCION-ES-DEVOLUCION
                PERFORM APLICAR-DEVOLUCION
            ELSE
                PERFORM APLICAR-CONDONACION
            END-IF.

            IF MOVIMIENTO-APLICADO
                PERFORM GRABAR-REGISTRO-DEVOLUCION
                PERFORM GRABAR-AUDITORIA
            END-IF.

            STOP RUN.

            SETEAR-FECHA-ACTUAL.
               MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA
               MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO
               MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO
               MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO
               MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA
               MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO
               MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO
               MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            CARGAR-TARIFAS-DEVOLUCION.
      *        Tasa IVA y topes DVC del tarifario; un tope en cero o
      *        sin fila deja el valor por defecto del rol.
               OPEN INPUT ARCHIVO-TARIFAS
               IF WS-STATUS-TARIFAS NOT = "35"
                   MOVE "IVA" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       NOT INVALID KEY
                           MOVE TAR-MONTO TO WS-TASA-IVA-PB
                   END-READ
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

            SELECCIONAR-COBRO.
      *        El cobro se elige por su secuencia en el indice de
      *        movimientos de la cuenta, y solo puede ser un cargo
      *        de comision.
               MOVE 'N' TO WS-PARTIDA-ENCONTRADA
               DISPLAY "SECUENCIA DEL COBRO RECLAMADO: "
               ACCEPT WS-SECUENCIA-ORIGINAL
               IF WS-SECUENCIA-ORIGINAL NOT NUMERIC
                   MOVE 0 TO WS-SECUENCIA-ORIGINAL
               END-IF
               OPEN INPUT ARCHIVO-MOVIMIENTOS
               IF WS-STATUS-MOVIMIENTOS = "35"
                   DISPLAY "INDICE DE MOVIMIENTOS NO DISPONIBLE"
               ELSE
                   MOVE WS-RUT TO MOV-RUT
                   MOVE WS-NUM-CUENTA TO MOV-NUM-CUENTA
                   MOVE WS-SECUENCIA-ORIGINAL TO MOV-NUM-SECUENCIA
                   READ ARCHIVO-MOVIMIENTOS
                       INVALID KEY
                           DISPLAY
                               "EL MOVIMIENTO NO EXISTE PARA ESA "
                               "CUENTA"
                       NOT INVALID KEY
                           MOVE MOV-OPERACION TO WS-OPERACION-ORIGINAL
                           IF OPERACION-ES-COMISION
                               MOVE 'S' TO WS-PARTIDA-ENCONTRADA
                               MOVE MOV-MONTO TO WS-MONTO-ORIGINAL
                               DISPLAY "COBRO " MOV-OPERACION " DEL "
                                   MOV-FECHAYHORA
                           ELSE
                               DISPLAY
                                   "EL MOVIMIENTO NO ES UN COBRO DE "
                                   "COMISION: " MOV-OPERACION
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-MOVIMIENTOS
               END-IF.

            SELECCIONAR-PARTIDA-CXC.
      *        La partida se identifica por RUT, cuenta y fecha de
      *        devengo, y solo se condona si sigue pendiente; lo que
      *        se condona es lo que falta por cobrar.
               MOVE 'N' TO WS-PARTIDA-ENCONTRADA
               MOVE "CXC" TO WS-OPERACION-ORIGINAL
               DISPLAY "FECHA DE DEVENGO (AAAAMMDD): "
               ACCEPT WS-FECHA-DEVENGO
               IF WS-FECHA-DEVENGO NOT NUMERIC
                   MOVE 0 TO WS-FECHA-DEVENGO
               END-IF
               OPEN INPUT ARCHIVO-CXC
               IF WS-STATUS-CXC = "35"
                   DISPLAY "NO HAY COMISIONES POR COBRAR"
               ELSE
                   MOVE WS-RUT TO CXC-RUT
                   MOVE WS-NUM-CUENTA TO CXC-NUM-CUENTA
                   MOVE WS-FECHA-DEVENGO TO CXC-FECHA-DEVENGO
                   READ ARCHIVO-CXC
                       INVALID KEY
                           DISPLAY "COMISION POR COBRAR NO ENCONTRADA"
                       NOT INVALID KEY
                           IF CXC-ESTA-PENDIENTE
                               MOVE 'S' TO WS-PARTIDA-ENCONTRADA
                               COMPUTE WS-MONTO-ORIGINAL =
                                   CXC-MONTO - CXC-MONTO-COBRADO
                           ELSE
                               DISPLAY
                                   "LA COMISION NO ESTA PENDIENTE: "
                                   CXC-ESTADO
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CXC
               END-IF.

            SUMAR-DEVOLUCIONES-PREVIAS.
      *        Una sola pasada por el registro: lo que el operador
      *        lleva devuelto y condonado en el mes, y lo que ya se
      *        devolvio antes del mismo cobro (por cualquiera).
               MOVE 0 TO WS-USADO-MES
               MOVE 0 TO WS-DEVUELTO-PREVIO
               OPEN INPUT ARCHIVO-DEVOLUCIONES
               IF WS-STATUS-DEVOLUCIONES NOT = "35"
                   MOVE 'N' TO WS-DEVOLUCIONES-EOF
                   PERFORM UNTIL WS-DEVOLUCIONES-FIN-ARCHIVO
                       READ ARCHIVO-DEVOLUCIONES
                           AT END
                               MOVE 'S' TO WS-DEVOLUCIONES-EOF
                           NOT AT END
                               PERFORM ACUMULAR-DEVOLUCION-PREVIA
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-DEVOLUCIONES
               END-IF.

            ACUMULAR-DEVOLUCION-PREVIA.
               IF DVC-MONTO NOT NUMERIC
                   MOVE 0 TO DVC-MONTO
               END-IF
               IF DVC-OPERADOR-RUT = WS-OPERADOR-RUT
                  AND DVC-FECHAYHORA(1:7) = WS-MES-ACTUAL
                   ADD DVC-MONTO TO WS-USADO-MES
               END-IF
               IF ACCION-ES-DEVOLUCION
                  AND DVC-ES-DEVOLUCION
                  AND DVC-RUT = WS-RUT
                  AND DVC-NUM-CUENTA = WS-NUM-CUENTA
                  AND DVC-SECUENCIA-ORIGINAL = WS-SECUENCIA-ORIGINAL
                   ADD DVC-MONTO TO WS-DEVUELTO-PREVIO
               END-IF.

            APLICAR-DEVOLUCION.
      *        Abono DCO a la cuenta del cobro con la misma
      *        disciplina de bloqueo del cajero.
               MOVE 'N' TO WS-APLICADO
               OPEN I-O ARCHIVO-CUENTAS
               MOVE WS-RUT TO RUT
               MOVE WS-NUM-CUENTA TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       DISPLAY "CUENTA NO ENCONTRADA"
                   NOT INVALID KEY
                       ADD WS-MONTO TO SALDO
                       REWRITE CUENTA
                       MOVE 'S' TO WS-APLICADO
                       PERFORM GRABAR-BITACORA-DEVOLUCION
                       MOVE SALDO TO WS-FORMATO-MONEDA
                       DISPLAY "DEVOLUCION APLICADA (DCO "
                           WS-NUM-SECUENCIA "). SALDO NUEVO: "
                           WS-FORMATO-MONEDA
               END-READ
               CLOSE ARCHIVO-CUENTAS.

            APLICAR-CONDONACION.
      *        Se relee la partida para no condonar una que el
      *        canal cobro mientras el operador confirmaba.
               MOVE 'N' TO WS-APLICADO
               OPEN I-O ARCHIVO-CXC
               MOVE WS-RUT TO CXC-RUT
               MOVE WS-NUM-CUENTA TO CXC-NUM-CUENTA
               MOVE WS-FECHA-DEVENGO TO CXC-FECHA-DEVENGO
               READ ARCHIVO-CXC
                   INVALID KEY
                       DISPLAY "COMISION POR COBRAR NO ENCONTRADA"
                   NOT INVALID KEY
                       IF CXC-ESTA-PENDIENTE
                          AND CXC-MONTO - CXC-MONTO-COBRADO = WS-MONTO
                           MOVE "CON" TO CXC-ESTADO
                           MOVE WS-FECHA-HOY TO CXC-FECHA-CONDONACION
                           REWRITE COMISION-PENDIENTE
                           MOVE 'S' TO WS-APLICADO
                           DISPLAY "COMISION CONDONADA"
                       ELSE
                           DISPLAY
                               "LA PARTIDA CAMBIO MIENTRAS SE "
                               "CONFIRMABA. REINTENTE"
                       END-IF
               END-READ
               CLOSE ARCHIVO-CXC.

            GRABAR-BITACORA-DEVOLUCION.
      *        El registro de la cuenta sigue posicionado. El DCO
      *        lleva la secuencia y el tipo del cobro devuelto y su
      *        desglose de neto e IVA, para que el libro de ventas
      *        y el asiento contable puedan rebajar el ingreso.
               PERFORM SIGUIENTE-NUMERO-SECUENCIA
               OPEN EXTEND ARCHIVO-BITACORA
               MOVE SPACES TO REGISTRO-BITACORA
               MOVE RUT TO BIT-RUT
               MOVE NUM-CUENTA TO BIT-NUM-CUENTA
               MOVE "DCO" TO BIT-OPERACION
               MOVE WS-MONTO TO BIT-MONTO
               MOVE SALDO TO BIT-SALDO
               MOVE WS-FECHAYHORA-FORMATEADA TO BIT-FECHAYHORA
               MOVE WS-NUM-SECUENCIA TO BIT-NUM-SECUENCIA
               MOVE WS-ID-TERMINAL TO BIT-ID-TERMINAL
               MOVE WS-OPERACION-ORIGINAL TO BIT-ANU-TIPO-ORIGINAL
               MOVE 0 TO BIT-TASA-CAMBIO
               MOVE MONEDA-CUENTA TO BIT-MONEDA
               MOVE 'A' TO BIT-ABONO-CARGO
               MOVE SPACES TO BIT-CODIGO-CONVENIO
               MOVE WS-SECUENCIA-ORIGINAL TO BIT-SECUENCIA-ORIGINAL
               PERFORM SETEAR-FECHA-NEGOCIO
               MOVE WS-FECHA-NEGOCIO TO BIT-FECHA-NEGOCIO
               PERFORM DESGLOSAR-IVA-COMISION
               PERFORM CALCULAR-HASH-BITACORA
               WRITE REGISTRO-BITACORA AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-BITACORA
               PERFORM GRABAR-MOVIMIENTO-INDEXADO.

            DESGLOSAR-IVA-COMISION.
      *        El monto devuelto es bruto, con el IVA incluido, igual
      *        que el cobro original: se separa en neto e IVA.
               MOVE BIT-MONTO TO WS-IVA-BRUTO
               COMPUTE BIT-MONTO-NETO ROUNDED =
                   (WS-IVA-BRUTO * 10000) / (10000 + WS-TASA-IVA-PB)
               COMPUTE BIT-MONTO-IVA =
                   WS-IVA-BRUTO - BIT-MONTO-NETO.

            GRABAR-REGISTRO-DEVOLUCION.
               OPEN EXTEND ARCHIVO-DEVOLUCIONES
               MOVE SPACES TO DEVOLUCION-COMISION
               MOVE WS-FECHAYHORA-FORMATEADA TO DVC-FECHAYHORA
               MOVE WS-OPERADOR-RUT TO DVC-OPERADOR-RUT
               MOVE WS-OPERADOR-ROL TO DVC-OPERADOR-ROL
               MOVE WS-ACCION TO DVC-TIPO
               MOVE WS-MOTIVO TO DVC-MOTIVO
               MOVE WS-RUT TO DVC-RUT
               MOVE WS-NUM-CUENTA TO DVC-NUM-CUENTA
               MOVE WS-OPERACION-ORIGINAL TO DVC-OPERACION-ORIGINAL
               MOVE WS-MONTO TO DVC-MONTO
               IF ACCION-ES-DEVOLUCION
                   MOVE WS-SECUENCIA-ORIGINAL
                       TO DVC-SECUENCIA-ORIGINAL
                   MOVE 0 TO DVC-FECHA-DEVENGO
                   MOVE WS-NUM-SECUENCIA TO DVC-SECUENCIA-DCO
               ELSE
                   MOVE 0 TO DVC-SECUENCIA-ORIGINAL
                   MOVE WS-FECHA-DEVENGO TO DVC-FECHA-DEVENGO
                   MOVE 0 TO DVC-SECUENCIA-DCO
               END-IF
               MOVE WS-TEXTO-MOTIVO TO DVC-TEXTO
               WRITE DEVOLUCION-COMISION
               CLOSE ARCHIVO-DEVOLUCIONES.

            GRABAR-AUDITORIA.
               OPEN EXTEND ARCHIVO-AUDITORIA
               MOVE SPACES TO REGISTRO-AUDITORIA-ADMIN
               MOVE WS-FECHAYHORA-FORMATEADA TO ADM-FECHAYHORA
               MOVE WS-OPERADOR-RUT TO ADM-EJECUTIVO-RUT
               MOVE "DEVOLVER-COMIS" TO ADM-PROGRAMA
               IF ACCION-ES-DEVOLUCION
                   MOVE "DEVUELVE" TO ADM-ACCION
               ELSE
                   MOVE "CONDONA" TO ADM-ACCION
               END-IF
               MOVE WS-RUT TO ADM-OBJETO
               MOVE SPACES TO WS-DETALLE-AUDIT
               IF ACCION-ES-DEVOLUCION
                   STRING
                       WS-MOTIVO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-MONTO DELIMITED BY SIZE
                       " REF " DELIMITED BY SIZE
                       WS-SECUENCIA-ORIGINAL DELIMITED BY SIZE
                       " DCO " DELIMITED BY SIZE
                       WS-NUM-SECUENCIA DELIMITED BY SIZE
                       INTO WS-DETALLE-AUDIT
                   END-STRING
               ELSE
                   STRING
                       WS-MOTIVO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-MONTO DELIMITED BY SIZE
                       " CTA " DELIMITED BY SIZE
                       WS-NUM-CUENTA DELIMITED BY SIZE
                       " DEVENGO " DELIMITED BY SIZE
                       WS-FECHA-DEVENGO DELIMITED BY SIZE
                       INTO WS-DETALLE-AUDIT
                   END-STRING
               END-IF
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
                       MOVE "SUP" TO WS-OPERADOR-ROL
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
                           MOVE USU-ROL TO WS-OPERADOR-ROL
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
       END PROGRAM DEVOLVER-COMISION.
