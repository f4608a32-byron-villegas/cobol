      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Informe mensual de brechas de reprecio para el
      *          comite de activos y pasivos: lo que PROYECCION-
      *          LIQUIDEZ no responde, que le pasa al margen si las
      *          tasas se mueven. Ubica cada activo y pasivo sensible
      *          a tasa en siete tramos de reprecio (hasta 1 mes, 1-3
      *          meses, 3-6, 6-12, 1-3 anios, 3-5, mas de 5): los
      *          prestamos por su calendario de cuotas (el capital
      *          pendiente de cada cuota en su vencimiento, o en la
      *          proxima fecha de reprecio si el prestamo es a tasa
      *          variable), los depositos a plazo por su vencimiento,
      *          los saldos vista segun la tabla de supuestos de
      *          comportamiento supuestos_vista.txt y el uso de
      *          sobregiro en el primer tramo. Las posiciones UF van
      *          aparte de las nominales en pesos (y las USD aparte,
      *          convertidas a la tasa oficial). Por tramo informa
      *          activos, pasivos, brecha y brecha acumulada, y el
      *          efecto estimado en el margen de intereses a 12 meses
      *          de un shock paralelo de tasas (puntos base pedidos al
      *          correr, 100 por defecto) sobre las brechas de los
      *          tramos del primer anio. Deja el informe en
      *          brechas_tasa-AAAAMM.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-BRECHAS-TASA.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Brechas de reprecio y sensibilidad del margen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARCHIVO-TASAS ASSIGN TO "tasas_cambio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TASAS.
           SELECT OPTIONAL ARCHIVO-VALORES-UF
               ASSIGN TO "valores_uf.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VALORES-UF.
           SELECT OPTIONAL ARCHIVO-SUPUESTOS-VISTA
               ASSIGN TO "supuestos_vista.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SUPUESTOS.
           SELECT ARCHIVO-REPORTE ASSIGN TO WS-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-PRESTAMOS.
           COPY "PRESTAMO.CPY".
       FD ARCHIVO-CUOTAS.
           COPY "CUOTA-PRESTAMO.CPY".
       FD ARCHIVO-PLAZOS.
           COPY "DEPOSITO-PLAZO.CPY".
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-TASAS.
           COPY "TASA-CAMBIO.CPY".
       FD ARCHIVO-VALORES-UF.
           COPY "VALOR-UF.CPY".
       FD ARCHIVO-SUPUESTOS-VISTA.
           COPY "SUPUESTO-VISTA.CPY".
       FD ARCHIVO-REPORTE.
       01 REGISTRO-REPORTE PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-PRESTAMOS PIC X(2) VALUE "00".
       77 WS-STATUS-CUOTAS PIC X(2) VALUE "00".
       77 WS-STATUS-PLAZOS PIC X(2) VALUE "00".
       77 WS-STATUS-CUENTAS PIC X(2) VALUE "00".
       77 WS-STATUS-TASAS PIC X(2) VALUE "00".
       77 WS-STATUS-VALORES-UF PIC X(2) VALUE "00".
       77 WS-STATUS-SUPUESTOS PIC X(2) VALUE "00".
       77 WS-NOMBRE-REPORTE PIC X(30).
       77 WS-PRESTAMOS-EOF PIC X VALUE 'N'.
           88 WS-PRESTAMOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-CUOTAS-EOF PIC X VALUE 'N'.
           88 WS-CUOTAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-PLAZOS-EOF PIC X VALUE 'N'.
           88 WS-PLAZOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-CUENTAS-EOF PIC X VALUE 'N'.
           88 WS-CUENTAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-TASAS-EOF PIC X VALUE 'N'.
           88 WS-TASAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-UF-EOF PIC X VALUE 'N'.
           88 WS-UF-FIN-ARCHIVO VALUE 'S'.
       77 WS-SUPUESTOS-EOF PIC X VALUE 'N'.
           88 WS-SUPUESTOS-FIN-ARCHIVO VALUE 'S'.
      *    Tasa oficial CLP/USD del dia (la de compra, como en el
      *    encaje) y valor UF para las posiciones reajustables.
       77 WS-TASA-OFICIAL PIC 9(4)V9(4) VALUE 930.
       77 WS-VALOR-UF PIC 9(6)V9(2) VALUE 0.
      *    Shock paralelo de tasas en puntos base.
       77 WS-SHOCK-PB PIC 9(4) VALUE 0.
      *    Tramos de reprecio: tope en dias desde hoy de cada tramo,
      *    su rotulo, y para los tramos del primer anio el punto
      *    medio en dias (desde ahi la brecha reprecia y afecta el
      *    margen el resto del anio).
       01 WS-LIMITES-TRAMO-VALORES.
           05 FILLER PIC X(35)
               VALUE "00030000900018000365010950182599999".
       01 WS-LIMITES-TRAMO REDEFINES WS-LIMITES-TRAMO-VALORES.
           05 WS-TRAMO-LIMITE PIC 9(5) OCCURS 7 TIMES.
       01 WS-MEDIOS-TRAMO-VALORES.
           05 FILLER PIC X(12) VALUE "015060135273".
       01 WS-MEDIOS-TRAMO REDEFINES WS-MEDIOS-TRAMO-VALORES.
           05 WS-TRAMO-MEDIO PIC 9(3) OCCURS 4 TIMES.
       01 WS-ROTULOS-TRAMO-VALORES.
           05 FILLER PIC X(35)
               VALUE "0-1M 1-3M 3-6M 6-12M1-3A 3-5A >5A  ".
       01 WS-ROTULOS-TRAMO REDEFINES WS-ROTULOS-TRAMO-VALORES.
           05 WS-TRAMO-ROTULO PIC X(5) OCCURS 7 TIMES.
      *    Supuestos de comportamiento de los saldos vista: los de
      *    partida por producto, reemplazados o completados por
      *    supuestos_vista.txt. Un producto sin supuesto reprecia
      *    completo en el primer tramo.
       01 WS-SUPUESTOS-VALORES.
           05 FILLER PIC X(24) VALUE "CTE020010010010020015015".
           05 FILLER PIC X(24) VALUE "VIS030010010010020010010".
           05 FILLER PIC X(24) VALUE "AHO015010010015020015015".
           05 FILLER PIC X(24) VALUE "MEN010005005010030020020".
           05 FILLER PIC X(144) VALUE SPACES.
       01 WS-TABLA-SUPUESTOS REDEFINES WS-SUPUESTOS-VALORES.
           05 WS-SUP-ENTRY OCCURS 10 TIMES.
               10 WS-SUP-PRODUCTO PIC X(3).
               10 WS-SUP-PORCENTAJE PIC 9(3) OCCURS 7 TIMES.
       77 WS-SUP-INDICE PIC 9(2) COMP.
       77 WS-SUP-ACTUAL PIC 9(2) COMP.
       77 WS-SUP-SUMA PIC 9(4) COMP.
      *    Brechas por posicion (1=CLP nominal, 2=UF, 3=USD, todo en
      *    pesos) y tramo.
       01 WS-ROTULOS-POSICION-VALORES.
           05 FILLER PIC X(30) VALUE "CLP NOMINAL                   ".
           05 FILLER PIC X(30) VALUE "UF REAJUSTABLE (EN PESOS)     ".
           05 FILLER PIC X(30) VALUE "USD (EN PESOS A TASA OFICIAL) ".
       01 WS-ROTULOS-POSICION REDEFINES WS-ROTULOS-POSICION-VALORES.
           05 WS-POSICION-ROTULO PIC X(30) OCCURS 3 TIMES.
       01 WS-TABLA-BRECHAS.
           05 WS-BRE-POSICION OCCURS 3 TIMES.
               10 WS-BRE-TRAMO OCCURS 7 TIMES.
                   15 WS-BRE-ACTIVO PIC 9(14).
                   15 WS-BRE-PASIVO PIC 9(14).
       77 WS-POSICION PIC 9(1) COMP.
       77 WS-TRAMO PIC 9(2) COMP.
       77 WS-INDICE PIC 9(2) COMP.
       77 WS-ENTERO-HOY PIC S9(9) COMP.
       77 WS-ENTERO-EVENTO PIC S9(9) COMP.
       77 WS-DIAS-REPRECIO PIC S9(9) COMP.
       77 WS-FECHA-REPRECIO PIC 9(8).
       77 WS-MONTO PIC 9(14).
       77 WS-MONTO-ORIGEN PIC 9(14).
       77 WS-MONTO-ASIGNADO PIC 9(14).
       77 WS-CAPITAL-PENDIENTE PIC 9(8).
       77 WS-PRESTAMO-CON-CUOTAS PIC X VALUE 'N'.
           88 PRESTAMO-CON-CUOTAS VALUE 'S'.
      *    Brecha, brecha acumulada y efecto en el margen.
       77 WS-BRECHA PIC S9(15).
       77 WS-BRECHA-ACUMULADA PIC S9(15).
       77 WS-EFECTO-TRAMO PIC S9(15).
       77 WS-EFECTO-POSICION PIC S9(15).
       77 WS-EFECTO-TOTAL PIC S9(15) VALUE 0.
       77 WS-TOTAL-ACTIVO PIC 9(15).
       77 WS-TOTAL-PASIVO PIC 9(15).
       77 WS-TOTAL-CUOTAS PIC 9(7) COMP VALUE 0.
       77 WS-TOTAL-PRESTAMOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-PLAZOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-CUENTAS PIC 9(6) COMP VALUE 0.
       77 WS-FORMATO-MONEDA PIC -(14)9.
       01 WS-LINEA-DETALLE.
           05 WS-DET-TRAMO PIC X(6).
           05 WS-DET-ACTIVO PIC -(13)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-PASIVO PIC -(13)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-BRECHA PIC -(13)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-ACUMULADA PIC -(13)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DET-EFECTO PIC -(13)9.
       77 WS-LINEA-TEXTO PIC X(100).
       77 WS-FECHAYHORA PIC X(21).
       77 WS-FECHA-HOY PIC 9(8).

       PROCEDURE DIVISION.
            DISPLAY "------- BRECHAS DE REPRECIO DE TASAS -------".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.
            COMPUTE WS-ENTERO-HOY =
                FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).

            DISPLAY "SHOCK PARALELO EN PUNTOS BASE (0 = 100): ".
            ACCEPT WS-SHOCK-PB.
            IF WS-SHOCK-PB NOT NUMERIC OR WS-SHOCK-PB = 0 THEN
                MOVE 100 TO WS-SHOCK-PB
            END-IF.

            MOVE ZEROES TO WS-TABLA-BRECHAS.

            PERFORM LEER-TASA-OFICIAL.
            PERFORM LEER-VALOR-UF.
            PERFORM CARGAR-SUPUESTOS-VISTA.

            PERFORM UBICAR-PRESTAMOS.
            PERFORM UBICAR-PLAZOS.
            PERFORM UBICAR-SALDOS-VISTA.

            PERFORM EMITIR-REPORTE.

            DISPLAY "PRESTAMOS: " WS-TOTAL-PRESTAMOS
                "  CUOTAS: " WS-TOTAL-CUOTAS.
            DISPLAY "DEPOSITOS A PLAZO: " WS-TOTAL-PLAZOS
                "  CUENTAS: " WS-TOTAL-CUENTAS.
            MOVE WS-EFECTO-TOTAL TO WS-FORMATO-MONEDA.
            DISPLAY "EFECTO EN MARGEN 12 MESES (+" WS-SHOCK-PB
                " PB): " WS-FORMATO-MONEDA.
            IF WS-VALOR-UF = 0 THEN
                DISPLAY "*** SIN VALOR UF: LAS POSICIONES UF QUEDAN "
                    "EN CERO ***"
            END-IF.
            DISPLAY "REPORTE: " WS-NOMBRE-REPORTE.

            STOP RUN.

            CARGAR-SUPUESTOS-VISTA.
      *        Cada linea valida reemplaza el supuesto de partida de
      *        su producto, o ocupa un espacio libre si el producto
      *        es nuevo. Una linea que no suma 100 se descarta.
               OPEN INPUT ARCHIVO-SUPUESTOS-VISTA
               IF WS-STATUS-SUPUESTOS NOT = "35"
                   MOVE 'N' TO WS-SUPUESTOS-EOF
                   PERFORM UNTIL WS-SUPUESTOS-FIN-ARCHIVO
                       READ ARCHIVO-SUPUESTOS-VISTA
                           AT END
                               MOVE 'S' TO WS-SUPUESTOS-EOF
                           NOT AT END
                               PERFORM CARGAR-UN-SUPUESTO
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-SUPUESTOS-VISTA
               END-IF.

            CARGAR-UN-SUPUESTO.
               MOVE 0 TO WS-SUP-SUMA
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > 7
                   IF SUP-PORCENTAJE(WS-INDICE) NUMERIC
                       ADD SUP-PORCENTAJE(WS-INDICE) TO WS-SUP-SUMA
                   ELSE
                       ADD 1000 TO WS-SUP-SUMA
                   END-IF
               END-PERFORM
               IF SUP-PRODUCTO = SPACES OR WS-SUP-SUMA NOT = 100
                   DISPLAY "SUPUESTO VISTA DESCARTADO (NO SUMA 100): "
                       SUP-PRODUCTO
               ELSE
                   MOVE SUP-PRODUCTO TO TIPO-PRODUCTO
                   PERFORM BUSCAR-SUPUESTO
                   IF WS-SUP-ACTUAL = 0
                       PERFORM VARYING WS-SUP-INDICE FROM 1 BY 1
                               UNTIL WS-SUP-INDICE > 10
                                  OR WS-SUP-ACTUAL > 0
                           IF WS-SUP-PRODUCTO(WS-SUP-INDICE) = SPACES
                               MOVE WS-SUP-INDICE TO WS-SUP-ACTUAL
                           END-IF
                       END-PERFORM
                   END-IF
                   IF WS-SUP-ACTUAL = 0
                       DISPLAY "TABLA DE SUPUESTOS LLENA: " SUP-PRODUCTO
                   ELSE
                       MOVE SUP-PRODUCTO
                           TO WS-SUP-PRODUCTO(WS-SUP-ACTUAL)
                       PERFORM VARYING WS-INDICE FROM 1 BY 1
                               UNTIL WS-INDICE > 7
                           MOVE SUP-PORCENTAJE(WS-INDICE)
                               TO WS-SUP-PORCENTAJE(WS-SUP-ACTUAL,
                                                    WS-INDICE)
                       END-PERFORM
                   END-IF
               END-IF.

            BUSCAR-SUPUESTO.
               MOVE 0 TO WS-SUP-ACTUAL
               PERFORM VARYING WS-SUP-INDICE FROM 1 BY 1
                       UNTIL WS-SUP-INDICE > 10
                   IF WS-SUP-PRODUCTO(WS-SUP-INDICE) = TIPO-PRODUCTO
                       MOVE WS-SUP-INDICE TO WS-SUP-ACTUAL
                   END-IF
               END-PERFORM.

            UBICAR-PRESTAMOS.
      *        Activo: el capital pendiente de cada cuota impaga en
      *        el tramo de su vencimiento (las vencidas en el
      *        primero). Un prestamo antiguo sin calendario va
      *        entero a su fecha de vencimiento.
               OPEN INPUT ARCHIVO-PRESTAMOS
               IF WS-STATUS-PRESTAMOS = "35"
                   MOVE 'S' TO WS-PRESTAMOS-EOF
               ELSE
                   OPEN INPUT ARCHIVO-CUOTAS
                   MOVE 'N' TO WS-PRESTAMOS-EOF
                   PERFORM UNTIL WS-PRESTAMOS-FIN-ARCHIVO
                       READ ARCHIVO-PRESTAMOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-PRESTAMOS-EOF
                       END-READ
                       IF NOT WS-PRESTAMOS-FIN-ARCHIVO
                          AND SALDO-PRESTAMO > 0
                           ADD 1 TO WS-TOTAL-PRESTAMOS
                           PERFORM UBICAR-UN-PRESTAMO
                       END-IF
                   END-PERFORM
                   IF WS-STATUS-CUOTAS NOT = "35"
                       CLOSE ARCHIVO-CUOTAS
                   END-IF
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

            UBICAR-UN-PRESTAMO.
               IF PRESTAMO-ES-UF
                   MOVE 2 TO WS-POSICION
               ELSE
                   MOVE 1 TO WS-POSICION
               END-IF
               MOVE 'N' TO WS-PRESTAMO-CON-CUOTAS
               IF WS-STATUS-CUOTAS = "35"
                   MOVE 'S' TO WS-CUOTAS-EOF
               ELSE
                   MOVE 'N' TO WS-CUOTAS-EOF
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
                           IF CUO-ESTA-IMPAGA
                               PERFORM UBICAR-UNA-CUOTA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT PRESTAMO-CON-CUOTAS
                   MOVE SALDO-PRESTAMO TO WS-MONTO-ORIGEN
                   MOVE FECHA-VENCIMIENTO-PAGO TO WS-FECHA-REPRECIO
                   PERFORM ASIGNAR-ACTIVO-PRESTAMO
               END-IF.

            UBICAR-UNA-CUOTA.
      *        Capital aun no pagado de la cuota: en un pago parcial,
      *        la proporcion de la cuota que falta.
               MOVE 'S' TO WS-PRESTAMO-CON-CUOTAS
               ADD 1 TO WS-TOTAL-CUOTAS
               MOVE CUO-PARTE-CAPITAL TO WS-CAPITAL-PENDIENTE
               IF CUO-MONTO-PAGADO > 0 AND CUO-MONTO-CUOTA > 0
                   IF CUO-MONTO-PAGADO >= CUO-MONTO-CUOTA
                       MOVE 0 TO WS-CAPITAL-PENDIENTE
                   ELSE
                       COMPUTE WS-CAPITAL-PENDIENTE ROUNDED =
                           CUO-PARTE-CAPITAL
                           * (CUO-MONTO-CUOTA - CUO-MONTO-PAGADO)
                           / CUO-MONTO-CUOTA
                   END-IF
               END-IF
               MOVE WS-CAPITAL-PENDIENTE TO WS-MONTO-ORIGEN
               MOVE CUO-FECHA-VENCIMIENTO TO WS-FECHA-REPRECIO
               PERFORM ASIGNAR-ACTIVO-PRESTAMO.

            ASIGNAR-ACTIVO-PRESTAMO.
      *        Un prestamo a tasa variable reprecia todo su capital
      *        pendiente en la proxima fecha de reprecio.
               IF PRESTAMO-TASA-VARIABLE
                  AND PRESTAMO-FECHA-REPRECIO > 0
                  AND PRESTAMO-FECHA-REPRECIO < WS-FECHA-REPRECIO
                   MOVE PRESTAMO-FECHA-REPRECIO TO WS-FECHA-REPRECIO
               END-IF
               IF WS-POSICION = 2
                   COMPUTE WS-MONTO ROUNDED =
                       WS-MONTO-ORIGEN * WS-VALOR-UF / 100
               ELSE
                   MOVE WS-MONTO-ORIGEN TO WS-MONTO
               END-IF
               PERFORM UBICAR-TRAMO
               ADD WS-MONTO TO WS-BRE-ACTIVO(WS-POSICION, WS-TRAMO).

            UBICAR-PLAZOS.
      *        Pasivo: el capital de cada deposito vigente reprecia
      *        a su vencimiento, renueve o no.
               OPEN INPUT ARCHIVO-PLAZOS
               IF WS-STATUS-PLAZOS = "35"
                   MOVE 'S' TO WS-PLAZOS-EOF
               ELSE
                   MOVE 'N' TO WS-PLAZOS-EOF
                   PERFORM UNTIL WS-PLAZOS-FIN-ARCHIVO
                       READ ARCHIVO-PLAZOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-PLAZOS-EOF
                       END-READ
                       IF NOT WS-PLAZOS-FIN-ARCHIVO
                          AND DPF-ESTA-VIGENTE
                           ADD 1 TO WS-TOTAL-PLAZOS
                           PERFORM UBICAR-UN-PLAZO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-PLAZOS
               END-IF.

            UBICAR-UN-PLAZO.
               IF DPF-ES-UF
                   MOVE 2 TO WS-POSICION
                   COMPUTE WS-MONTO ROUNDED =
                       DPF-CAPITAL * WS-VALOR-UF / 100
               ELSE
                   MOVE 1 TO WS-POSICION
                   MOVE DPF-CAPITAL TO WS-MONTO
               END-IF
               MOVE DPF-FECHA-VENCIMIENTO TO WS-FECHA-REPRECIO
               PERFORM UBICAR-TRAMO
               ADD WS-MONTO TO WS-BRE-PASIVO(WS-POSICION, WS-TRAMO).

            UBICAR-SALDOS-VISTA.
      *        Saldo positivo: pasivo repartido en los tramos segun
      *        el supuesto de su producto. Saldo negativo (uso de
      *        sobregiro): activo que reprecia en el primer tramo.
               OPEN INPUT ARCHIVO-CUENTAS
               IF WS-STATUS-CUENTAS = "35"
                   MOVE 'S' TO WS-CUENTAS-EOF
               ELSE
                   MOVE 'N' TO WS-CUENTAS-EOF
                   PERFORM UNTIL WS-CUENTAS-FIN-ARCHIVO
                       READ ARCHIVO-CUENTAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-CUENTAS-EOF
                       END-READ
                       IF NOT WS-CUENTAS-FIN-ARCHIVO
                          AND SALDO NOT = 0
                           ADD 1 TO WS-TOTAL-CUENTAS
                           PERFORM UBICAR-UN-SALDO-VISTA
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

            UBICAR-UN-SALDO-VISTA.
               IF MONEDA-ES-USD
                   MOVE 3 TO WS-POSICION
                   COMPUTE WS-MONTO ROUNDED =
                       FUNCTION ABS(SALDO) * WS-TASA-OFICIAL
               ELSE
                   MOVE 1 TO WS-POSICION
                   COMPUTE WS-MONTO = FUNCTION ABS(SALDO)
               END-IF
               IF SALDO < 0
                   ADD WS-MONTO TO WS-BRE-ACTIVO(WS-POSICION, 1)
               ELSE
                   PERFORM BUSCAR-SUPUESTO
                   IF WS-SUP-ACTUAL = 0
                       ADD WS-MONTO TO WS-BRE-PASIVO(WS-POSICION, 1)
                   ELSE
                       PERFORM REPARTIR-SALDO-VISTA
                   END-IF
               END-IF.

            REPARTIR-SALDO-VISTA.
      *        Los tramos 2 a 7 reciben su porcentaje truncado; el
      *        primero se queda con el resto, para que el total
      *        repartido cuadre al peso con el saldo.
               MOVE 0 TO WS-MONTO-ASIGNADO
               PERFORM VARYING WS-INDICE FROM 2 BY 1
                       UNTIL WS-INDICE > 7
                   COMPUTE WS-MONTO-ORIGEN =
                       WS-MONTO
                       * WS-SUP-PORCENTAJE(WS-SUP-ACTUAL, WS-INDICE)
                       / 100
                   ADD WS-MONTO-ORIGEN
                       TO WS-BRE-PASIVO(WS-POSICION, WS-INDICE)
                   ADD WS-MONTO-ORIGEN TO WS-MONTO-ASIGNADO
               END-PERFORM
               COMPUTE WS-MONTO-ORIGEN = WS-MONTO - WS-MONTO-ASIGNADO
               ADD WS-MONTO-ORIGEN TO WS-BRE-PASIVO(WS-POSICION, 1).

            UBICAR-TRAMO.
      *        Tramo de WS-FECHA-REPRECIO segun los dias que faltan;
      *        lo vencido o sin fecha reprecia ya (primer tramo).
               MOVE 1 TO WS-TRAMO
               IF WS-FECHA-REPRECIO > WS-FECHA-HOY
                   COMPUTE WS-ENTERO-EVENTO =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-REPRECIO)
                   COMPUTE WS-DIAS-REPRECIO =
                       WS-ENTERO-EVENTO - WS-ENTERO-HOY
                   MOVE 7 TO WS-TRAMO
                   PERFORM VARYING WS-INDICE FROM 7 BY -1
                           UNTIL WS-INDICE < 1
                       IF WS-DIAS-REPRECIO <=
                          WS-TRAMO-LIMITE(WS-INDICE)
                           MOVE WS-INDICE TO WS-TRAMO
                       END-IF
                   END-PERFORM
               END-IF.

            EMITIR-REPORTE.
               MOVE SPACES TO WS-NOMBRE-REPORTE
               STRING
                   "brechas_tasa-" DELIMITED BY SIZE
                   WS-FECHA-HOY(1:6) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOMBRE-REPORTE
               END-STRING
               OPEN OUTPUT ARCHIVO-REPORTE
               MOVE SPACES TO WS-LINEA-TEXTO
               STRING
                   "BRECHAS DE REPRECIO DE TASAS AL " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   " - SHOCK PARALELO +" DELIMITED BY SIZE
                   WS-SHOCK-PB DELIMITED BY SIZE
                   " PB" DELIMITED BY SIZE
                   INTO WS-LINEA-TEXTO
               END-STRING
               MOVE WS-LINEA-TEXTO TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               PERFORM VARYING WS-POSICION FROM 1 BY 1
                       UNTIL WS-POSICION > 3
                   PERFORM EMITIR-POSICION
               END-PERFORM
               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE WS-EFECTO-TOTAL TO WS-FORMATO-MONEDA
               MOVE SPACES TO WS-LINEA-TEXTO
               STRING
                   "EFECTO TOTAL EN MARGEN 12 MESES: +"
                       DELIMITED BY SIZE
                   WS-SHOCK-PB DELIMITED BY SIZE
                   " PB =" DELIMITED BY SIZE
                   WS-FORMATO-MONEDA DELIMITED BY SIZE
                   INTO WS-LINEA-TEXTO
               END-STRING
               MOVE WS-LINEA-TEXTO TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               COMPUTE WS-EFECTO-POSICION = 0 - WS-EFECTO-TOTAL
               MOVE WS-EFECTO-POSICION TO WS-FORMATO-MONEDA
               MOVE SPACES TO WS-LINEA-TEXTO
               STRING
                   "                                 -"
                       DELIMITED BY SIZE
                   WS-SHOCK-PB DELIMITED BY SIZE
                   " PB =" DELIMITED BY SIZE
                   WS-FORMATO-MONEDA DELIMITED BY SIZE
                   INTO WS-LINEA-TEXTO
               END-STRING
               MOVE WS-LINEA-TEXTO TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               CLOSE ARCHIVO-REPORTE.

            EMITIR-POSICION.
      *        Efecto en el margen de un tramo del primer anio: su
      *        brecha reprecia al punto medio del tramo y gana (o
      *        pierde) el shock el resto del anio. Los tramos
      *        siguientes no alcanzan a tocar el margen a 12 meses.
               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE SPACES TO WS-LINEA-TEXTO
               STRING
                   "POSICION " DELIMITED BY SIZE
                   WS-POSICION-ROTULO(WS-POSICION) DELIMITED BY SIZE
                   INTO WS-LINEA-TEXTO
               END-STRING
               MOVE WS-LINEA-TEXTO TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE SPACES TO REGISTRO-REPORTE
               MOVE "TRAMO" TO REGISTRO-REPORTE(1:5)
               MOVE "ACTIVOS" TO REGISTRO-REPORTE(14:7)
               MOVE "PASIVOS" TO REGISTRO-REPORTE(29:7)
               MOVE "BRECHA" TO REGISTRO-REPORTE(45:6)
               MOVE "ACUMULADA" TO REGISTRO-REPORTE(57:9)
               MOVE "EFECTO MNI" TO REGISTRO-REPORTE(71:10)
               WRITE REGISTRO-REPORTE
               MOVE 0 TO WS-BRECHA-ACUMULADA
               MOVE 0 TO WS-EFECTO-POSICION
               MOVE 0 TO WS-TOTAL-ACTIVO
               MOVE 0 TO WS-TOTAL-PASIVO
               PERFORM VARYING WS-TRAMO FROM 1 BY 1
                       UNTIL WS-TRAMO > 7
                   COMPUTE WS-BRECHA =
                       WS-BRE-ACTIVO(WS-POSICION, WS-TRAMO)
                       - WS-BRE-PASIVO(WS-POSICION, WS-TRAMO)
                   ADD WS-BRECHA TO WS-BRECHA-ACUMULADA
                   ADD WS-BRE-ACTIVO(WS-POSICION, WS-TRAMO)
                       TO WS-TOTAL-ACTIVO
                   ADD WS-BRE-PASIVO(WS-POSICION, WS-TRAMO)
                       TO WS-TOTAL-PASIVO
                   MOVE 0 TO WS-EFECTO-TRAMO
                   IF WS-TRAMO <= 4
                       COMPUTE WS-EFECTO-TRAMO ROUNDED =
                           WS-BRECHA * WS-SHOCK-PB
                           * (365 - WS-TRAMO-MEDIO(WS-TRAMO))
                           / 3650000
                   END-IF
                   ADD WS-EFECTO-TRAMO TO WS-EFECTO-POSICION
                   MOVE WS-TRAMO-ROTULO(WS-TRAMO) TO WS-DET-TRAMO
                   MOVE WS-BRE-ACTIVO(WS-POSICION, WS-TRAMO)
                       TO WS-DET-ACTIVO
                   MOVE WS-BRE-PASIVO(WS-POSICION, WS-TRAMO)
                       TO WS-DET-PASIVO
                   MOVE WS-BRECHA TO WS-DET-BRECHA
                   MOVE WS-BRECHA-ACUMULADA TO WS-DET-ACUMULADA
                   MOVE WS-EFECTO-TRAMO TO WS-DET-EFECTO
                   MOVE WS-LINEA-DETALLE TO REGISTRO-REPORTE
                   WRITE REGISTRO-REPORTE
               END-PERFORM
               MOVE "TOTAL" TO WS-DET-TRAMO
               MOVE WS-TOTAL-ACTIVO TO WS-DET-ACTIVO
               MOVE WS-TOTAL-PASIVO TO WS-DET-PASIVO
               MOVE WS-BRECHA-ACUMULADA TO WS-DET-BRECHA
               MOVE WS-BRECHA-ACUMULADA TO WS-DET-ACUMULADA
               MOVE WS-EFECTO-POSICION TO WS-DET-EFECTO
               MOVE WS-LINEA-DETALLE TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               ADD WS-EFECTO-POSICION TO WS-EFECTO-TOTAL.

            LEER-TASA-OFICIAL.
      *        Misma lectura de tasas_cambio.txt del cajero: la
      *        ultima linea cuya fecha ya llego; sin archivo rige la
      *        tasa por defecto.
               OPEN INPUT ARCHIVO-TASAS
               IF WS-STATUS-TASAS NOT = "35"
                   MOVE 'N' TO WS-TASAS-EOF
                   PERFORM UNTIL WS-TASAS-FIN-ARCHIVO
                       READ ARCHIVO-TASAS
                           AT END
                               MOVE 'S' TO WS-TASAS-EOF
                           NOT AT END
                               IF TASA-FECHA-VIGENCIA
                                  NOT > WS-FECHA-HOY
                                   MOVE TASA-COMPRA
                                       TO WS-TASA-OFICIAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TASAS
               END-IF.

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
       END PROGRAM REPORTE-BRECHAS-TASA.
