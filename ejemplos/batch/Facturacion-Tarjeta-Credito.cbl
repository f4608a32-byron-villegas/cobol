      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Batch nocturno de la tarjeta de credito rotativa. A
      *          las tarjetas cuyo dia de facturacion es hoy les corta
      *          el estado de cuenta: si el saldo facturado anterior
      *          no se pago completo, carga el interes rotativo del
      *          mes (movimiento ICR en la bitacora); pasa lo no
      *          facturado a facturado, calcula el pago minimo (un
      *          porcentaje del saldo con un piso, mas el minimo que
      *          haya quedado atrasado) y la fecha de vencimiento del
      *          pago en dia habil, deja el estado de cuenta en
      *          estados_tarjeta_credito.txt y avisa al cliente. A
      *          todas las tarjetas les mide ademas la mora del pago
      *          minimo vencido en dias habiles, con los mismos
      *          tramos de MORA-PRESTAMOS (1-30, 31-60, 61-90, 90+), y
      *          deja el reporte de antiguedad por tramo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURACION-TARJETA-CREDITO.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Facturacion mensual y mora de tarjetas de credito.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-TARJETAS-CREDITO
               ASSIGN TO "tarjetas_credito.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCR-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARJETAS-CREDITO.
           SELECT OPTIONAL ARCHIVO-ESTADOS-TARJETA
               ASSIGN TO "estados_tarjeta_credito.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-BITACORA ASSIGN TO "bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-SECUENCIA ASSIGN TO "secuencia.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SECUENCIA.
           SELECT OPTIONAL ARCHIVO-HASH-BITACORA
               ASSIGN TO "hash_bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HASH.
           SELECT OPTIONAL ARCHIVO-FERIADOS ASSIGN TO "feriados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIADOS.
           SELECT ARCHIVO-NOTIFICACIONES ASSIGN TO "notificaciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-TARJETAS-CREDITO.
           COPY "TARJETA-CREDITO.CPY".
       FD ARCHIVO-ESTADOS-TARJETA.
       01 REGISTRO-ESTADO-TARJETA.
          05 ETC-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 ETC-FECHA-CORTE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 ETC-CUPO PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 ETC-SALDO-ANTERIOR PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 ETC-CARGOS-PERIODO PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 ETC-INTERES PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 ETC-SALDO-FACTURADO PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 ETC-PAGO-MINIMO PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 ETC-FECHA-VENCIMIENTO PIC 9(8).
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-SECUENCIA.
       01 REGISTRO-SECUENCIA.
          05 SEC-CLAVE PIC X(1).
          05 SEC-ULTIMO-NUMERO PIC 9(10).
       FD ARCHIVO-HASH-BITACORA.
       01 REGISTRO-HASH-BITACORA PIC 9(8).
       FD ARCHIVO-FERIADOS.
           COPY "FERIADO.CPY".
       FD ARCHIVO-NOTIFICACIONES.
           COPY "NOTIFICACION.CPY".
       WORKING-STORAGE SECTION.
      *    Calendario de feriados bancarios cargado desde
      *    feriados.txt para el calculo de fechas habiles.
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
       77 WS-ENTERO-ITERADOR PIC S9(9) COMP.
       77 WS-STATUS-HASH PIC X(2) VALUE "00".
       77 WS-HASH-ANTERIOR PIC 9(8) VALUE 0.
       77 WS-HASH-MONTO PIC 9(8).
       77 WS-HASH-SALDO PIC S9(8).
       77 WS-STATUS-SECUENCIA PIC X(2) VALUE "00".
       77 WS-NUM-SECUENCIA PIC 9(10) VALUE 0.
       77 WS-STATUS-TARJETAS-CREDITO PIC X(2) VALUE "00".
       77 WS-ID-TERMINAL PIC X(8) VALUE "BATCHTCR".
      *    Politica del pago minimo: un porcentaje del saldo
      *    facturado con un piso en pesos, nunca mayor que la deuda;
      *    el plazo de pago corre desde el corte y cae en dia habil.
       77 WS-PORCENTAJE-PAGO-MINIMO PIC 9V9(4) VALUE 0.0500.
       77 WS-PAGO-MINIMO-PISO PIC 9(8) VALUE 10000.
       77 WS-DIAS-PLAZO-PAGO PIC 9(2) VALUE 20.
       77 WS-TARJETAS-EOF PIC X VALUE 'N'.
           88 WS-TARJETAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-DIA-HOY PIC 9(2).
       77 WS-SALDO-ANTERIOR PIC 9(8).
       77 WS-CARGOS-PERIODO PIC 9(8).
       77 WS-INTERES-ROTATIVO PIC 9(8).
       77 WS-MINIMO-CALCULADO PIC 9(8).
       77 WS-DEUDA-TOTAL PIC 9(8).
       77 WS-DIAS-MORA PIC S9(5) COMP.
       77 WS-ENTERO-HOY PIC S9(9) COMP.
       77 WS-ENTERO-VENCIMIENTO PIC S9(9) COMP.
       77 WS-TRAMO PIC 9(1).
       01 WS-TOTALES-TRAMO.
           05 WS-TRAMO-CANTIDAD PIC 9(4) OCCURS 4 TIMES.
       01 WS-MONTOS-TRAMO.
           05 WS-TRAMO-MONTO PIC 9(10) OCCURS 4 TIMES.
       77 WS-TRAMO-INDICE PIC 9(1) COMP.
       77 WS-TOTAL-FACTURADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-EN-MORA PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-INTERES PIC 9(10) VALUE 0.
       77 WS-TOTAL-SALDO-FACTURADO PIC 9(12) VALUE 0.
       77 WS-FORMATO-MONEDA PIC -(11)9.
       77 WS-FECHAYHORA PIC X(21).
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
       77 WS-FECHA-HOY PIC 9(8).

       PROCEDURE DIVISION.
            DISPLAY "------ FACTURACION DE TARJETAS DE CREDITO ------".

            PERFORM SETEAR-FECHA-ACTUAL.
            MOVE WS-DIA-FORMATEADO TO WS-DIA-HOY.
            COMPUTE WS-ENTERO-HOY =
                FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
            PERFORM CARGAR-FERIADOS.
            MOVE ZEROES TO WS-TOTALES-TRAMO.
            MOVE ZEROES TO WS-MONTOS-TRAMO.

            PERFORM REVISAR-TARJETAS.

            PERFORM IMPRIMIR-RESUMEN.

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

            REVISAR-TARJETAS.
               OPEN I-O ARCHIVO-TARJETAS-CREDITO
               IF WS-STATUS-TARJETAS-CREDITO = "35"
                   DISPLAY "NO EXISTE ARCHIVO DE TARJETAS DE CREDITO"
               ELSE
                   MOVE 'N' TO WS-TARJETAS-EOF
                   PERFORM UNTIL WS-TARJETAS-FIN-ARCHIVO
                       READ ARCHIVO-TARJETAS-CREDITO NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-TARJETAS-EOF
                       END-READ
                       IF NOT WS-TARJETAS-FIN-ARCHIVO
                          AND NOT TCR-ESTA-CANCELADA
                           PERFORM EVALUAR-UNA-TARJETA
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-TARJETAS-CREDITO
               END-IF.

            EVALUAR-UNA-TARJETA.
      *        Primero el corte (si hoy toca y no se hizo ya hoy, para
      *        que una re-ejecucion no cobre dos veces el interes) y
      *        despues la mora, que mira el vencimiento vigente.
               IF TCR-DIA-FACTURACION = WS-DIA-HOY
                  AND TCR-FECHA-ULTIMA-FACTURACION NOT = WS-FECHA-HOY
                   PERFORM FACTURAR-TARJETA
               END-IF

               PERFORM MEDIR-MORA-TARJETA

               REWRITE TARJETA-CREDITO.

            FACTURAR-TARJETA.
      *        El interes rotativo corre sobre lo facturado en el
      *        corte anterior que sigue impago al corte de hoy; lo
      *        cargado despues del corte anterior no paga interes
      *        hasta facturarse.
               MOVE TCR-SALDO-FACTURADO TO WS-SALDO-ANTERIOR
               MOVE TCR-SALDO-NO-FACTURADO TO WS-CARGOS-PERIODO
               MOVE 0 TO WS-INTERES-ROTATIVO
               IF TCR-SALDO-FACTURADO > 0
                   COMPUTE WS-INTERES-ROTATIVO ROUNDED =
                       TCR-SALDO-FACTURADO * TCR-TASA-ROTATIVA
               END-IF

               COMPUTE TCR-SALDO-FACTURADO =
                   TCR-SALDO-FACTURADO + WS-INTERES-ROTATIVO
                   + TCR-SALDO-NO-FACTURADO
               MOVE 0 TO TCR-SALDO-NO-FACTURADO

               IF WS-INTERES-ROTATIVO > 0
                   MOVE TCR-SALDO-FACTURADO TO WS-DEUDA-TOTAL
                   PERFORM GRABAR-BITACORA-INTERES
                   ADD WS-INTERES-ROTATIVO TO WS-TOTAL-INTERES
               END-IF

      *        Pago minimo: porcentaje del saldo con piso, mas el
      *        minimo que haya quedado impago del corte anterior,
      *        sin pasar nunca de la deuda facturada.
               COMPUTE WS-MINIMO-CALCULADO ROUNDED =
                   TCR-SALDO-FACTURADO * WS-PORCENTAJE-PAGO-MINIMO
               IF WS-MINIMO-CALCULADO < WS-PAGO-MINIMO-PISO
                   MOVE WS-PAGO-MINIMO-PISO TO WS-MINIMO-CALCULADO
               END-IF
               ADD WS-MINIMO-CALCULADO TO TCR-PAGO-MINIMO
               IF TCR-PAGO-MINIMO > TCR-SALDO-FACTURADO
                   MOVE TCR-SALDO-FACTURADO TO TCR-PAGO-MINIMO
               END-IF

               IF TCR-SALDO-FACTURADO > 0
                   COMPUTE WS-FHA-ENTERO =
                       WS-ENTERO-HOY + WS-DIAS-PLAZO-PAGO
                   PERFORM AJUSTAR-FECHA-HABIL
                   COMPUTE TCR-FECHA-VENCIMIENTO-PAGO =
                       FUNCTION DATE-OF-INTEGER(WS-FHA-ENTERO)
               END-IF
               MOVE WS-FECHA-HOY TO TCR-FECHA-ULTIMA-FACTURACION

               PERFORM GRABAR-ESTADO-TARJETA
               IF TCR-SALDO-FACTURADO > 0
                   PERFORM GRABAR-NOTIFICACION-ESTADO
               END-IF

               ADD 1 TO WS-TOTAL-FACTURADAS
               ADD TCR-SALDO-FACTURADO TO WS-TOTAL-SALDO-FACTURADO.

            MEDIR-MORA-TARJETA.
      *        Una tarjeta esta en mora cuando su pago minimo sigue
      *        impago despues del vencimiento; los dias se cuentan en
      *        dias habiles, igual que en los prestamos.
               IF TCR-PAGO-MINIMO = 0
                  OR TCR-FECHA-VENCIMIENTO-PAGO = 0
                  OR TCR-FECHA-VENCIMIENTO-PAGO >= WS-FECHA-HOY
                   MOVE 0 TO TCR-DIAS-MORA
                   MOVE 0 TO TCR-TRAMO-MORA
               ELSE
                   COMPUTE WS-ENTERO-VENCIMIENTO =
                       FUNCTION INTEGER-OF-DATE
                           (TCR-FECHA-VENCIMIENTO-PAGO)
                   PERFORM CONTAR-DIAS-HABILES-MORA
                   EVALUATE TRUE
                       WHEN WS-DIAS-MORA <= 30
                           MOVE 1 TO WS-TRAMO
                       WHEN WS-DIAS-MORA <= 60
                           MOVE 2 TO WS-TRAMO
                       WHEN WS-DIAS-MORA <= 90
                           MOVE 3 TO WS-TRAMO
                       WHEN OTHER
                           MOVE 4 TO WS-TRAMO
                   END-EVALUATE
                   MOVE WS-DIAS-MORA TO TCR-DIAS-MORA
                   MOVE WS-TRAMO TO TCR-TRAMO-MORA
                   ADD 1 TO WS-TOTAL-EN-MORA
                   ADD 1 TO WS-TRAMO-CANTIDAD(WS-TRAMO)
                   ADD TCR-PAGO-MINIMO TO WS-TRAMO-MONTO(WS-TRAMO)
               END-IF.

            GRABAR-ESTADO-TARJETA.
               OPEN EXTEND ARCHIVO-ESTADOS-TARJETA
               MOVE SPACES TO REGISTRO-ESTADO-TARJETA
               MOVE TCR-RUT TO ETC-RUT
               MOVE WS-FECHA-HOY TO ETC-FECHA-CORTE
               MOVE TCR-CUPO TO ETC-CUPO
               MOVE WS-SALDO-ANTERIOR TO ETC-SALDO-ANTERIOR
               MOVE WS-CARGOS-PERIODO TO ETC-CARGOS-PERIODO
               MOVE WS-INTERES-ROTATIVO TO ETC-INTERES
               MOVE TCR-SALDO-FACTURADO TO ETC-SALDO-FACTURADO
               MOVE TCR-PAGO-MINIMO TO ETC-PAGO-MINIMO
               MOVE TCR-FECHA-VENCIMIENTO-PAGO TO ETC-FECHA-VENCIMIENTO
               WRITE REGISTRO-ESTADO-TARJETA AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-ESTADOS-TARJETA.

            GRABAR-NOTIFICACION-ESTADO.
      *        Aviso FTC al titular con el saldo facturado; el
      *        despachador lo hace llegar por el canal del cliente.
               OPEN EXTEND ARCHIVO-NOTIFICACIONES
               MOVE SPACES TO REGISTRO-NOTIFICACION
               MOVE TCR-RUT TO NOT-RUT
               MOVE 0 TO NOT-NUM-CUENTA
               MOVE "FTC" TO NOT-OPERACION
               MOVE TCR-SALDO-FACTURADO TO NOT-SALDO-NUEVO
               MOVE WS-FECHAYHORA-FORMATEADA TO NOT-FECHAYHORA
               MOVE WS-ID-TERMINAL TO NOT-ID-TERMINAL
               MOVE "PEN" TO NOT-ESTADO
               MOVE 0 TO NOT-REINTENTOS
               WRITE REGISTRO-NOTIFICACION AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-NOTIFICACIONES.

            GRABAR-BITACORA-INTERES.
      *        El interes rotativo queda como movimiento ICR en la
      *        bitacora (sentido en blanco: crece la deuda de la
      *        tarjeta, no toca ninguna cuenta de deposito), con la
      *        deuda facturada resultante como saldo.
               PERFORM SIGUIENTE-NUMERO-SECUENCIA
               PERFORM SETEAR-FECHA-ACTUAL
               OPEN EXTEND ARCHIVO-BITACORA
               MOVE SPACES TO REGISTRO-BITACORA
               MOVE TCR-RUT TO BIT-RUT
               MOVE 0 TO BIT-NUM-CUENTA
               MOVE "ICR" TO BIT-OPERACION
               MOVE WS-INTERES-ROTATIVO TO BIT-MONTO
               MOVE WS-DEUDA-TOTAL TO BIT-SALDO
               MOVE WS-FECHAYHORA-FORMATEADA TO BIT-FECHAYHORA
               MOVE WS-NUM-SECUENCIA TO BIT-NUM-SECUENCIA
               MOVE WS-ID-TERMINAL TO BIT-ID-TERMINAL
               MOVE SPACES TO BIT-ANU-TIPO-ORIGINAL
               MOVE 0 TO BIT-TASA-CAMBIO
               MOVE "CLP" TO BIT-MONEDA
               MOVE SPACE TO BIT-ABONO-CARGO
               MOVE SPACES TO BIT-CODIGO-CONVENIO
               MOVE 0 TO BIT-SECUENCIA-ORIGINAL
               MOVE WS-FECHA-HOY TO BIT-FECHA-NEGOCIO
               MOVE SPACES TO BIT-RUT-REPRESENTANTE
               PERFORM CALCULAR-HASH-BITACORA
               WRITE REGISTRO-BITACORA AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-BITACORA.

            IMPRIMIR-RESUMEN.
               DISPLAY "ESTADOS DE CUENTA CORTADOS HOY: "
                   WS-TOTAL-FACTURADAS
               MOVE WS-TOTAL-SALDO-FACTURADO TO WS-FORMATO-MONEDA
               DISPLAY "SALDO FACTURADO EN ESTOS CORTES: "
                   WS-FORMATO-MONEDA
               MOVE WS-TOTAL-INTERES TO WS-FORMATO-MONEDA
               DISPLAY "INTERES ROTATIVO CARGADO: " WS-FORMATO-MONEDA
               DISPLAY "TARJETAS CON PAGO MINIMO VENCIDO: "
                   WS-TOTAL-EN-MORA
               DISPLAY "TRAMO      CANTIDAD MINIMO IMPAGO"
               PERFORM VARYING WS-TRAMO-INDICE FROM 1 BY 1
                       UNTIL WS-TRAMO-INDICE > 4
                   MOVE WS-TRAMO-MONTO(WS-TRAMO-INDICE)
                       TO WS-FORMATO-MONEDA
                   EVALUATE WS-TRAMO-INDICE
                       WHEN 1
                           DISPLAY
                               "1-30 DIAS  "
                               WS-TRAMO-CANTIDAD(1) " "
                               WS-FORMATO-MONEDA
                       WHEN 2
                           DISPLAY
                               "31-60 DIAS "
                               WS-TRAMO-CANTIDAD(2) " "
                               WS-FORMATO-MONEDA
                       WHEN 3
                           DISPLAY
                               "61-90 DIAS "
                               WS-TRAMO-CANTIDAD(3) " "
                               WS-FORMATO-MONEDA
                       WHEN 4
                           DISPLAY
                               "MAS DE 90  "
                               WS-TRAMO-CANTIDAD(4) " "
                               WS-FORMATO-MONEDA
                   END-EVALUATE
               END-PERFORM.

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

            CONTAR-DIAS-HABILES-MORA.
      *        Cuenta los dias habiles transcurridos entre el
      *        vencimiento (exclusive) y hoy (inclusive), saltando
      *        sabados, domingos y feriados del calendario.
               MOVE 0 TO WS-DIAS-MORA
               IF WS-ENTERO-VENCIMIENTO < WS-ENTERO-HOY
                   COMPUTE WS-ENTERO-ITERADOR =
                       WS-ENTERO-VENCIMIENTO + 1
                   PERFORM UNTIL WS-ENTERO-ITERADOR > WS-ENTERO-HOY
                       MOVE WS-ENTERO-ITERADOR TO WS-FHA-ENTERO
                       PERFORM VERIFICAR-DIA-HABIL
                       IF FECHA-ES-HABIL
                           ADD 1 TO WS-DIAS-MORA
                       END-IF
                       ADD 1 TO WS-ENTERO-ITERADOR
                   END-PERFORM
               END-IF.
       END PROGRAM FACTURACION-TARJETA-CREDITO.
