      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Batch nocturno de devengo de intereses: calcula el
      *          interes devengado a la fecha de cada prestamo
      *          (cuotas impagas de cuotas_prestamo.txt, en proporcion
      *          a los dias corridos del periodo de la cuota) y de
      *          cada deposito a plazo vigente (interes simple base
      *          360 desde el inicio del periodo), guarda el devengado
      *          en la unidad del producto (pesos o centesimos de UF)
      *          en devengos.txt y postea a la bitacora solo la
      *          diferencia en pesos contra lo ya posteado: DVP/RVP
      *          para el interes por cobrar de prestamos y DVD/RVD
      *          para el interes por pagar de depositos. Cuando la
      *          cuota se paga o el deposito vence, se renueva o se
      *          rescata, el devengado baja y la reversa deja en cero
      *          lo que el pago real ya contabilizo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVENGAR-INTERESES.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Devengo diario de intereses de prestamos y plazos.

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
           SELECT ARCHIVO-DEVENGOS ASSIGN TO "devengos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-DEVENGOS.
           SELECT OPTIONAL ARCHIVO-VALORES-UF
               ASSIGN TO "valores_uf.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VALORES-UF.
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
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-PRESTAMOS.
           COPY "PRESTAMO.CPY".
       FD ARCHIVO-CUOTAS.
           COPY "CUOTA-PRESTAMO.CPY".
       FD ARCHIVO-PLAZOS.
           COPY "DEPOSITO-PLAZO.CPY".
       FD ARCHIVO-DEVENGOS.
           COPY "DEVENGO.CPY".
       FD ARCHIVO-VALORES-UF.
           COPY "VALOR-UF.CPY".
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-SECUENCIA.
       01 REGISTRO-SECUENCIA.
          05 SEC-CLAVE PIC X(1).
          05 SEC-ULTIMO-NUMERO PIC 9(10).
       FD ARCHIVO-HASH-BITACORA.
       01 REGISTRO-HASH-BITACORA PIC 9(8).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-PRESTAMOS PIC X(2) VALUE "00".
       77 WS-STATUS-CUOTAS PIC X(2) VALUE "00".
       77 WS-STATUS-PLAZOS PIC X(2) VALUE "00".
       77 WS-STATUS-DEVENGOS PIC X(2) VALUE "00".
       77 WS-STATUS-VALORES-UF PIC X(2) VALUE "00".
       77 WS-STATUS-SECUENCIA PIC X(2) VALUE "00".
       77 WS-STATUS-HASH PIC X(2) VALUE "00".
       77 WS-HASH-ANTERIOR PIC 9(8) VALUE 0.
       77 WS-HASH-MONTO PIC 9(8).
       77 WS-HASH-SALDO PIC S9(8).
       77 WS-NUM-SECUENCIA PIC 9(10) VALUE 0.
       77 WS-ID-TERMINAL PIC X(8) VALUE "BATCHDEV".
       77 WS-PRESTAMOS-EOF PIC X VALUE 'N'.
           88 WS-PRESTAMOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-CUOTAS-EOF PIC X VALUE 'N'.
           88 WS-CUOTAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-PLAZOS-EOF PIC X VALUE 'N'.
           88 WS-PLAZOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-DEVENGOS-EOF PIC X VALUE 'N'.
           88 WS-DEVENGOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-UF-EOF PIC X VALUE 'N'.
           88 WS-UF-FIN-ARCHIVO VALUE 'S'.
       77 WS-VALOR-UF PIC 9(6)V9(2) VALUE 0.
       77 WS-ENTERO-HOY PIC S9(9) COMP.
       77 WS-ENTERO-VENCIMIENTO PIC S9(9) COMP.
       77 WS-ENTERO-INICIO PIC S9(9) COMP.
       77 WS-ENTERO-ANTERIOR PIC S9(9) COMP.
       77 WS-DIAS-PERIODO PIC S9(5) COMP.
       77 WS-DIAS-CORRIDOS PIC S9(5) COMP.
      *    Datos del instrumento que se esta ajustando.
       77 WS-DEV-RUT PIC X(10).
       77 WS-DEV-PRODUCTO PIC X(3).
       77 WS-DEV-NUMERO PIC 9(3).
       77 WS-DEV-REAJUSTE PIC X(3).
       77 WS-DEVENGADO PIC 9(8)V99 VALUE 0.
       77 WS-DEVENGADO-CLP PIC 9(10) VALUE 0.
       77 WS-POSTEADO-ANTERIOR PIC 9(10) VALUE 0.
       77 WS-DEVENGO-EXISTIA PIC X VALUE 'N'.
           88 DEVENGO-EXISTIA VALUE 'S'.
       77 WS-BIT-OPERACION PIC X(3).
       77 WS-BIT-MONTO PIC 9(10).
       77 WS-TOTAL-DVP PIC 9(12) VALUE 0.
       77 WS-TOTAL-RVP PIC 9(12) VALUE 0.
       77 WS-TOTAL-DVD PIC 9(12) VALUE 0.
       77 WS-TOTAL-RVD PIC 9(12) VALUE 0.
       77 WS-TOTAL-SIN-UF PIC 9(6) COMP VALUE 0.
       77 WS-FORMATO-MONEDA PIC -(11)9.
       77 WS-FECHA-HOY PIC 9(8).
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

       PROCEDURE DIVISION.
            DISPLAY "---------- DEVENGO DE INTERESES ----------".

            PERFORM SETEAR-FECHA-ACTUAL.
            COMPUTE WS-ENTERO-HOY =
                FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).

            PERFORM LEER-VALOR-UF.

            OPEN I-O ARCHIVO-DEVENGOS.
            IF WS-STATUS-DEVENGOS = "35"
                OPEN OUTPUT ARCHIVO-DEVENGOS
                CLOSE ARCHIVO-DEVENGOS
                OPEN I-O ARCHIVO-DEVENGOS
            END-IF.

            PERFORM DEVENGAR-PRESTAMOS.
            PERFORM DEVENGAR-PLAZOS.
            PERFORM REVERSAR-SALIDOS.

            CLOSE ARCHIVO-DEVENGOS.

            MOVE WS-TOTAL-DVP TO WS-FORMATO-MONEDA.
            DISPLAY "DEVENGO PRESTAMOS (DVP): " WS-FORMATO-MONEDA.
            MOVE WS-TOTAL-RVP TO WS-FORMATO-MONEDA.
            DISPLAY "REVERSA PRESTAMOS (RVP): " WS-FORMATO-MONEDA.
            MOVE WS-TOTAL-DVD TO WS-FORMATO-MONEDA.
            DISPLAY "DEVENGO DEPOSITOS (DVD): " WS-FORMATO-MONEDA.
            MOVE WS-TOTAL-RVD TO WS-FORMATO-MONEDA.
            DISPLAY "REVERSA DEPOSITOS (RVD): " WS-FORMATO-MONEDA.
            IF WS-TOTAL-SIN-UF > 0
                DISPLAY
                    "PRODUCTOS UF SIN VALOR UF VIGENTE (SIN AJUSTE): "
                    WS-TOTAL-SIN-UF
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

            DEVENGAR-PRESTAMOS.
               OPEN INPUT ARCHIVO-PRESTAMOS
               IF WS-STATUS-PRESTAMOS = "35"
                   DISPLAY "NO EXISTE ARCHIVO DE PRESTAMOS"
               ELSE
                   MOVE 'N' TO WS-PRESTAMOS-EOF
                   PERFORM UNTIL WS-PRESTAMOS-FIN-ARCHIVO
                       READ ARCHIVO-PRESTAMOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-PRESTAMOS-EOF
                       END-READ
                       IF NOT WS-PRESTAMOS-FIN-ARCHIVO
                           PERFORM DEVENGAR-UN-PRESTAMO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

            DEVENGAR-UN-PRESTAMO.
      *        Devengado a la fecha = interes completo de cada cuota
      *        impaga ya vencida mas la fraccion de los dias
      *        corridos del periodo de la cuota en curso. El periodo
      *        de una cuota va desde el vencimiento de la anterior
      *        (un mes antes para la primera).
               MOVE 0 TO WS-DEVENGADO
               MOVE 'N' TO WS-CUOTAS-EOF
               MOVE 0 TO WS-ENTERO-ANTERIOR
               OPEN INPUT ARCHIVO-CUOTAS
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
                           PERFORM DEVENGAR-UNA-CUOTA
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-STATUS-CUOTAS NOT = "35"
                   CLOSE ARCHIVO-CUOTAS
               END-IF

               MOVE PRESTAMO-RUT TO WS-DEV-RUT
               MOVE "PRE" TO WS-DEV-PRODUCTO
               MOVE NUM-PRESTAMO TO WS-DEV-NUMERO
               MOVE PRESTAMO-REAJUSTE TO WS-DEV-REAJUSTE
               PERFORM AJUSTAR-DEVENGO.

            DEVENGAR-UNA-CUOTA.
               COMPUTE WS-ENTERO-VENCIMIENTO =
                   FUNCTION INTEGER-OF-DATE(CUO-FECHA-VENCIMIENTO)
               IF WS-ENTERO-ANTERIOR = 0
                   COMPUTE WS-ENTERO-INICIO = WS-ENTERO-VENCIMIENTO - 30
               ELSE
                   MOVE WS-ENTERO-ANTERIOR TO WS-ENTERO-INICIO
               END-IF
               MOVE WS-ENTERO-VENCIMIENTO TO WS-ENTERO-ANTERIOR

               IF CUO-ESTA-IMPAGA AND CUO-PARTE-INTERES > 0
                   IF WS-ENTERO-VENCIMIENTO <= WS-ENTERO-HOY
                       ADD CUO-PARTE-INTERES TO WS-DEVENGADO
                   ELSE
                       IF WS-ENTERO-INICIO < WS-ENTERO-HOY
                           COMPUTE WS-DIAS-PERIODO =
                               WS-ENTERO-VENCIMIENTO - WS-ENTERO-INICIO
                           COMPUTE WS-DIAS-CORRIDOS =
                               WS-ENTERO-HOY - WS-ENTERO-INICIO
                           COMPUTE WS-DEVENGADO ROUNDED =
                               WS-DEVENGADO
                               + (CUO-PARTE-INTERES * WS-DIAS-CORRIDOS
                                  / WS-DIAS-PERIODO)
                       END-IF
                   END-IF
               END-IF.

            DEVENGAR-PLAZOS.
               OPEN INPUT ARCHIVO-PLAZOS
               IF WS-STATUS-PLAZOS = "35"
                   DISPLAY "NO EXISTEN DEPOSITOS A PLAZO"
               ELSE
                   MOVE 'N' TO WS-PLAZOS-EOF
                   PERFORM UNTIL WS-PLAZOS-FIN-ARCHIVO
                       READ ARCHIVO-PLAZOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-PLAZOS-EOF
                       END-READ
                       IF NOT WS-PLAZOS-FIN-ARCHIVO
                           PERFORM DEVENGAR-UN-PLAZO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-PLAZOS
               END-IF.

            DEVENGAR-UN-PLAZO.
      *        Mismo interes simple base 360 con que paga el batch de
      *        vencimientos, por los dias corridos del periodo en
      *        curso (una renovacion corre el vencimiento y con eso
      *        el inicio del periodo). Un deposito ya pagado o
      *        rescatado no devenga: su devengado baja a cero.
               MOVE 0 TO WS-DEVENGADO
               IF DPF-ESTA-VIGENTE
                   COMPUTE WS-ENTERO-VENCIMIENTO =
                       FUNCTION INTEGER-OF-DATE(DPF-FECHA-VENCIMIENTO)
                   COMPUTE WS-ENTERO-INICIO =
                       WS-ENTERO-VENCIMIENTO - DPF-PLAZO-DIAS
                   COMPUTE WS-DIAS-CORRIDOS =
                       WS-ENTERO-HOY - WS-ENTERO-INICIO
                   IF WS-DIAS-CORRIDOS > DPF-PLAZO-DIAS
                       MOVE DPF-PLAZO-DIAS TO WS-DIAS-CORRIDOS
                   END-IF
                   IF WS-DIAS-CORRIDOS > 0
                       COMPUTE WS-DEVENGADO ROUNDED =
                           DPF-CAPITAL * DPF-TASA-ANUAL
                           * WS-DIAS-CORRIDOS / 360
                   END-IF
               END-IF

               MOVE DPF-RUT TO WS-DEV-RUT
               MOVE "DPF" TO WS-DEV-PRODUCTO
               MOVE DPF-NUMERO TO WS-DEV-NUMERO
               MOVE DPF-REAJUSTE TO WS-DEV-REAJUSTE
               PERFORM AJUSTAR-DEVENGO.

            AJUSTAR-DEVENGO.
      *        Convierte el devengado a pesos (al valor UF del dia en
      *        los productos UF) y postea la diferencia contra lo ya
      *        posteado. Un producto UF sin valor UF vigente queda
      *        como estaba hasta la corrida siguiente.
               MOVE WS-DEV-RUT TO DEV-RUT
               MOVE WS-DEV-PRODUCTO TO DEV-PRODUCTO
               MOVE WS-DEV-NUMERO TO DEV-NUMERO
               MOVE 'N' TO WS-DEVENGO-EXISTIA
               MOVE 0 TO WS-POSTEADO-ANTERIOR
               READ ARCHIVO-DEVENGOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-DEVENGO-EXISTIA
                       MOVE DEV-DEVENGADO-CLP TO WS-POSTEADO-ANTERIOR
               END-READ

               IF WS-DEV-REAJUSTE = "UF" AND WS-DEVENGADO > 0
                  AND WS-VALOR-UF = 0
                   ADD 1 TO WS-TOTAL-SIN-UF
               ELSE
                   IF WS-DEV-REAJUSTE = "UF"
                       COMPUTE WS-DEVENGADO-CLP ROUNDED =
                           WS-DEVENGADO * WS-VALOR-UF / 100
                   ELSE
                       COMPUTE WS-DEVENGADO-CLP ROUNDED = WS-DEVENGADO
                   END-IF
                   IF DEVENGO-EXISTIA OR WS-DEVENGADO-CLP > 0
                       PERFORM POSTEAR-DIFERENCIA
                       MOVE WS-DEV-RUT TO DEV-RUT
                       MOVE WS-DEV-PRODUCTO TO DEV-PRODUCTO
                       MOVE WS-DEV-NUMERO TO DEV-NUMERO
                       MOVE WS-DEV-REAJUSTE TO DEV-REAJUSTE
                       MOVE WS-DEVENGADO TO DEV-DEVENGADO
                       MOVE WS-DEVENGADO-CLP TO DEV-DEVENGADO-CLP
                       MOVE WS-FECHA-HOY TO DEV-FECHA-CALCULO
                       IF DEVENGO-EXISTIA
                           REWRITE DEVENGO
                       ELSE
                           WRITE DEVENGO
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       END-IF
                   END-IF
               END-IF.

            REVERSAR-SALIDOS.
      *        Un devengo que esta noche no se recalculo es de un
      *        prestamo que ya no esta en prestamos.txt (castigado o
      *        renegociado): se reversa completo.
               MOVE 'N' TO WS-DEVENGOS-EOF
               MOVE LOW-VALUES TO DEV-CLAVE
               START ARCHIVO-DEVENGOS
                   KEY IS NOT LESS THAN DEV-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-DEVENGOS-EOF
               END-START
               PERFORM UNTIL WS-DEVENGOS-FIN-ARCHIVO
                   READ ARCHIVO-DEVENGOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-DEVENGOS-EOF
                   END-READ
                   IF NOT WS-DEVENGOS-FIN-ARCHIVO
                      AND DEV-FECHA-CALCULO NOT = WS-FECHA-HOY
                      AND DEV-DEVENGADO-CLP > 0
                       MOVE DEV-RUT TO WS-DEV-RUT
                       MOVE DEV-PRODUCTO TO WS-DEV-PRODUCTO
                       MOVE DEV-NUMERO TO WS-DEV-NUMERO
                       MOVE DEV-DEVENGADO-CLP TO WS-POSTEADO-ANTERIOR
                       MOVE 0 TO WS-DEVENGADO-CLP
                       PERFORM POSTEAR-DIFERENCIA
                       MOVE 0 TO DEV-DEVENGADO
                       MOVE 0 TO DEV-DEVENGADO-CLP
                       MOVE WS-FECHA-HOY TO DEV-FECHA-CALCULO
                       REWRITE DEVENGO
                   END-IF
               END-PERFORM.

            POSTEAR-DIFERENCIA.
               EVALUATE TRUE
                   WHEN WS-DEVENGADO-CLP > WS-POSTEADO-ANTERIOR
                       COMPUTE WS-BIT-MONTO =
                           WS-DEVENGADO-CLP - WS-POSTEADO-ANTERIOR
                       IF WS-DEV-PRODUCTO = "PRE"
                           MOVE "DVP" TO WS-BIT-OPERACION
                           ADD WS-BIT-MONTO TO WS-TOTAL-DVP
                       ELSE
                           MOVE "DVD" TO WS-BIT-OPERACION
                           ADD WS-BIT-MONTO TO WS-TOTAL-DVD
                       END-IF
                       PERFORM GRABAR-BITACORA-DEVENGO
                   WHEN WS-DEVENGADO-CLP < WS-POSTEADO-ANTERIOR
                       COMPUTE WS-BIT-MONTO =
                           WS-POSTEADO-ANTERIOR - WS-DEVENGADO-CLP
                       IF WS-DEV-PRODUCTO = "PRE"
                           MOVE "RVP" TO WS-BIT-OPERACION
                           ADD WS-BIT-MONTO TO WS-TOTAL-RVP
                       ELSE
                           MOVE "RVD" TO WS-BIT-OPERACION
                           ADD WS-BIT-MONTO TO WS-TOTAL-RVD
                       END-IF
                       PERFORM GRABAR-BITACORA-DEVENGO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

            GRABAR-BITACORA-DEVENGO.
      *        Como el castigo: sentido en blanco (no mueve saldo de
      *        cuenta), el numero del prestamo o deposito en el campo
      *        de cuenta y el devengado vigente como saldo.
               PERFORM SIGUIENTE-NUMERO-SECUENCIA
               PERFORM SETEAR-FECHA-ACTUAL
               OPEN EXTEND ARCHIVO-BITACORA
               MOVE SPACES TO REGISTRO-BITACORA
               MOVE WS-DEV-RUT TO BIT-RUT
               MOVE WS-DEV-NUMERO TO BIT-NUM-CUENTA
               MOVE WS-BIT-OPERACION TO BIT-OPERACION
               MOVE WS-BIT-MONTO TO BIT-MONTO
               MOVE WS-DEVENGADO-CLP TO BIT-SALDO
               MOVE WS-FECHAYHORA-FORMATEADA TO BIT-FECHAYHORA
               MOVE WS-NUM-SECUENCIA TO BIT-NUM-SECUENCIA
               MOVE WS-ID-TERMINAL TO BIT-ID-TERMINAL
               MOVE SPACES TO BIT-ANU-TIPO-ORIGINAL
               MOVE 0 TO BIT-TASA-CAMBIO
               MOVE "CLP" TO BIT-MONEDA
               MOVE SPACE TO BIT-ABONO-CARGO
               MOVE SPACES TO BIT-CODIGO-CONVENIO
               MOVE 0 TO BIT-SECUENCIA-ORIGINAL
               PERFORM CALCULAR-HASH-BITACORA
               WRITE REGISTRO-BITACORA AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-BITACORA.

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
       END PROGRAM DEVENGAR-INTERESES.
