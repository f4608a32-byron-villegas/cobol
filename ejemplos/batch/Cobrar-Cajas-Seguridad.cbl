      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Batch diario de cobro del arriendo anual de cajas de
      *          seguridad segun el tarifario (CSP/CSM/CSG por tamano):
      *          a cada caja arrendada cuya fecha de cobro vencio se
      *          le carga el arriendo en la cuenta asociada como
      *          movimiento COB, igual que COBRAR-COMISIONES; sin
      *          fondos el arriendo queda en la cartera por cobrar y
      *          la caja en mora. La mora se levanta cuando un canal
      *          de abono cobra lo devengado; si dura mas de los dias
      *          del tarifario (180 por omision) la caja pasa a
      *          perforacion y se avisa al titular. Las cajas de un
      *          titular fallecido no se perforan: se informan para
      *          que las atiendan los herederos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRAR-CAJAS-SEGURIDAD.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Cobro anual y mora de cajas de seguridad.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-TARIFAS ASSIGN TO "tarifas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARIFAS.
           SELECT ARCHIVO-CAJAS ASSIGN TO "cajas_seguridad.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CAJAS.
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
           SELECT ARCHIVO-CXC
               ASSIGN TO "comisiones_por_cobrar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CXC.
           SELECT ARCHIVO-BITACORA ASSIGN TO "bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA.
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
           SELECT ARCHIVO-NOTIFICACIONES ASSIGN TO "notificaciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-TARIFAS.
           COPY "TARIFA.CPY".
       FD ARCHIVO-CAJAS.
           COPY "CAJA-SEGURIDAD.CPY".
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-CXC.
           COPY "COMISION-PENDIENTE.CPY".
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
       FD ARCHIVO-NOTIFICACIONES.
           COPY "NOTIFICACION.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-HASH PIC X(2) VALUE "00".
       77 WS-HASH-ANTERIOR PIC 9(8) VALUE 0.
       77 WS-HASH-MONTO PIC 9(8).
       77 WS-HASH-SALDO PIC S9(8).
       77 WS-STATUS-TARIFAS PIC X(2) VALUE "00".
      *    Tasa de IVA de las comisiones (tarifa IVA del tarifario,
      *    en puntos base) y cargo bruto que se desglosa al grabarlo.
       77 WS-TASA-IVA-PB PIC 9(5) VALUE 1900.
       77 WS-IVA-BRUTO PIC 9(8).
       77 WS-STATUS-CAJAS PIC X(2) VALUE "00".
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-CXC PIC X(2) VALUE "00".
       77 WS-STATUS-BITACORA PIC X(2) VALUE "00".
       77 WS-ID-TERMINAL PIC X(8) VALUE "BATCHCSG".
       77 WS-STATUS-SECUENCIA PIC X(2) VALUE "00".
       77 WS-NUM-SECUENCIA PIC 9(10) VALUE 0.
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
      *    Arriendo anual y dias de mora tolerados por tamano de
      *    caja, cargados del tarifario al partir; un tamano sin
      *    tarifa ANU no se cobra.
       01 WS-TABLA-TARIFAS-CAJA.
           05 WS-TARIFA-CAJA OCCURS 3 TIMES.
               10 WS-TAR-CAJA-CODIGO PIC X(3).
               10 WS-TAR-CAJA-MONTO PIC 9(8).
               10 WS-TAR-CAJA-DIAS-MORA PIC 9(8).
       77 WS-TAR-INDICE PIC 9(1) COMP.
       77 WS-DIAS-MORA-OMISION PIC 9(8) VALUE 180.
       77 WS-ARRIENDO PIC 9(8).
       77 WS-DIAS-MORA-TOPE PIC 9(8).
       77 WS-DIAS-EN-MORA PIC S9(8).
       77 WS-COMISION PIC 9(8).
       77 WS-CAJAS-EOF PIC X VALUE 'N'.
           88 WS-CAJAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-TOTAL-CAJAS-COBRADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-COBRADO PIC 9(10) VALUE 0.
       77 WS-CAJAS-SIN-FONDOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-DEVENGADO-CXC PIC 9(10) VALUE 0.
       77 WS-CAJAS-REGULARIZADAS PIC 9(6) COMP VALUE 0.
       77 WS-CAJAS-A-PERFORACION PIC 9(6) COMP VALUE 0.
       77 WS-CAJAS-FALLECIDO-MORA PIC 9(6) COMP VALUE 0.
       77 WS-FORMATO-MONEDA PIC -(9)9.
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
            DISPLAY "------ COBRO DE CAJAS DE SEGURIDAD ------".

            PERFORM SETEAR-FECHA-ACTUAL.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            PERFORM CARGAR-TARIFAS-CAJAS.

            PERFORM CARGAR-TASA-IVA.

            OPEN I-O ARCHIVO-CAJAS.
            IF WS-STATUS-CAJAS = "35" THEN
                DISPLAY "NO EXISTE REGISTRO DE CAJAS DE SEGURIDAD"
                STOP RUN
            END-IF.

            OPEN I-O ARCHIVO-CUENTAS.
            MOVE 'N' TO WS-CAJAS-EOF.
            PERFORM UNTIL WS-CAJAS-FIN-ARCHIVO
                READ ARCHIVO-CAJAS NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-CAJAS-EOF
                    NOT AT END
                        IF CSG-ESTA-ARRENDADA
                            PERFORM PROCESAR-UNA-CAJA
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ARCHIVO-CUENTAS.
            CLOSE ARCHIVO-CAJAS.

            DISPLAY "CAJAS CON ARRIENDO COBRADO: "
                WS-TOTAL-CAJAS-COBRADAS.
            MOVE WS-TOTAL-COBRADO TO WS-FORMATO-MONEDA.
            DISPLAY "ARRIENDOS COBRADOS: " WS-FORMATO-MONEDA.
            DISPLAY "ARRIENDOS DEVENGADOS SIN FONDOS: "
                WS-CAJAS-SIN-FONDOS " CAJAS POR "
                WS-TOTAL-DEVENGADO-CXC.
            DISPLAY "MORAS REGULARIZADAS: " WS-CAJAS-REGULARIZADAS.
            DISPLAY "CAJAS A PERFORACION: " WS-CAJAS-A-PERFORACION.
            DISPLAY "CAJAS DE FALLECIDOS EN MORA: "
                WS-CAJAS-FALLECIDO-MORA.

            STOP RUN.

            SETEAR-FECHA-ACTUAL.
               MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA
               MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO
               MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO
               MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO
               MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA
               MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO
               MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO.

            CARGAR-TARIFAS-CAJAS.
               MOVE "CSP" TO WS-TAR-CAJA-CODIGO(1)
               MOVE "CSM" TO WS-TAR-CAJA-CODIGO(2)
               MOVE "CSG" TO WS-TAR-CAJA-CODIGO(3)
               OPEN INPUT ARCHIVO-TARIFAS
               IF WS-STATUS-TARIFAS = "35"
                   DISPLAY "NO EXISTE TARIFARIO (tarifas.txt)"
               END-IF
               PERFORM VARYING WS-TAR-INDICE FROM 1 BY 1
                       UNTIL WS-TAR-INDICE > 3
                   MOVE 0 TO WS-TAR-CAJA-MONTO(WS-TAR-INDICE)
                   MOVE WS-DIAS-MORA-OMISION
                       TO WS-TAR-CAJA-DIAS-MORA(WS-TAR-INDICE)
                   IF WS-STATUS-TARIFAS NOT = "35"
                       MOVE WS-TAR-CAJA-CODIGO(WS-TAR-INDICE)
                           TO TAR-CODIGO
                       READ ARCHIVO-TARIFAS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF TAR-ES-ANUAL
                                   MOVE TAR-MONTO
                                       TO WS-TAR-CAJA-MONTO
                                           (WS-TAR-INDICE)
                                   IF TAR-UMBRAL-EXENCION > 0
                                       MOVE TAR-UMBRAL-EXENCION
                                           TO WS-TAR-CAJA-DIAS-MORA
                                               (WS-TAR-INDICE)
                                   END-IF
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
               IF WS-STATUS-TARIFAS NOT = "35"
                   CLOSE ARCHIVO-TARIFAS
               END-IF.

            PROCESAR-UNA-CAJA.
               EVALUATE TRUE
                   WHEN CSG-ES-PEQUENA
                       MOVE 1 TO WS-TAR-INDICE
                   WHEN CSG-ES-MEDIANA
                       MOVE 2 TO WS-TAR-INDICE
                   WHEN OTHER
                       MOVE 3 TO WS-TAR-INDICE
               END-EVALUATE
               MOVE WS-TAR-CAJA-MONTO(WS-TAR-INDICE) TO WS-ARRIENDO
               MOVE WS-TAR-CAJA-DIAS-MORA(WS-TAR-INDICE)
                   TO WS-DIAS-MORA-TOPE

               IF CSG-FECHA-IMPAGO > 0
                   PERFORM REVISAR-MORA-CAJA
               END-IF

               IF WS-ARRIENDO > 0
                  AND CSG-FECHA-PROX-COBRO <= WS-FECHA-HOY
                   PERFORM COBRAR-ARRIENDO
               END-IF

               IF CSG-FECHA-IMPAGO > 0
                   COMPUTE WS-DIAS-EN-MORA =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                       - FUNCTION INTEGER-OF-DATE(CSG-FECHA-IMPAGO)
                   IF WS-DIAS-EN-MORA >= WS-DIAS-MORA-TOPE
                       IF CSG-TITULAR-HA-FALLECIDO
                           ADD 1 TO WS-CAJAS-FALLECIDO-MORA
                           DISPLAY "CAJA DE FALLECIDO EN MORA: "
                               CSG-SUCURSAL "-" CSG-NUMERO
                               " TITULAR " CSG-RUT-TITULAR
                       ELSE
                           PERFORM INICIAR-PERFORACION
                       END-IF
                   END-IF
               END-IF

               REWRITE CAJA-SEGURIDAD.

            REVISAR-MORA-CAJA.
      *        El ultimo arriendo devengado ya cobrado por un canal
      *        de abono deja la caja al dia.
               OPEN INPUT ARCHIVO-CXC
               IF WS-STATUS-CXC NOT = "35"
                   MOVE CSG-RUT-TITULAR TO CXC-RUT
                   MOVE CSG-NUM-CUENTA TO CXC-NUM-CUENTA
                   MOVE CSG-FECHA-DEVENGO-CXC TO CXC-FECHA-DEVENGO
                   READ ARCHIVO-CXC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CXC-ESTA-SALDADA
                               MOVE 0 TO CSG-FECHA-IMPAGO
                               MOVE 0 TO CSG-MONTO-ADEUDADO
                               ADD 1 TO WS-CAJAS-REGULARIZADAS
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CXC
               END-IF.

            COBRAR-ARRIENDO.
               MOVE CSG-RUT-TITULAR TO RUT
               MOVE CSG-NUM-CUENTA TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       DISPLAY "CUENTA DE CARGO INEXISTENTE: CAJA "
                           CSG-SUCURSAL "-" CSG-NUMERO
                   NOT INVALID KEY
                       MOVE WS-ARRIENDO TO WS-COMISION
                       IF SALDO >= WS-COMISION
                           SUBTRACT WS-COMISION FROM SALDO
                           REWRITE CUENTA
                           PERFORM GRABAR-BITACORA-COMISION
                           ADD 1 TO WS-TOTAL-CAJAS-COBRADAS
                           ADD WS-COMISION TO WS-TOTAL-COBRADO
                       ELSE
                           PERFORM DEVENGAR-COMISION-IMPAGA
                           MOVE WS-FECHA-HOY TO CSG-FECHA-DEVENGO-CXC
                           IF CSG-FECHA-IMPAGO = 0
                               MOVE WS-FECHA-HOY TO CSG-FECHA-IMPAGO
                           END-IF
                           ADD WS-COMISION TO CSG-MONTO-ADEUDADO
                           ADD 1 TO WS-CAJAS-SIN-FONDOS
                           ADD WS-COMISION TO WS-TOTAL-DEVENGADO-CXC
                       END-IF
                       ADD 10000 TO CSG-FECHA-PROX-COBRO
               END-READ.

            INICIAR-PERFORACION.
      *        La caja queda sin acceso hasta que un supervisor la
      *        perfore e inventarie en MANTENCION-CAJAS-SEGURIDAD.
               MOVE "PER" TO CSG-ESTADO
               ADD 1 TO WS-CAJAS-A-PERFORACION
               MOVE CSG-MONTO-ADEUDADO TO WS-FORMATO-MONEDA
               DISPLAY "CAJA A PERFORACION: " CSG-SUCURSAL "-"
                   CSG-NUMERO " TITULAR " CSG-RUT-TITULAR
                   " DEUDA " WS-FORMATO-MONEDA

               OPEN EXTEND ARCHIVO-NOTIFICACIONES
               MOVE SPACES TO REGISTRO-NOTIFICACION
               MOVE CSG-RUT-TITULAR TO NOT-RUT
               MOVE CSG-NUM-CUENTA TO NOT-NUM-CUENTA
               MOVE "CSP" TO NOT-OPERACION
               MOVE CSG-MONTO-ADEUDADO TO NOT-SALDO-NUEVO
               MOVE WS-FECHAYHORA-FORMATEADA TO NOT-FECHAYHORA
               MOVE WS-ID-TERMINAL TO NOT-ID-TERMINAL
               MOVE "PEN" TO NOT-ESTADO
               MOVE 0 TO NOT-REINTENTOS
               WRITE REGISTRO-NOTIFICACION AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-NOTIFICACIONES.

            GRABAR-BITACORA-COMISION.
      *        Deja el cobro como movimiento COB (cargo) en la
      *        bitacora y el indice, con el registro de la cuenta aun
      *        posicionado.
               PERFORM SETEAR-FECHA-ACTUAL
               PERFORM SIGUIENTE-NUMERO-SECUENCIA
               OPEN EXTEND ARCHIVO-BITACORA
               MOVE SPACES TO REGISTRO-BITACORA
               MOVE RUT TO BIT-RUT
               MOVE NUM-CUENTA TO BIT-NUM-CUENTA
               MOVE "COB" TO BIT-OPERACION
               MOVE WS-COMISION TO BIT-MONTO
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
               PERFORM DESGLOSAR-IVA-COMISION
               PERFORM CALCULAR-HASH-BITACORA
               WRITE REGISTRO-BITACORA AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-BITACORA
               PERFORM GRABAR-MOVIMIENTO-INDEXADO.

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

            DEVENGAR-COMISION-IMPAGA.
               OPEN I-O ARCHIVO-CXC
               IF WS-STATUS-CXC = "35"
                   OPEN OUTPUT ARCHIVO-CXC
                   CLOSE ARCHIVO-CXC
                   OPEN I-O ARCHIVO-CXC
               END-IF
               MOVE RUT TO CXC-RUT
               MOVE NUM-CUENTA TO CXC-NUM-CUENTA
               MOVE WS-FECHA-HOY TO CXC-FECHA-DEVENGO
               READ ARCHIVO-CXC
                   INVALID KEY
                       MOVE RUT TO CXC-RUT
                       MOVE NUM-CUENTA TO CXC-NUM-CUENTA
                       MOVE WS-FECHA-HOY TO CXC-FECHA-DEVENGO
                       MOVE WS-COMISION TO CXC-MONTO
                       MOVE 0 TO CXC-MONTO-COBRADO
                       MOVE 0 TO CXC-FECHA-CONDONACION
                       MOVE "PEN" TO CXC-ESTADO
                       WRITE COMISION-PENDIENTE
                   NOT INVALID KEY
                       ADD WS-COMISION TO CXC-MONTO
                       MOVE "PEN" TO CXC-ESTADO
                       REWRITE COMISION-PENDIENTE
               END-READ
               CLOSE ARCHIVO-CXC.
       END PROGRAM COBRAR-CAJAS-SEGURIDAD.
