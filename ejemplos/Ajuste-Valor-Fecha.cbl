      *          explicita y la referencia a la secuencia del
      *          movimiento corregido, recalcula el interes que la
      *          cuenta debio ganar (o que se le debio cobrar) entre
      *          la fecha valor y hoy con las mismas tasas de
      *          APLICAR-INTERES vigentes cada dia de ese periodo
      *          (no las de hoy), y postea la diferencia como
      *          movimiento AJI propio. Todo queda ademas en la
      *          bitacora administrativa: se acabaron los reembolsos
      *          calculados a mano.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-PERIODOS ASSIGN TO "periodos_contables.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIODO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PERIODOS.
           SELECT ARCHIVO-TASAS-INTERES ASSIGN TO "tasas_interes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAS-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TASAS-INTERES.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "FERIADO.CPY".
       FD ARCHIVO-AUDITORIA.
           COPY "AUDITORIA-ADMIN.CPY".
       FD ARCHIVO-PERIODOS.
           COPY "PERIODO-CONTABLE.CPY".
       FD ARCHIVO-TASAS-INTERES.
           COPY "TASA-INTERES.CPY".
       WORKING-STORAGE SECTION.
      *    Inicio de sesion del operador contra el maestro
      *    usuarios.txt (roles y bloqueo por intentos); ver
       77 WS-HASH-SALDO PIC S9(8).
       77 WS-NUM-SECUENCIA PIC 9(10) VALUE 0.
       77 WS-ID-TERMINAL PIC X(8) VALUE "EJECAJUS".
      *    Mismas tasas de APLICAR-INTERES: el abono por saldo
      *    positivo sale de tasas_interes.txt con la tasa que regia
      *    cada dia (la diaria de abajo cuando no hay fila), y la
      *    tasa punitiva por uso de sobregiro, para que el recalculo
      *    sea consistente con lo que la cuenta habria ganado o
      *    pagado noche a noche.
       77 WS-TASA-INTERES-DIARIA PIC 9V9(4) VALUE 0.0001.
       77 WS-TASA-SOBREGIRO-DIARIA PIC 9V9(4) VALUE 0.0005.
      *    Tabla de tasas de captacion con fecha de vigencia
      *    (tasas_interes.txt, MANTENCION-TASAS): busqueda de la
      *    tasa anual que rige un dia para un producto, moneda,
      *    saldo y plazo.
       77 WS-STATUS-TASAS-INTERES PIC X(2) VALUE "00".
       77 WS-TASA-PRODUCTO PIC X(3).
       77 WS-TASA-MONEDA PIC X(3).
       77 WS-TASA-SALDO PIC 9(10).
       77 WS-TASA-PLAZO PIC 9(4).
       77 WS-TASA-FECHA PIC 9(8).
       77 WS-TASA-VIGENTE PIC 9V9(4) VALUE 0.
       77 WS-TASA-ENCONTRADA PIC X VALUE 'N'.
           88 TASA-ENCONTRADA VALUE 'S'.
       77 WS-TASAS-INTERES-EOF PIC X VALUE 'N'.
           88 WS-TASAS-INTERES-FIN VALUE 'S'.
       77 WS-RUT PIC X(10).
       77 WS-NUM-CUENTA PIC 9(3).
       77 WS-FECHA-VALOR PIC 9(8).
           88 AJUSTE-ES-CARGO VALUE 'C'.
           88 SENTIDO-ES-VALIDO VALUE 'A' 'C'.
       77 WS-SECUENCIA-ORIGINAL PIC 9(10).
      *    Cierre contable: una fecha valor dentro de un mes (o ano)
      *    cerrado en CIERRE-CONTABLE se rechaza hasta su reapertura.
       77 WS-STATUS-PERIODOS PIC X(2) VALUE "00".
       77 WS-PERIODO-MES PIC 9(6).
       77 WS-PERIODO-ANIO PIC 9(6).
       77 WS-PERIODO-CERRADO PIC X VALUE 'N'.
           88 PERIODO-ESTA-CERRADO VALUE 'S'.
       77 WS-DIAS-TRANSCURRIDOS PIC S9(5) COMP.
       77 WS-ENTERO-HOY PIC S9(9) COMP.
       77 WS-ENTERO-VALOR PIC S9(9) COMP.
       77 WS-ENTERO-DIA PIC S9(9) COMP.
       77 WS-INTERES-ACUMULADO PIC 9(9)V9(6) VALUE 0.
       77 WS-INTERES-DIFERENCIA PIC 9(8) VALUE 0.
       77 WS-OPERACION-BIT PIC X(3).
       77 WS-MONTO-BIT PIC 9(8).
                STOP RUN
            END-IF.

            PERFORM VERIFICAR-PERIODO-ABIERTO.
            IF PERIODO-ESTA-CERRADO THEN
                DISPLAY
                    "SOLICITE A UN SUPERVISOR LA REAPERTURA DEL "
                    "PERIODO EN CIERRE-CONTABLE"
                STOP RUN
            END-IF.

            DISPLAY "MONTO DEL AJUSTE: ".
            ACCEPT WS-MONTO.
            IF WS-MONTO NOT NUMERIC OR WS-MONTO = 0 THEN
               COMPUTE WS-DIAS-TRANSCURRIDOS =
                   WS-ENTERO-HOY - WS-ENTERO-VALOR
               IF AJUSTE-ES-ABONO
                   PERFORM CALCULAR-INTERES-HISTORICO
               ELSE
                   COMPUTE WS-INTERES-DIFERENCIA ROUNDED =
                       WS-MONTO * WS-TASA-SOBREGIRO-DIARIA
                       * WS-DIAS-TRANSCURRIDOS
               END-IF.

            CALCULAR-INTERES-HISTORICO.
      *        El abono que falto habria ganado, noche a noche, la
      *        tasa que regia cada dia para el producto, la moneda y
      *        el tramo de saldo de la cuenta (tasas_interes.txt,
      *        base 365), no la de hoy; un dia sin fila aplicable
      *        gana la tasa diaria de siempre.
               MOVE 0 TO WS-INTERES-ACUMULADO
               MOVE "CTE" TO WS-TASA-PRODUCTO
               MOVE "CLP" TO WS-TASA-MONEDA
               MOVE 0 TO WS-TASA-SALDO
               MOVE 0 TO WS-TASA-PLAZO
               OPEN INPUT ARCHIVO-CUENTAS
               MOVE WS-RUT TO RUT
               MOVE WS-NUM-CUENTA TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TIPO-PRODUCTO TO WS-TASA-PRODUCTO
                       MOVE MONEDA-CUENTA TO WS-TASA-MONEDA
                       IF SALDO > 0
                           MOVE SALDO TO WS-TASA-SALDO
                       END-IF
               END-READ
               CLOSE ARCHIVO-CUENTAS
               PERFORM VARYING WS-ENTERO-DIA FROM WS-ENTERO-VALOR
                       BY 1 UNTIL WS-ENTERO-DIA >= WS-ENTERO-HOY
                   COMPUTE WS-TASA-FECHA =
                       FUNCTION DATE-OF-INTEGER(WS-ENTERO-DIA)
                   PERFORM BUSCAR-TASA-VIGENTE
                   IF TASA-ENCONTRADA
                       COMPUTE WS-INTERES-ACUMULADO =
                           WS-INTERES-ACUMULADO
                           + (WS-MONTO * WS-TASA-VIGENTE / 365)
                   ELSE
                       COMPUTE WS-INTERES-ACUMULADO =
                           WS-INTERES-ACUMULADO
                           + (WS-MONTO * WS-TASA-INTERES-DIARIA)
                   END-IF
               END-PERFORM
               COMPUTE WS-INTERES-DIFERENCIA ROUNDED =
                   WS-INTERES-ACUMULADO.

            VERIFICAR-PERIODO-ABIERTO.
               MOVE 'N' TO WS-PERIODO-CERRADO
               COMPUTE WS-PERIODO-MES = WS-FECHA-VALOR / 100
               COMPUTE WS-PERIODO-ANIO = (WS-FECHA-VALOR / 10000)
                   * 100
               OPEN INPUT ARCHIVO-PERIODOS
               IF WS-STATUS-PERIODOS NOT = "35"
                   MOVE WS-PERIODO-MES TO PER-PERIODO
                   READ ARCHIVO-PERIODOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PER-ESTA-CERRADO
                               MOVE 'S' TO WS-PERIODO-CERRADO
                               DISPLAY
                                   "EL MES " WS-PERIODO-MES
                                   " ESTA CERRADO CONTABLEMENTE"
                           END-IF
                   END-READ
                   MOVE WS-PERIODO-ANIO TO PER-PERIODO
                   READ ARCHIVO-PERIODOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PER-ESTA-CERRADO
                               MOVE 'S' TO WS-PERIODO-CERRADO
                               DISPLAY
                                   "EL ANO " WS-PERIODO-ANIO(1:4)
                                   " ESTA CERRADO CONTABLEMENTE"
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-PERIODOS
               END-IF.

            APLICAR-AJUSTE.
               OPEN I-O ARCHIVO-CUENTAS
               MOVE WS-RUT TO RUT
               MOVE BIT-FECHAYHORA TO MOV-FECHAYHORA
               MOVE BIT-ID-TERMINAL TO MOV-ID-TERMINAL
               MOVE BIT-ANU-TIPO-ORIGINAL TO MOV-ANU-TIPO-ORIGINAL
               MOVE BIT-RUT-CONTRAPARTE TO MOV-RUT-CONTRAPARTE
               WRITE MOVIMIENTO
                   INVALID KEY
                       CONTINUE
                   ADD 1 TO WS-FHA-ENTERO
                   PERFORM VERIFICAR-DIA-HABIL
               END-PERFORM.

            BUSCAR-TASA-VIGENTE.
      *        Tasa anual que rige el dia WS-TASA-FECHA para
      *        WS-TASA-PRODUCTO y WS-TASA-MONEDA, con un saldo de
      *        WS-TASA-SALDO y un plazo de WS-TASA-PLAZO dias. Las
      *        filas del producto y la moneda se leen en orden de
      *        tramo, banda y vigencia, asi que la ultima que
      *        califica es la del mayor tramo y banda alcanzados y,
      *        dentro de ella, la vigencia mas reciente.
               MOVE 'N' TO WS-TASA-ENCONTRADA
               MOVE 0 TO WS-TASA-VIGENTE
               OPEN INPUT ARCHIVO-TASAS-INTERES
               IF WS-STATUS-TASAS-INTERES NOT = "35"
                   MOVE WS-TASA-PRODUCTO TO TAS-PRODUCTO
                   MOVE WS-TASA-MONEDA TO TAS-MONEDA
                   MOVE 0 TO TAS-TRAMO-SALDO
                   MOVE 0 TO TAS-BANDA-PLAZO
                   MOVE 0 TO TAS-FECHA-VIGENCIA
                   MOVE 'N' TO WS-TASAS-INTERES-EOF
                   START ARCHIVO-TASAS-INTERES
                       KEY IS NOT LESS THAN TAS-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-TASAS-INTERES-EOF
                   END-START
                   PERFORM UNTIL WS-TASAS-INTERES-FIN
                       READ ARCHIVO-TASAS-INTERES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-TASAS-INTERES-EOF
                           NOT AT END
                               PERFORM EVALUAR-FILA-TASA
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TASAS-INTERES
               END-IF.

            EVALUAR-FILA-TASA.
               IF TAS-PRODUCTO NOT = WS-TASA-PRODUCTO
                  OR TAS-MONEDA NOT = WS-TASA-MONEDA
                   MOVE 'S' TO WS-TASAS-INTERES-EOF
               ELSE
                   IF TAS-TRAMO-SALDO <= WS-TASA-SALDO
                      AND TAS-BANDA-PLAZO <= WS-TASA-PLAZO
                      AND TAS-FECHA-VIGENCIA <= WS-TASA-FECHA
                       MOVE 'S' TO WS-TASA-ENCONTRADA
                       MOVE TAS-TASA-ANUAL TO WS-TASA-VIGENTE
                   END-IF
               END-IF.
       END PROGRAM AJUSTE-VALOR-FECHA.
