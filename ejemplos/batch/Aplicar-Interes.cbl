      * Date: 2024-11-27
      * Purpose: Batch nocturno que abona interes a las cuentas con
      *          saldo positivo, dejando un rastro "INT" en la
      *          bitacora por cada cuenta abonada. La tasa es la que
      *          rige hoy en tasas_interes.txt para el producto, la
      *          moneda y el tramo de saldo de la cuenta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PROD-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PRODUCTOS.
           SELECT ARCHIVO-TASAS-INTERES ASSIGN TO "tasas_interes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAS-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TASAS-INTERES.
           SELECT OPTIONAL ARCHIVO-HASH-BITACORA
               ASSIGN TO "hash_bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "CUENTA.CPY".
       FD ARCHIVO-PRODUCTOS.
           COPY "PRODUCTO.CPY".
       FD ARCHIVO-TASAS-INTERES.
           COPY "TASA-INTERES.CPY".
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-SECUENCIA.
       77 WS-STATUS-PRODUCTOS PIC X(2) VALUE "00".
       77 WS-PRODUCTO-PAGA PIC X VALUE 'S'.
           88 PRODUCTO-PAGA-INTERES VALUE 'S'.
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
      *    Tasa diaria configurada (0.0001 = 0.01% diario).
      *    Tasa diaria de interes de sobregiro, cobrada sobre el
      *    monto girado de la linea cuando el saldo es negativo; el
                           END-IF
                           IF SALDO > 0
                              AND PRODUCTO-PAGA-INTERES
                               PERFORM CALCULAR-INTERES-CUENTA
                               IF WS-INTERES > 0
                                   ADD WS-INTERES TO SALDO
                                   REWRITE CUENTA
               MOVE BIT-FECHAYHORA TO MOV-FECHAYHORA
               MOVE BIT-ID-TERMINAL TO MOV-ID-TERMINAL
               MOVE BIT-ANU-TIPO-ORIGINAL TO MOV-ANU-TIPO-ORIGINAL
               MOVE BIT-RUT-CONTRAPARTE TO MOV-RUT-CONTRAPARTE
               WRITE MOVIMIENTO
                   INVALID KEY
                       CONTINUE
                   END-READ
                   CLOSE ARCHIVO-PRODUCTOS
               END-IF.

            CALCULAR-INTERES-CUENTA.
      *        Interes del dia sobre el saldo a la tasa anual que
      *        rige hoy para el producto, la moneda y el tramo de
      *        saldo de la cuenta (base 365); sin fila aplicable en
      *        tasas_interes.txt se abona a la tasa diaria de siempre.
               PERFORM SETEAR-FECHA-ACTUAL
               MOVE TIPO-PRODUCTO TO WS-TASA-PRODUCTO
               MOVE MONEDA-CUENTA TO WS-TASA-MONEDA
               MOVE SALDO TO WS-TASA-SALDO
               MOVE 0 TO WS-TASA-PLAZO
               MOVE WS-FECHAYHORA(1:8) TO WS-TASA-FECHA
               PERFORM BUSCAR-TASA-VIGENTE
               IF TASA-ENCONTRADA
                   COMPUTE WS-INTERES ROUNDED =
                       SALDO * WS-TASA-VIGENTE / 365
               ELSE
                   COMPUTE WS-INTERES ROUNDED =
                       SALDO * WS-TASA-INTERES-DIARIA
               END-IF.

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
       END PROGRAM APLICAR-INTERES.
