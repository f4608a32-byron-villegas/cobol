      *          de ROTAR-CUENTAS, para que una caida reanude donde
      *          iba en vez de partir de cero, y deja el manifiesto
      *          de despacho (cliente, lineas, canal preferido del
      *          maestro) que consume la casa de correo; si el dato
      *          del canal preferido fue devuelto o rebotado, la
      *          cartola va por el siguiente canal valido, y sin
      *          ninguno queda INV en el manifiesto y no se despacha.
      *          A pedido deja tambien la descarga del periodo en OFX
      *          y CSV (descarga-AAAAMM-RUT-CTA.ofx / .csv) para todas
      *          las cuentas o solo las de empresas, con el mismo
      *          formato de DESCARGA-MOVIMIENTOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL ARCHIVO-MANIFIESTO
               ASSIGN TO "cartolas_manifiesto.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-OFX ASSIGN TO WS-NOMBRE-OFX
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-CSV ASSIGN TO WS-NOMBRE-CSV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-CHECKPOINT
               ASSIGN TO "cartolas_checkpoint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
          05 MAN-CANAL PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 MAN-ARCHIVO PIC X(40).
       FD ARCHIVO-OFX.
       01 LINEA-OFX PIC X(120).
       FD ARCHIVO-CSV.
       01 LINEA-CSV PIC X(120).
       FD ARCHIVO-CHECKPOINT.
       01 REGISTRO-CHECKPOINT.
          05 CKPT-RUT PIC X(10).
       77 WS-SALDO-ULTIMO-VISTO PIC S9(8) VALUE 0.
       77 WS-PRIMER-MOVIMIENTO PIC X VALUE 'S'.
       77 WS-FORMATO-MONEDA PIC -(7)9.
      *    Descarga OFX/CSV opcional del periodo: N = ninguna,
      *    E = solo cuentas de personas juridicas, T = todas. El
      *    signo de cada movimiento sale de como movio el saldo.
       77 WS-OPCION-DESCARGA PIC X VALUE 'N'.
           88 DESCARGA-NINGUNA VALUE 'N'.
           88 DESCARGA-EMPRESAS VALUE 'E'.
           88 DESCARGA-TODAS VALUE 'T'.
           88 DESCARGA-OPCION-VALIDA VALUE 'N' 'E' 'T'.
       77 WS-GENERA-DESCARGA PIC X VALUE 'N'.
           88 CUENTA-CON-DESCARGA VALUE 'S'.
       77 WS-NOMBRE-OFX PIC X(60).
       77 WS-NOMBRE-CSV PIC X(60).
       77 WS-TOTAL-DESCARGAS PIC 9(6) VALUE 0.
       77 WS-TOTAL-SIN-CONTACTO PIC 9(6) VALUE 0.
       77 WS-FECHA-INICIO-PERIODO PIC 9(8).
       77 WS-FECHA-FIN-PERIODO PIC 9(8).
       77 WS-FECHA-MES-SIGUIENTE PIC 9(8).
       77 WS-MONTO-FIRMADO PIC S9(9).
       77 WS-FECHA-OFX PIC X(14).
       77 WS-TIPO-OFX PIC X(6).
       77 WS-FORMATO-FIRMADO PIC -(8)9.
       77 WS-FORMATO-SALDO PIC -(8)9.
       77 WS-FECHAYHORA PIC X(21).

       PROCEDURE DIVISION.
            DISPLAY "----------- CARTOLAS MASIVAS -----------".
            MOVE WS-ANIO-CONSULTA TO WS-COMPACTO-ANIO.
            MOVE WS-MES-CONSULTA TO WS-COMPACTO-MES.

            DISPLAY
                "DESCARGAS OFX/CSV (N=NINGUNA, E=SOLO EMPRESAS, "
                "T=TODAS): ".
            ACCEPT WS-OPCION-DESCARGA.
            MOVE FUNCTION UPPER-CASE(WS-OPCION-DESCARGA)
                TO WS-OPCION-DESCARGA.
            IF NOT DESCARGA-OPCION-VALIDA
                MOVE 'N' TO WS-OPCION-DESCARGA
            END-IF.

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            COMPUTE WS-FECHA-INICIO-PERIODO =
                (WS-COMPACTO-ANIO * 10000) + (WS-COMPACTO-MES * 100)
                + 1.
            IF WS-COMPACTO-MES = 12
                COMPUTE WS-FECHA-MES-SIGUIENTE =
                    ((WS-COMPACTO-ANIO + 1) * 10000) + 101
            ELSE
                COMPUTE WS-FECHA-MES-SIGUIENTE =
                    WS-FECHA-INICIO-PERIODO + 100
            END-IF.
            COMPUTE WS-FECHA-FIN-PERIODO =
                FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-FECHA-MES-SIGUIENTE)
                     - 1).

            PERFORM LEER-CHECKPOINT.

            PERFORM GENERAR-CARTOLAS.

            DISPLAY "CARTOLAS GENERADAS: " WS-TOTAL-CARTOLAS.
            IF NOT DESCARGA-NINGUNA
                DISPLAY "DESCARGAS OFX/CSV GENERADAS: "
                    WS-TOTAL-DESCARGAS
            END-IF.
            DISPLAY "CARTOLAS SIN CONTACTO VALIDO: "
                WS-TOTAL-SIN-CONTACTO.

            STOP RUN.

               WRITE LINEA-CARTOLA
               ADD 1 TO WS-LINEAS-CARTOLA

               PERFORM DECIDIR-DESCARGA
               IF CUENTA-CON-DESCARGA
                   PERFORM ABRIR-DESCARGAS
               END-IF

               PERFORM VOLCAR-MOVIMIENTOS-PERIODO

               IF CUENTA-CON-DESCARGA
                   PERFORM CERRAR-DESCARGAS
               END-IF

               MOVE SPACES TO LINEA-CARTOLA
               MOVE WS-SALDO-APERTURA TO WS-FORMATO-MONEDA
               STRING
                   END-STRING
                   WRITE LINEA-CARTOLA
                   ADD 1 TO WS-LINEAS-CARTOLA
                   IF CUENTA-CON-DESCARGA
                       PERFORM ESCRIBIR-MOVIMIENTO-DESCARGA
                   END-IF
                   MOVE MOV-SALDO TO WS-SALDO-CIERRE
               END-IF
               MOVE MOV-SALDO TO WS-SALDO-ULTIMO-VISTO.

            DECIDIR-DESCARGA.
               MOVE 'N' TO WS-GENERA-DESCARGA
               IF DESCARGA-TODAS
                   MOVE 'S' TO WS-GENERA-DESCARGA
               END-IF
               IF DESCARGA-EMPRESAS AND WS-STATUS-CLIENTES NOT = "35"
                   MOVE RUT TO CLI-RUT
                   READ ARCHIVO-CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CLIENTE-PERSONA-JURIDICA
                               MOVE 'S' TO WS-GENERA-DESCARGA
                           END-IF
                   END-READ
               END-IF.

            ABRIR-DESCARGAS.
               MOVE SPACES TO WS-NOMBRE-OFX
               STRING
                   "descarga-" DELIMITED BY SIZE
                   WS-PERIODO-COMPACTO DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   RUT DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   NUM-CUENTA DELIMITED BY SIZE
                   ".ofx" DELIMITED BY SIZE
                   INTO WS-NOMBRE-OFX
               END-STRING
               MOVE SPACES TO WS-NOMBRE-CSV
               STRING
                   "descarga-" DELIMITED BY SIZE
                   WS-PERIODO-COMPACTO DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   RUT DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   NUM-CUENTA DELIMITED BY SIZE
                   ".csv" DELIMITED BY SIZE
                   INTO WS-NOMBRE-CSV
               END-STRING

               OPEN OUTPUT ARCHIVO-OFX
               OPEN OUTPUT ARCHIVO-CSV

      *        Encabezado OFX 1.02 (SGML), el que aceptan los
      *        programas de finanzas personales mas comunes.
               MOVE "OFXHEADER:100" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE "DATA:OFXSGML" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE "VERSION:102" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE "SECURITY:NONE" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE "ENCODING:USASCII" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE "CHARSET:1252" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE "COMPRESSION:NONE" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE "OLDFILEUID:NONE" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE "NEWFILEUID:NONE" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE SPACES TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE "<OFX>" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE SPACES TO LINEA-OFX
               STRING
                   "<SIGNONMSGSRSV1><SONRS><STATUS><CODE>0"
                       DELIMITED BY SIZE
                   "<SEVERITY>INFO</STATUS><DTSERVER>"
                       DELIMITED BY SIZE
                   WS-FECHAYHORA(1:14) DELIMITED BY SIZE
                   "<LANGUAGE>SPA</SONRS></SIGNONMSGSRSV1>"
                       DELIMITED BY SIZE
                   INTO LINEA-OFX
               END-STRING
               WRITE LINEA-OFX
               MOVE SPACES TO LINEA-OFX
               STRING
                   "<BANKMSGSRSV1><STMTTRNRS><TRNUID>1"
                       DELIMITED BY SIZE
                   "<STATUS><CODE>0<SEVERITY>INFO</STATUS>"
                       DELIMITED BY SIZE
                   INTO LINEA-OFX
               END-STRING
               WRITE LINEA-OFX
               MOVE SPACES TO LINEA-OFX
               STRING
                   "<STMTRS><CURDEF>" DELIMITED BY SIZE
                   MONEDA-CUENTA DELIMITED BY SIZE
                   "<BANKACCTFROM><BANKID>0001<ACCTID>"
                       DELIMITED BY SIZE
                   RUT DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   NUM-CUENTA DELIMITED BY SIZE
                   "<ACCTTYPE>CHECKING</BANKACCTFROM>"
                       DELIMITED BY SIZE
                   INTO LINEA-OFX
               END-STRING
               WRITE LINEA-OFX
               MOVE SPACES TO LINEA-OFX
               STRING
                   "<BANKTRANLIST><DTSTART>" DELIMITED BY SIZE
                   WS-FECHA-INICIO-PERIODO DELIMITED BY SIZE
                   "<DTEND>" DELIMITED BY SIZE
                   WS-FECHA-FIN-PERIODO DELIMITED BY SIZE
                   INTO LINEA-OFX
               END-STRING
               WRITE LINEA-OFX

               MOVE SPACES TO LINEA-CSV
               STRING
                   "FECHA;ID;OPERACION;MONTO;SALDO;MONEDA"
                       DELIMITED BY SIZE
                   INTO LINEA-CSV
               END-STRING
               WRITE LINEA-CSV.

            ESCRIBIR-MOVIMIENTO-DESCARGA.
      *        FITID = secuencia de bitacora: el software del cliente
      *        descarta al reimportar lo que ya tiene con ese ID.
               IF MOV-SALDO < WS-SALDO-ULTIMO-VISTO
                   COMPUTE WS-MONTO-FIRMADO = 0 - MOV-MONTO
                   MOVE "DEBIT" TO WS-TIPO-OFX
               ELSE
                   MOVE MOV-MONTO TO WS-MONTO-FIRMADO
                   MOVE "CREDIT" TO WS-TIPO-OFX
               END-IF
               MOVE SPACES TO WS-FECHA-OFX
               STRING
                   MOV-FECHAYHORA(1:4) DELIMITED BY SIZE
                   MOV-FECHAYHORA(6:2) DELIMITED BY SIZE
                   MOV-FECHAYHORA(9:2) DELIMITED BY SIZE
                   MOV-FECHAYHORA(12:2) DELIMITED BY SIZE
                   MOV-FECHAYHORA(15:2) DELIMITED BY SIZE
                   MOV-FECHAYHORA(18:2) DELIMITED BY SIZE
                   INTO WS-FECHA-OFX
               END-STRING
               MOVE WS-MONTO-FIRMADO TO WS-FORMATO-FIRMADO
               MOVE MOV-SALDO TO WS-FORMATO-SALDO

               MOVE SPACES TO LINEA-OFX
               STRING
                   "<STMTTRN><TRNTYPE>" DELIMITED BY SIZE
                   WS-TIPO-OFX DELIMITED BY SPACE
                   "<DTPOSTED>" DELIMITED BY SIZE
                   WS-FECHA-OFX DELIMITED BY SIZE
                   "<TRNAMT>" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FORMATO-FIRMADO) DELIMITED BY SIZE
                   "<FITID>" DELIMITED BY SIZE
                   MOV-NUM-SECUENCIA DELIMITED BY SIZE
                   "<NAME>" DELIMITED BY SIZE
                   MOV-OPERACION DELIMITED BY SIZE
                   "</STMTTRN>" DELIMITED BY SIZE
                   INTO LINEA-OFX
               END-STRING
               WRITE LINEA-OFX

               MOVE SPACES TO LINEA-CSV
               STRING
                   MOV-FECHAYHORA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   MOV-NUM-SECUENCIA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   MOV-OPERACION DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FORMATO-FIRMADO) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FORMATO-SALDO) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   MONEDA-CUENTA DELIMITED BY SIZE
                   INTO LINEA-CSV
               END-STRING
               WRITE LINEA-CSV.

            CERRAR-DESCARGAS.
               MOVE "</BANKTRANLIST>" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE WS-SALDO-CIERRE TO WS-FORMATO-SALDO
               MOVE SPACES TO LINEA-OFX
               STRING
                   "<LEDGERBAL><BALAMT>" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FORMATO-SALDO) DELIMITED BY SIZE
                   "<DTASOF>" DELIMITED BY SIZE
                   WS-FECHA-FIN-PERIODO DELIMITED BY SIZE
                   "</LEDGERBAL>" DELIMITED BY SIZE
                   INTO LINEA-OFX
               END-STRING
               WRITE LINEA-OFX
               MOVE "</STMTRS></STMTTRNRS></BANKMSGSRSV1>" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE "</OFX>" TO LINEA-OFX
               WRITE LINEA-OFX
               CLOSE ARCHIVO-OFX
               CLOSE ARCHIVO-CSV
               ADD 1 TO WS-TOTAL-DESCARGAS.

            GRABAR-MANIFIESTO.
               MOVE SPACES TO REGISTRO-MANIFIESTO
               MOVE RUT TO MAN-RUT
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLI-CANAL-PREFERIDO TO MAN-CANAL
                           PERFORM VALIDAR-CANAL-MANIFIESTO
                   END-READ
               END-IF
               MOVE WS-NOMBRE-CARTOLA TO MAN-ARCHIVO
               WRITE REGISTRO-MANIFIESTO.

            VALIDAR-CANAL-MANIFIESTO.
      *        No se despacha a un dato devuelto o rebotado: la
      *        cartola va por el siguiente canal con dato valido
      *        (SMS, correo, carta) o queda INV para el ejecutivo.
               IF NOT CLI-CANAL-ES-VALIDO
                   MOVE "CAR" TO MAN-CANAL
               END-IF
               EVALUATE TRUE
                   WHEN MAN-CANAL = "SMS" AND CLI-TELEFONO NOT = SPACES
                        AND NOT CLI-TELEFONO-REBOTADO
                   WHEN MAN-CANAL = "EML" AND CLI-EMAIL NOT = SPACES
                        AND NOT CLI-EMAIL-REBOTADO
                   WHEN MAN-CANAL = "CAR" AND CLI-DIRECCION NOT = SPACES
                        AND NOT CLI-DIRECCION-DEVUELTA
                       CONTINUE
                   WHEN CLI-TELEFONO NOT = SPACES
                        AND NOT CLI-TELEFONO-REBOTADO
                       MOVE "SMS" TO MAN-CANAL
                   WHEN CLI-EMAIL NOT = SPACES
                        AND NOT CLI-EMAIL-REBOTADO
                       MOVE "EML" TO MAN-CANAL
                   WHEN CLI-DIRECCION NOT = SPACES
                        AND NOT CLI-DIRECCION-DEVUELTA
                       MOVE "CAR" TO MAN-CANAL
                   WHEN OTHER
                       MOVE "INV" TO MAN-CANAL
                       ADD 1 TO WS-TOTAL-SIN-CONTACTO
               END-EVALUATE.

            GRABAR-CHECKPOINT.
      *        Deja constancia de la ultima cuenta procesada, para
      *        reanudar el proceso si se corta a mitad de camino.
