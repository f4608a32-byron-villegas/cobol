      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Despacho diario de las transferencias internacionales
      *          de salida: recorre transferencias_internacionales.txt
      *          y, por cada transferencia de salida pendiente (las
      *          retenidas por cumplimiento esperan su liberacion),
      *          escribe un mensaje MT103 en swift_mt103-AAAAMMDD.txt
      *          (bloques basico y de aplicacion, y en el bloque de
      *          texto la referencia :20:, fecha valor, moneda y
      *          monto :32A:, ordenante :50K: con nombre y direccion
      *          de su ficha de cliente, nuestro BIC :52A:, banco
      *          :57A: y beneficiario :59:, proposito :70: y gastos
      *          compartidos :71A:). Cada transferencia despachada
      *          queda ENV con su fecha de envio. Una segunda corrida
      *          del mismo dia agrega al archivo del dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTAR-SWIFT.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Despacho de transferencias internacionales MT103.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-TRANSFERENCIAS
               ASSIGN TO "transferencias_internacionales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIN-NUMERO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TRANSFERENCIAS.
           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CLIENTES.
           SELECT OPTIONAL ARCHIVO-SWIFT ASSIGN TO WS-NOMBRE-SWIFT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-TRANSFERENCIAS.
           COPY "TRANSFERENCIA-INTERNACIONAL.CPY".
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-SWIFT.
       01 REGISTRO-SWIFT PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-TRANSFERENCIAS PIC X(2) VALUE "00".
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-NOMBRE-SWIFT PIC X(30).
      *    BIC propio (banco emisor) que va en el bloque basico y en
      *    :52A:.
       77 WS-BIC-PROPIO PIC X(11) VALUE "BVMOCLRMXXX".
       77 WS-TRANSFERENCIAS-EOF PIC X VALUE 'N'.
           88 WS-TRANSFERENCIAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-HAY-CLIENTES PIC X VALUE 'N'.
           88 HAY-CLIENTES VALUE 'S'.
       77 WS-NOMBRE-ORDENANTE PIC X(35).
       77 WS-DIRECCION-ORDENANTE PIC X(35).
       77 WS-COMUNA-ORDENANTE PIC X(35).
      *    Monto del :32A: sin ceros a la izquierda y con la coma
      *    decimal que exige el formato.
       77 WS-MONTO-EDITADO PIC Z(7)9.
       77 WS-BLANCOS-MONTO PIC 9(2) COMP.
       77 WS-INICIO-MONTO PIC 9(2) COMP.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-TOTAL-ENVIADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-RETENIDAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-USD PIC 9(12) VALUE 0.
       77 WS-FORMATO-MONEDA PIC Z(11)9.

       PROCEDURE DIVISION.
            DISPLAY "------- DESPACHO SWIFT (MT103) -------".

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.

            MOVE SPACES TO WS-NOMBRE-SWIFT.
            STRING
                "swift_mt103-" DELIMITED BY SIZE
                WS-FECHA-HOY DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
                INTO WS-NOMBRE-SWIFT
            END-STRING.

            PERFORM DESPACHAR-TRANSFERENCIAS.

            DISPLAY "TRANSFERENCIAS DESPACHADAS: " WS-TOTAL-ENVIADAS.
            MOVE WS-TOTAL-USD TO WS-FORMATO-MONEDA.
            DISPLAY "TOTAL DESPACHADO (USD): " WS-FORMATO-MONEDA.
            IF WS-TOTAL-RETENIDAS > 0
                DISPLAY "RETENIDAS POR CUMPLIMIENTO (NO VIAJAN): "
                    WS-TOTAL-RETENIDAS
            END-IF.
            DISPLAY "ARCHIVO: " WS-NOMBRE-SWIFT.

            STOP RUN.

            DESPACHAR-TRANSFERENCIAS.
               OPEN I-O ARCHIVO-TRANSFERENCIAS
               IF WS-STATUS-TRANSFERENCIAS = "35"
                   DISPLAY "NO HAY TRANSFERENCIAS INTERNACIONALES"
                   STOP RUN
               END-IF
               OPEN INPUT ARCHIVO-CLIENTES
               IF WS-STATUS-CLIENTES NOT = "35"
                   MOVE 'S' TO WS-HAY-CLIENTES
               END-IF
               OPEN EXTEND ARCHIVO-SWIFT

               MOVE 'N' TO WS-TRANSFERENCIAS-EOF
               PERFORM UNTIL WS-TRANSFERENCIAS-FIN-ARCHIVO
                   READ ARCHIVO-TRANSFERENCIAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-TRANSFERENCIAS-EOF
                   END-READ
                   IF NOT WS-TRANSFERENCIAS-FIN-ARCHIVO
                      AND TIN-ES-SALIDA
                       IF TIN-ESTA-PENDIENTE
                           PERFORM ESCRIBIR-MT103
                           MOVE "ENV" TO TIN-ESTADO
                           MOVE WS-FECHA-HOY TO TIN-FECHA-ENVIO
                           REWRITE TRANSFERENCIA-INTERNACIONAL
                           ADD 1 TO WS-TOTAL-ENVIADAS
                           ADD TIN-MONTO-DIVISA TO WS-TOTAL-USD
                       END-IF
                       IF TIN-ESTA-RETENIDA
                           ADD 1 TO WS-TOTAL-RETENIDAS
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE ARCHIVO-SWIFT
               IF HAY-CLIENTES
                   CLOSE ARCHIVO-CLIENTES
               END-IF
               CLOSE ARCHIVO-TRANSFERENCIAS.

            ESCRIBIR-MT103.
               PERFORM BUSCAR-ORDENANTE
               MOVE TIN-MONTO-DIVISA TO WS-MONTO-EDITADO
               MOVE 0 TO WS-BLANCOS-MONTO
               INSPECT WS-MONTO-EDITADO TALLYING WS-BLANCOS-MONTO
                   FOR LEADING SPACE
               COMPUTE WS-INICIO-MONTO = WS-BLANCOS-MONTO + 1

      *        Bloque basico (emisor) y de aplicacion (mensaje 103
      *        de entrada al banco del beneficiario).
               MOVE SPACES TO REGISTRO-SWIFT
               STRING
                   "{1:F01" DELIMITED BY SIZE
                   WS-BIC-PROPIO(1:8) DELIMITED BY SIZE
                   "A" DELIMITED BY SIZE
                   WS-BIC-PROPIO(9:3) DELIMITED BY SIZE
                   "0000000000}{2:I103" DELIMITED BY SIZE
                   TIN-BIC(1:8) DELIMITED BY SIZE
                   "X" DELIMITED BY SIZE
                   TIN-BIC(9:3) DELIMITED BY SIZE
                   "N}{4:" DELIMITED BY SIZE
                   INTO REGISTRO-SWIFT
               END-STRING
               WRITE REGISTRO-SWIFT

               MOVE SPACES TO REGISTRO-SWIFT
               STRING
                   ":20:" DELIMITED BY SIZE
                   TIN-REFERENCIA DELIMITED BY SPACE
                   INTO REGISTRO-SWIFT
               END-STRING
               WRITE REGISTRO-SWIFT

               MOVE ":23B:CRED" TO REGISTRO-SWIFT
               WRITE REGISTRO-SWIFT

               MOVE SPACES TO REGISTRO-SWIFT
               STRING
                   ":32A:" DELIMITED BY SIZE
                   WS-FECHA-HOY(3:6) DELIMITED BY SIZE
                   TIN-MONEDA DELIMITED BY SIZE
                   WS-MONTO-EDITADO(WS-INICIO-MONTO:)
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   INTO REGISTRO-SWIFT
               END-STRING
               WRITE REGISTRO-SWIFT

               MOVE SPACES TO REGISTRO-SWIFT
               STRING
                   ":50K:/" DELIMITED BY SIZE
                   TIN-RUT DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   TIN-NUM-CUENTA DELIMITED BY SIZE
                   INTO REGISTRO-SWIFT
               END-STRING
               WRITE REGISTRO-SWIFT
               MOVE WS-NOMBRE-ORDENANTE TO REGISTRO-SWIFT
               WRITE REGISTRO-SWIFT
               IF WS-DIRECCION-ORDENANTE NOT = SPACES
                   MOVE WS-DIRECCION-ORDENANTE TO REGISTRO-SWIFT
                   WRITE REGISTRO-SWIFT
               END-IF
               IF WS-COMUNA-ORDENANTE NOT = SPACES
                   MOVE WS-COMUNA-ORDENANTE TO REGISTRO-SWIFT
                   WRITE REGISTRO-SWIFT
               END-IF

               MOVE SPACES TO REGISTRO-SWIFT
               STRING
                   ":52A:" DELIMITED BY SIZE
                   WS-BIC-PROPIO DELIMITED BY SIZE
                   INTO REGISTRO-SWIFT
               END-STRING
               WRITE REGISTRO-SWIFT

               MOVE SPACES TO REGISTRO-SWIFT
               STRING
                   ":57A:" DELIMITED BY SIZE
                   TIN-BIC DELIMITED BY SIZE
                   INTO REGISTRO-SWIFT
               END-STRING
               WRITE REGISTRO-SWIFT

               MOVE SPACES TO REGISTRO-SWIFT
               STRING
                   ":59:/" DELIMITED BY SIZE
                   TIN-CONTRAPARTE-CUENTA DELIMITED BY SPACE
                   INTO REGISTRO-SWIFT
               END-STRING
               WRITE REGISTRO-SWIFT
               MOVE TIN-CONTRAPARTE-NOMBRE TO REGISTRO-SWIFT
               WRITE REGISTRO-SWIFT
               IF TIN-CONTRAPARTE-DIRECCION NOT = SPACES
                   MOVE TIN-CONTRAPARTE-DIRECCION TO REGISTRO-SWIFT
                   WRITE REGISTRO-SWIFT
               END-IF
               MOVE TIN-CONTRAPARTE-PAIS TO REGISTRO-SWIFT
               WRITE REGISTRO-SWIFT

               MOVE SPACES TO REGISTRO-SWIFT
               STRING
                   ":70:/PURP/" DELIMITED BY SIZE
                   TIN-PROPOSITO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TIN-DETALLE-PROPOSITO DELIMITED BY SIZE
                   INTO REGISTRO-SWIFT
               END-STRING
               WRITE REGISTRO-SWIFT

               MOVE ":71A:SHA" TO REGISTRO-SWIFT
               WRITE REGISTRO-SWIFT

               MOVE "-}" TO REGISTRO-SWIFT
               WRITE REGISTRO-SWIFT.

            BUSCAR-ORDENANTE.
      *        Nombre y direccion del ordenante desde su ficha; el
      *        campo del mensaje admite 35 posiciones por linea.
               MOVE SPACES TO WS-NOMBRE-ORDENANTE
               MOVE SPACES TO WS-DIRECCION-ORDENANTE
               MOVE SPACES TO WS-COMUNA-ORDENANTE
               IF HAY-CLIENTES
                   MOVE TIN-RUT TO CLI-RUT
                   READ ARCHIVO-CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLI-NOMBRE TO WS-NOMBRE-ORDENANTE
                           MOVE CLI-DIRECCION
                               TO WS-DIRECCION-ORDENANTE
                           MOVE CLI-COMUNA TO WS-COMUNA-ORDENANTE
                   END-READ
               END-IF
               IF WS-NOMBRE-ORDENANTE = SPACES
                   MOVE TIN-RUT TO WS-NOMBRE-ORDENANTE
               END-IF.
       END PROGRAM EXPORTAR-SWIFT.
