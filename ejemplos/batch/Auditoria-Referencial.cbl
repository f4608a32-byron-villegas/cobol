      *          bolsillos que apuntan a cuentas cerradas o que
      *          suman mas que el SALDO de su cuenta, mandatos
      *          vigentes contra convenios inexistentes o
      *          desactivados, cuotas impagas sin prestamo padre,
      *          devengos de depositos a plazo sin su deposito (salvo
      *          que el deposito figure en registros_purgados.txt,
      *          depurado por DEPURAR-SATELITES, que es valido), y
      *          el cruce bitacora/indice de movimientos en ambos
      *          sentidos (cada linea de bitacora debe estar en el
      *          indice, y los conteos deben calzar). No pone nada
               RECORD KEY IS PRESTAMO-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PRESTAMOS.
           SELECT ARCHIVO-DEVENGOS ASSIGN TO "devengos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-DEVENGOS.
           SELECT ARCHIVO-PLAZOS ASSIGN TO "depositos_plazo.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPF-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PLAZOS.
           SELECT ARCHIVO-PURGADOS ASSIGN TO "registros_purgados.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUR-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PURGADOS.
           SELECT ARCHIVO-BITACORA ASSIGN TO "bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA.
           COPY "CUOTA-PRESTAMO.CPY".
       FD ARCHIVO-PRESTAMOS.
           COPY "PRESTAMO.CPY".
       FD ARCHIVO-DEVENGOS.
           COPY "DEVENGO.CPY".
       FD ARCHIVO-PLAZOS.
           COPY "DEPOSITO-PLAZO.CPY".
       FD ARCHIVO-PURGADOS.
           COPY "PURGADO.CPY".
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-MOVIMIENTOS.
       77 WS-STATUS-CONVENIOS PIC X(2) VALUE "00".
       77 WS-STATUS-CUOTAS PIC X(2) VALUE "00".
       77 WS-STATUS-PRESTAMOS PIC X(2) VALUE "00".
       77 WS-STATUS-DEVENGOS PIC X(2) VALUE "00".
       77 WS-STATUS-PLAZOS PIC X(2) VALUE "00".
       77 WS-STATUS-PURGADOS PIC X(2) VALUE "00".
       77 WS-STATUS-BITACORA PIC X(2) VALUE "00".
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-SUMA-BOLSILLOS PIC 9(9) VALUE 0.
       77 WS-HAY-GRUPO PIC X VALUE 'N'.
       77 WS-HALLAZGOS PIC 9(6) COMP VALUE 0.
      *    Referencias a registros que no estan en su archivo vivo
      *    pero si en registros_purgados.txt: no son hallazgo.
       77 WS-REFERENCIAS-DEPURADAS PIC 9(6) VALUE 0.
       77 WS-BIT-LINEAS PIC 9(8) VALUE 0.
       77 WS-MOV-REGISTROS PIC 9(8) VALUE 0.
       77 WS-BIT-SIN-INDICE PIC 9(6) VALUE 0.
            PERFORM AUDITAR-BOLSILLOS.
            PERFORM AUDITAR-MANDATOS.
            PERFORM AUDITAR-CUOTAS.
            PERFORM AUDITAR-DEVENGOS-PLAZO.
            PERFORM AUDITAR-BITACORA-VS-INDICE.

            CLOSE ARCHIVO-WORKLIST.

            DISPLAY "HALLAZGOS TOTALES: " WS-HALLAZGOS.
            IF WS-REFERENCIAS-DEPURADAS > 0
                DISPLAY "REFERENCIAS A REGISTROS DEPURADOS (VALIDAS): "
                    WS-REFERENCIAS-DEPURADAS
            END-IF.
            IF WS-HALLAZGOS = 0
                DISPLAY "INTEGRIDAD REFERENCIAL LIMPIA"
            ELSE
                   PERFORM ANOTAR-HALLAZGO
               END-IF.

            AUDITAR-DEVENGOS-PLAZO.
      *        Todo devengo DPF debe apuntar a un deposito a plazo; si
      *        el deposito ya no esta en depositos_plazo.txt pero fue
      *        depurado (pagado o rescatado y fuera de retencion), la
      *        referencia es valida.
               MOVE 'N' TO WS-EOF
               OPEN INPUT ARCHIVO-DEVENGOS
               IF WS-STATUS-DEVENGOS = "35"
                   MOVE 'S' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-DEVENGOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                   END-READ
                   IF NOT WS-FIN-ARCHIVO
                      AND DEV-ES-PLAZO
                       PERFORM VERIFICAR-PLAZO-DEVENGO
                   END-IF
               END-PERFORM
               IF WS-STATUS-DEVENGOS NOT = "35"
                   CLOSE ARCHIVO-DEVENGOS
               END-IF.

            VERIFICAR-PLAZO-DEVENGO.
               MOVE 'N' TO WS-EXISTE
               OPEN INPUT ARCHIVO-PLAZOS
               IF WS-STATUS-PLAZOS = "35"
                   CONTINUE
               ELSE
                   MOVE DEV-RUT TO DPF-RUT
                   MOVE DEV-NUMERO TO DPF-NUMERO
                   READ ARCHIVO-PLAZOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-EXISTE
                   END-READ
                   CLOSE ARCHIVO-PLAZOS
               END-IF
               IF NOT REGISTRO-EXISTE
                   MOVE "DPF" TO PUR-ARCHIVO
                   MOVE SPACES TO PUR-LLAVE
                   MOVE DEV-RUT TO PUR-LLAVE(1:10)
                   MOVE DEV-NUMERO TO PUR-LLAVE(11:3)
                   PERFORM BUSCAR-PURGADO
                   IF REGISTRO-EXISTE
                       ADD 1 TO WS-REFERENCIAS-DEPURADAS
                   END-IF
               END-IF
               IF NOT REGISTRO-EXISTE
                   MOVE SPACES TO WS-LINEA-TEXTO
                   STRING
                       "DEVENGO SIN DEPOSITO A PLAZO: "
                           DELIMITED BY SIZE
                       DEV-RUT DELIMITED BY SPACE
                       " DEP " DELIMITED BY SIZE
                       DEV-NUMERO DELIMITED BY SIZE
                       INTO WS-LINEA-TEXTO
                   END-STRING
                   PERFORM ANOTAR-HALLAZGO
               END-IF.

            BUSCAR-PURGADO.
      *        Busca PUR-ARCHIVO/PUR-LLAVE en el indice de depurados.
               MOVE 'N' TO WS-EXISTE
               OPEN INPUT ARCHIVO-PURGADOS
               IF WS-STATUS-PURGADOS = "35"
                   CONTINUE
               ELSE
                   READ ARCHIVO-PURGADOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-EXISTE
                   END-READ
                   CLOSE ARCHIVO-PURGADOS
               END-IF.

            AUDITAR-BITACORA-VS-INDICE.
      *        Sentido 1: cada linea de la bitacora con cuenta debe
      *        estar en el indice de movimientos (READ por clave).
