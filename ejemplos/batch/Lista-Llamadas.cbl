      *          grande primero), saltando los que tienen una promesa
      *          vigente para que nadie llame dos veces al cliente
      *          que ya se comprometio. La lista queda en pantalla y
      *          en lista_llamadas.txt, agrupada por el ejecutivo de
      *          cuenta asignado al cliente (CLI-EJECUTIVO-RUT) para
      *          que cada uno llame a su propia cartera; los clientes
      *          sin ejecutivo van en un grupo aparte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS GCO-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-GESTIONES.
           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CLIENTES.
           SELECT ARCHIVO-LISTA ASSIGN TO "lista_llamadas.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           COPY "PRESTAMO.CPY".
       FD ARCHIVO-GESTIONES.
           COPY "GESTION-COBRANZA.CPY".
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-LISTA.
       01 REGISTRO-LISTA.
          05 LIS-RUT PIC X(10).
          05 LIS-DIAS PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 LIS-SALDO PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 LIS-EJECUTIVO PIC X(10).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-PRESTAMOS PIC X(2) VALUE "00".
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-EJECUTIVO-ANTERIOR PIC X(10).
       77 WS-LLA-DEL-EJECUTIVO PIC 9(3) COMP VALUE 0.
       77 WS-STATUS-GESTIONES PIC X(2) VALUE "00".
       77 WS-PRESTAMOS-EOF PIC X VALUE 'N'.
           88 WS-PRESTAMOS-FIN-ARCHIVO VALUE 'S'.
               10 WS-LLA-TRAMO PIC 9(1).
               10 WS-LLA-DIAS PIC 9(4).
               10 WS-LLA-SALDO PIC 9(8).
               10 WS-LLA-EJECUTIVO PIC X(10).
       77 WS-LLA-CANTIDAD PIC 9(3) COMP VALUE 0.
       77 WS-LLA-I PIC 9(3) COMP.
       77 WS-LLA-J PIC 9(3) COMP.
           05 WS-TMP-TRAMO PIC 9(1).
           05 WS-TMP-DIAS PIC 9(4).
           05 WS-TMP-SALDO PIC 9(8).
           05 WS-TMP-EJECUTIVO PIC X(10).
       77 WS-PROMESAS-VENCIDAS PIC 9(6) COMP VALUE 0.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).
               IF WS-STATUS-PRESTAMOS = "35"
                   DISPLAY "NO EXISTE ARCHIVO DE PRESTAMOS"
               ELSE
                   OPEN INPUT ARCHIVO-CLIENTES
                   MOVE 'N' TO WS-PRESTAMOS-EOF
                   PERFORM UNTIL WS-PRESTAMOS-FIN-ARCHIVO
                       READ ARCHIVO-PRESTAMOS NEXT RECORD
                                   TO WS-LLA-DIAS(WS-LLA-CANTIDAD)
                               MOVE SALDO-PRESTAMO
                                   TO WS-LLA-SALDO(WS-LLA-CANTIDAD)
                               PERFORM BUSCAR-EJECUTIVO-CLIENTE
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-STATUS-CLIENTES NOT = "35"
                       CLOSE ARCHIVO-CLIENTES
                   END-IF
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

            BUSCAR-EJECUTIVO-CLIENTE.
               MOVE SPACES TO WS-LLA-EJECUTIVO(WS-LLA-CANTIDAD)
               IF WS-STATUS-CLIENTES NOT = "35"
                   MOVE PRESTAMO-RUT TO CLI-RUT
                   READ ARCHIVO-CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLI-EJECUTIVO-RUT
                               TO WS-LLA-EJECUTIVO(WS-LLA-CANTIDAD)
                   END-READ
               END-IF.

            REVISAR-PROMESA-VIGENTE.
      *        Un prestamo con promesa PEN cuya fecha aun no llega
      *        no se llama hoy.
               END-IF.

            ORDENAR-LISTA.
      *        Agrupa por ejecutivo y, dentro de cada cartera, ordena
      *        por tramo descendente y a igual tramo por saldo
      *        descendente: el deudor mas grave y mas grande se llama
      *        primero.
               PERFORM VARYING WS-LLA-I FROM 1 BY 1
                       UNTIL WS-LLA-I >= WS-LLA-CANTIDAD
                   PERFORM VARYING WS-LLA-J FROM 1 BY 1
                           UNTIL WS-LLA-J
                                 > WS-LLA-CANTIDAD - WS-LLA-I
                       IF WS-LLA-EJECUTIVO(WS-LLA-J)
                          > WS-LLA-EJECUTIVO(WS-LLA-J + 1)
                          OR (WS-LLA-EJECUTIVO(WS-LLA-J)
                              = WS-LLA-EJECUTIVO(WS-LLA-J + 1)
                          AND WS-LLA-TRAMO(WS-LLA-J)
                              < WS-LLA-TRAMO(WS-LLA-J + 1))
                          OR (WS-LLA-EJECUTIVO(WS-LLA-J)
                              = WS-LLA-EJECUTIVO(WS-LLA-J + 1)
                          AND WS-LLA-TRAMO(WS-LLA-J)
                              = WS-LLA-TRAMO(WS-LLA-J + 1)
                          AND WS-LLA-SALDO(WS-LLA-J)
                              < WS-LLA-SALDO(WS-LLA-J + 1))

            EMITIR-LISTA.
               OPEN OUTPUT ARCHIVO-LISTA
               MOVE HIGH-VALUES TO WS-EJECUTIVO-ANTERIOR
               PERFORM VARYING WS-LLA-I FROM 1 BY 1
                       UNTIL WS-LLA-I > WS-LLA-CANTIDAD
                   IF WS-LLA-EJECUTIVO(WS-LLA-I)
                      NOT = WS-EJECUTIVO-ANTERIOR
                       PERFORM ENCABEZAR-EJECUTIVO
                   END-IF
                   ADD 1 TO WS-LLA-DEL-EJECUTIVO
                   MOVE SPACES TO REGISTRO-LISTA
                   MOVE WS-LLA-RUT(WS-LLA-I) TO LIS-RUT
                   MOVE WS-LLA-NUM-PRESTAMO(WS-LLA-I)
                   MOVE WS-LLA-TRAMO(WS-LLA-I) TO LIS-TRAMO
                   MOVE WS-LLA-DIAS(WS-LLA-I) TO LIS-DIAS
                   MOVE WS-LLA-SALDO(WS-LLA-I) TO LIS-SALDO
                   MOVE WS-LLA-EJECUTIVO(WS-LLA-I) TO LIS-EJECUTIVO
                   WRITE REGISTRO-LISTA
                   DISPLAY
                       LIS-RUT " " LIS-NUM-PRESTAMO "   " LIS-TRAMO
                       "   " LIS-DIAS " " LIS-SALDO
               END-PERFORM
               IF WS-LLA-CANTIDAD > 0
                   DISPLAY "  LLAMADAS DE LA CARTERA: "
                       WS-LLA-DEL-EJECUTIVO
               END-IF
               CLOSE ARCHIVO-LISTA
               DISPLAY "PRESTAMOS EN LA LISTA: " WS-LLA-CANTIDAD.

            ENCABEZAR-EJECUTIVO.
               IF WS-LLA-I > 1
                   DISPLAY "  LLAMADAS DE LA CARTERA: "
                       WS-LLA-DEL-EJECUTIVO
               END-IF
               MOVE WS-LLA-EJECUTIVO(WS-LLA-I) TO WS-EJECUTIVO-ANTERIOR
               MOVE 0 TO WS-LLA-DEL-EJECUTIVO
               IF WS-EJECUTIVO-ANTERIOR = SPACES
                   DISPLAY "-------- SIN EJECUTIVO ASIGNADO --------"
               ELSE
                   DISPLAY "-------- EJECUTIVO " WS-EJECUTIVO-ANTERIOR
                       " --------"
               END-IF
               DISPLAY "RUT        PRE TRAMO DIAS SALDO".
       END PROGRAM LISTA-LLAMADAS.
