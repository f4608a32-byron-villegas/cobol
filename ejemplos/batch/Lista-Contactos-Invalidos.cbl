      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Lista de trabajo de clientes sin ningun dato de
      *          contacto valido: recorre clientes.txt y junta a los
      *          clientes vigentes (ni fallecidos ni anonimizados)
      *          cuya direccion, telefono y correo estan todos
      *          devueltos, rebotados o vacios, con la fecha de cada
      *          marca. Esos clientes no reciben avisos ni cartolas
      *          hasta que un ejecutivo actualice la ficha. La lista
      *          queda en pantalla y en lista_contactos_invalidos.txt,
      *          agrupada por el ejecutivo de cuenta asignado
      *          (CLI-EJECUTIVO-RUT) como la lista de llamadas; los
      *          clientes sin ejecutivo van en un grupo aparte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTA-CONTACTOS-INVALIDOS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Clientes sin contacto valido, por ejecutivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CLIENTES.
           SELECT ARCHIVO-LISTA
               ASSIGN TO "lista_contactos_invalidos.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
      *    Fechas en cero = dato vacio, nunca marcado.
       FD ARCHIVO-LISTA.
       01 REGISTRO-LISTA.
          05 LIS-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 LIS-NOMBRE PIC X(40).
          05 FILLER PIC X VALUE SPACE.
          05 LIS-FECHA-DIRECCION PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 LIS-FECHA-TELEFONO PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 LIS-FECHA-EMAIL PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 LIS-EJECUTIVO PIC X(10).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-CLIENTES-EOF PIC X VALUE 'N'.
           88 WS-CLIENTES-FIN-ARCHIVO VALUE 'S'.
       77 WS-EJECUTIVO-ANTERIOR PIC X(10).
       77 WS-SCV-DEL-EJECUTIVO PIC 9(4) COMP VALUE 0.
       77 WS-TOTAL-REVISADOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-FUERA-DE-LISTA PIC 9(6) COMP VALUE 0.
      *    La lista se arma en memoria para agruparla por ejecutivo
      *    antes de emitirla.
       01 WS-TABLA-SIN-CONTACTO.
           05 WS-SCV-ENTRY OCCURS 1000 TIMES.
               10 WS-SCV-RUT PIC X(10).
               10 WS-SCV-NOMBRE PIC X(40).
               10 WS-SCV-FECHA-DIRECCION PIC 9(8).
               10 WS-SCV-FECHA-TELEFONO PIC 9(8).
               10 WS-SCV-FECHA-EMAIL PIC 9(8).
               10 WS-SCV-EJECUTIVO PIC X(10).
       77 WS-SCV-CANTIDAD PIC 9(4) COMP VALUE 0.
       77 WS-SCV-I PIC 9(4) COMP.
       77 WS-SCV-J PIC 9(4) COMP.
       01 WS-SCV-TEMP.
           05 WS-TMP-RUT PIC X(10).
           05 WS-TMP-NOMBRE PIC X(40).
           05 WS-TMP-FECHA-DIRECCION PIC 9(8).
           05 WS-TMP-FECHA-TELEFONO PIC 9(8).
           05 WS-TMP-FECHA-EMAIL PIC 9(8).
           05 WS-TMP-EJECUTIVO PIC X(10).

       PROCEDURE DIVISION.
            DISPLAY "------ CLIENTES SIN CONTACTO VALIDO ------".

            PERFORM ARMAR-LISTA.

            PERFORM ORDENAR-LISTA.

            PERFORM EMITIR-LISTA.

            DISPLAY "CLIENTES REVISADOS: " WS-TOTAL-REVISADOS.
            IF WS-TOTAL-FUERA-DE-LISTA > 0
                DISPLAY "SIN CONTACTO FUERA DE LA LISTA (TABLA LLENA): "
                    WS-TOTAL-FUERA-DE-LISTA
            END-IF.

            STOP RUN.

            ARMAR-LISTA.
               OPEN INPUT ARCHIVO-CLIENTES
               IF WS-STATUS-CLIENTES = "35"
                   DISPLAY "NO EXISTE MAESTRO DE CLIENTES"
               ELSE
                   MOVE 'N' TO WS-CLIENTES-EOF
                   PERFORM UNTIL WS-CLIENTES-FIN-ARCHIVO
                       READ ARCHIVO-CLIENTES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-CLIENTES-EOF
                       END-READ
                       IF NOT WS-CLIENTES-FIN-ARCHIVO
                          AND NOT CLIENTE-FALLECIDO
                          AND CLIENTE-SIN-ANONIMIZAR
                           ADD 1 TO WS-TOTAL-REVISADOS
                           PERFORM REVISAR-CONTACTOS-CLIENTE
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-CLIENTES
               END-IF.

            REVISAR-CONTACTOS-CLIENTE.
      *        Basta un dato valido (no vacio y sin marca) para que
      *        el cliente siga recibiendo avisos.
               IF (CLI-DIRECCION = SPACES OR CLI-DIRECCION-DEVUELTA)
                  AND (CLI-TELEFONO = SPACES OR CLI-TELEFONO-REBOTADO)
                  AND (CLI-EMAIL = SPACES OR CLI-EMAIL-REBOTADO)
                   IF WS-SCV-CANTIDAD < 1000
                       ADD 1 TO WS-SCV-CANTIDAD
                       MOVE CLI-RUT TO WS-SCV-RUT(WS-SCV-CANTIDAD)
                       MOVE CLI-NOMBRE
                           TO WS-SCV-NOMBRE(WS-SCV-CANTIDAD)
                       MOVE 0 TO WS-SCV-FECHA-DIRECCION(WS-SCV-CANTIDAD)
                       MOVE 0 TO WS-SCV-FECHA-TELEFONO(WS-SCV-CANTIDAD)
                       MOVE 0 TO WS-SCV-FECHA-EMAIL(WS-SCV-CANTIDAD)
                       IF CLI-DIRECCION-DEVUELTA
                           MOVE CLI-FECHA-DIRECCION-INV
                               TO WS-SCV-FECHA-DIRECCION
                                   (WS-SCV-CANTIDAD)
                       END-IF
                       IF CLI-TELEFONO-REBOTADO
                           MOVE CLI-FECHA-TELEFONO-INV
                               TO WS-SCV-FECHA-TELEFONO
                                   (WS-SCV-CANTIDAD)
                       END-IF
                       IF CLI-EMAIL-REBOTADO
                           MOVE CLI-FECHA-EMAIL-INV
                               TO WS-SCV-FECHA-EMAIL(WS-SCV-CANTIDAD)
                       END-IF
                       MOVE CLI-EJECUTIVO-RUT
                           TO WS-SCV-EJECUTIVO(WS-SCV-CANTIDAD)
                   ELSE
                       ADD 1 TO WS-TOTAL-FUERA-DE-LISTA
                   END-IF
               END-IF.

            ORDENAR-LISTA.
      *        Agrupa por ejecutivo; dentro de cada cartera, por RUT
      *        (el orden en que vienen del maestro).
               PERFORM VARYING WS-SCV-I FROM 1 BY 1
                       UNTIL WS-SCV-I >= WS-SCV-CANTIDAD
                   PERFORM VARYING WS-SCV-J FROM 1 BY 1
                           UNTIL WS-SCV-J
                                 > WS-SCV-CANTIDAD - WS-SCV-I
                       IF WS-SCV-EJECUTIVO(WS-SCV-J)
                          > WS-SCV-EJECUTIVO(WS-SCV-J + 1)
                           MOVE WS-SCV-ENTRY(WS-SCV-J)
                               TO WS-SCV-TEMP
                           MOVE WS-SCV-ENTRY(WS-SCV-J + 1)
                               TO WS-SCV-ENTRY(WS-SCV-J)
                           MOVE WS-SCV-TEMP
                               TO WS-SCV-ENTRY(WS-SCV-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM.

            EMITIR-LISTA.
               OPEN OUTPUT ARCHIVO-LISTA
               MOVE HIGH-VALUES TO WS-EJECUTIVO-ANTERIOR
               PERFORM VARYING WS-SCV-I FROM 1 BY 1
                       UNTIL WS-SCV-I > WS-SCV-CANTIDAD
                   IF WS-SCV-EJECUTIVO(WS-SCV-I)
                      NOT = WS-EJECUTIVO-ANTERIOR
                       PERFORM ENCABEZAR-EJECUTIVO
                   END-IF
                   ADD 1 TO WS-SCV-DEL-EJECUTIVO
                   MOVE SPACES TO REGISTRO-LISTA
                   MOVE WS-SCV-RUT(WS-SCV-I) TO LIS-RUT
                   MOVE WS-SCV-NOMBRE(WS-SCV-I) TO LIS-NOMBRE
                   MOVE WS-SCV-FECHA-DIRECCION(WS-SCV-I)
                       TO LIS-FECHA-DIRECCION
                   MOVE WS-SCV-FECHA-TELEFONO(WS-SCV-I)
                       TO LIS-FECHA-TELEFONO
                   MOVE WS-SCV-FECHA-EMAIL(WS-SCV-I) TO LIS-FECHA-EMAIL
                   MOVE WS-SCV-EJECUTIVO(WS-SCV-I) TO LIS-EJECUTIVO
                   WRITE REGISTRO-LISTA
                   DISPLAY
                       LIS-RUT " " LIS-NOMBRE(1:25) " "
                       LIS-FECHA-DIRECCION " " LIS-FECHA-TELEFONO " "
                       LIS-FECHA-EMAIL
               END-PERFORM
               IF WS-SCV-CANTIDAD > 0
                   DISPLAY "  CLIENTES DE LA CARTERA: "
                       WS-SCV-DEL-EJECUTIVO
               END-IF
               CLOSE ARCHIVO-LISTA
               DISPLAY "CLIENTES SIN CONTACTO VALIDO: " WS-SCV-CANTIDAD.

            ENCABEZAR-EJECUTIVO.
               IF WS-SCV-I > 1
                   DISPLAY "  CLIENTES DE LA CARTERA: "
                       WS-SCV-DEL-EJECUTIVO
               END-IF
               MOVE WS-SCV-EJECUTIVO(WS-SCV-I) TO WS-EJECUTIVO-ANTERIOR
               MOVE 0 TO WS-SCV-DEL-EJECUTIVO
               IF WS-EJECUTIVO-ANTERIOR = SPACES
                   DISPLAY "-------- SIN EJECUTIVO ASIGNADO --------"
               ELSE
                   DISPLAY "-------- EJECUTIVO " WS-EJECUTIVO-ANTERIOR
                       " --------"
               END-IF
               DISPLAY
                   "RUT        NOMBRE                    DEVUELTA "
                   "RECHAZADO REBOTADO".
       END PROGRAM LISTA-CONTACTOS-INVALIDOS.
