      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Importacion del archivo de cartas devueltas de la
      *          casa de correo (devoluciones_correo.txt, una linea
      *          por carta con el RUT, la fecha de devolucion, el
      *          motivo y la direccion a la que se envio): marca la
      *          direccion del cliente como no entregable en
      *          clientes.txt, con la fecha, para que no se le
      *          vuelvan a enviar cartas ni cartolas y los avisos
      *          salgan por otro canal. Una devolucion a una
      *          direccion que el ejecutivo ya corrigio no marca
      *          nada: la carta fue a la direccion antigua.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-DEVOLUCIONES-CORREO.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Marca de direcciones devueltas por la casa de correo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-DEVOLUCIONES
               ASSIGN TO "devoluciones_correo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEVOLUCIONES.
           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CLIENTES.
       DATA DIVISION.
       FILE SECTION.
      *    Motivo de la casa de correo: DES=destinatario desconocido,
      *    INE=direccion inexistente, REH=rehusado, CAM=se cambio de
      *    domicilio. Cualquiera deja la direccion no entregable.
       FD ARCHIVO-DEVOLUCIONES.
       01 REGISTRO-DEVOLUCION.
          05 DVC-RUT PIC X(10).
          05 FILLER PIC X.
          05 DVC-FECHA PIC 9(8).
          05 FILLER PIC X.
          05 DVC-MOTIVO PIC X(3).
          05 FILLER PIC X.
          05 DVC-DIRECCION PIC X(40).
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-DEVOLUCIONES PIC X(2) VALUE "00".
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-DEVOLUCIONES-EOF PIC X VALUE 'N'.
           88 WS-DEVOLUCIONES-FIN-ARCHIVO VALUE 'S'.
       77 WS-TOTAL-LEIDAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-MARCADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-YA-MARCADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-DIRECCION-CAMBIADA PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-SIN-CLIENTE PIC 9(6) COMP VALUE 0.

       PROCEDURE DIVISION.
            DISPLAY "----- IMPORTACION DE CARTAS DEVUELTAS -----".

            PERFORM PROCESAR-DEVOLUCIONES.

            DISPLAY "DEVOLUCIONES LEIDAS: " WS-TOTAL-LEIDAS.
            DISPLAY "DIRECCIONES MARCADAS: " WS-TOTAL-MARCADAS.
            DISPLAY "YA MARCADAS ANTES: " WS-TOTAL-YA-MARCADAS.
            DISPLAY "DIRECCION YA CORREGIDA: "
                WS-TOTAL-DIRECCION-CAMBIADA.
            DISPLAY "RUT SIN FICHA DE CLIENTE: "
                WS-TOTAL-SIN-CLIENTE.

            STOP RUN.

            PROCESAR-DEVOLUCIONES.
               OPEN INPUT ARCHIVO-DEVOLUCIONES
               IF WS-STATUS-DEVOLUCIONES = "35"
                   DISPLAY "NO EXISTE ARCHIVO DE DEVOLUCIONES"
               ELSE
                   OPEN I-O ARCHIVO-CLIENTES
                   IF WS-STATUS-CLIENTES = "35"
                       DISPLAY "NO EXISTE MAESTRO DE CLIENTES"
                   ELSE
                       MOVE 'N' TO WS-DEVOLUCIONES-EOF
                       PERFORM UNTIL WS-DEVOLUCIONES-FIN-ARCHIVO
                           READ ARCHIVO-DEVOLUCIONES
                               AT END
                                   MOVE 'S' TO WS-DEVOLUCIONES-EOF
                               NOT AT END
                                   IF REGISTRO-DEVOLUCION NOT = SPACES
                                       PERFORM PROCESAR-UNA-DEVOLUCION
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-CLIENTES
                   END-IF
                   CLOSE ARCHIVO-DEVOLUCIONES
               END-IF.

            PROCESAR-UNA-DEVOLUCION.
               ADD 1 TO WS-TOTAL-LEIDAS
               MOVE FUNCTION UPPER-CASE(DVC-RUT) TO DVC-RUT
               MOVE FUNCTION UPPER-CASE(DVC-DIRECCION) TO DVC-DIRECCION
               MOVE DVC-RUT TO CLI-RUT
               READ ARCHIVO-CLIENTES
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-SIN-CLIENTE
                       DISPLAY "DEVOLUCION SIN FICHA DE CLIENTE: "
                           DVC-RUT
                   NOT INVALID KEY
                       PERFORM MARCAR-DIRECCION-DEVUELTA
               END-READ.

            MARCAR-DIRECCION-DEVUELTA.
      *        Sin direccion en la linea se asume que la carta fue a
      *        la direccion vigente.
               EVALUATE TRUE
                   WHEN DVC-DIRECCION NOT = SPACES
                        AND DVC-DIRECCION NOT = CLI-DIRECCION
                       ADD 1 TO WS-TOTAL-DIRECCION-CAMBIADA
                   WHEN CLI-DIRECCION-DEVUELTA
                       ADD 1 TO WS-TOTAL-YA-MARCADAS
                   WHEN OTHER
                       MOVE 'S' TO CLI-DIRECCION-INVALIDA
                       MOVE DVC-FECHA TO CLI-FECHA-DIRECCION-INV
                       REWRITE CLIENTE
                       ADD 1 TO WS-TOTAL-MARCADAS
                       DISPLAY "DIRECCION DEVUELTA " CLI-RUT
                           " MOTIVO " DVC-MOTIVO ": " CLI-DIRECCION
               END-EVALUATE.
       END PROGRAM IMPORTAR-DEVOLUCIONES-CORREO.
