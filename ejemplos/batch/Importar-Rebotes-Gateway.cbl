      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Importacion del archivo de rebotes del gateway de
      *          SMS y correo (rebotes_gateway.txt, una linea por
      *          mensaje rechazado con el canal, el RUT, la fecha, el
      *          tipo de rebote y el destino al que se envio): un
      *          rebote definitivo marca el telefono o el correo del
      *          cliente como no entregable en clientes.txt, con la
      *          fecha, y los avisos siguientes salen por otro canal.
      *          Un rebote temporal (casilla llena, telefono apagado)
      *          solo se cuenta. Un rebote a un destino que el
      *          ejecutivo ya corrigio no marca nada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-REBOTES-GATEWAY.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Marca de telefonos y correos rebotados por el gateway.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-REBOTES
               ASSIGN TO "rebotes_gateway.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REBOTES.
           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CLIENTES.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-REBOTES.
       01 REGISTRO-REBOTE.
          05 RBT-CANAL PIC X(3).
              88 RBT-ES-SMS VALUE "SMS".
              88 RBT-ES-EMAIL VALUE "EML".
          05 FILLER PIC X.
          05 RBT-RUT PIC X(10).
          05 FILLER PIC X.
          05 RBT-FECHA PIC 9(8).
          05 FILLER PIC X.
      *       D=definitivo (numero o casilla inexistente), T=temporal.
          05 RBT-TIPO PIC X(1).
              88 RBT-ES-DEFINITIVO VALUE 'D'.
          05 FILLER PIC X.
          05 RBT-DESTINO PIC X(40).
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-REBOTES PIC X(2) VALUE "00".
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-REBOTES-EOF PIC X VALUE 'N'.
           88 WS-REBOTES-FIN-ARCHIVO VALUE 'S'.
       77 WS-TOTAL-LEIDOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-TELEFONOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-CORREOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-TEMPORALES PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-YA-MARCADOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-DESTINO-CAMBIADO PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-SIN-CLIENTE PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-RECHAZADOS PIC 9(6) COMP VALUE 0.

       PROCEDURE DIVISION.
            DISPLAY "------ IMPORTACION DE REBOTES GATEWAY ------".

            PERFORM PROCESAR-REBOTES.

            DISPLAY "REBOTES LEIDOS: " WS-TOTAL-LEIDOS.
            DISPLAY "TELEFONOS MARCADOS: " WS-TOTAL-TELEFONOS.
            DISPLAY "CORREOS MARCADOS: " WS-TOTAL-CORREOS.
            DISPLAY "REBOTES TEMPORALES: " WS-TOTAL-TEMPORALES.
            DISPLAY "YA MARCADOS ANTES: " WS-TOTAL-YA-MARCADOS.
            DISPLAY "DESTINO YA CORREGIDO: "
                WS-TOTAL-DESTINO-CAMBIADO.
            DISPLAY "RUT SIN FICHA DE CLIENTE: "
                WS-TOTAL-SIN-CLIENTE.
            DISPLAY "LINEAS CON CANAL NO RECONOCIDO: "
                WS-TOTAL-RECHAZADOS.

            STOP RUN.

            PROCESAR-REBOTES.
               OPEN INPUT ARCHIVO-REBOTES
               IF WS-STATUS-REBOTES = "35"
                   DISPLAY "NO EXISTE ARCHIVO DE REBOTES"
               ELSE
                   OPEN I-O ARCHIVO-CLIENTES
                   IF WS-STATUS-CLIENTES = "35"
                       DISPLAY "NO EXISTE MAESTRO DE CLIENTES"
                   ELSE
                       MOVE 'N' TO WS-REBOTES-EOF
                       PERFORM UNTIL WS-REBOTES-FIN-ARCHIVO
                           READ ARCHIVO-REBOTES
                               AT END
                                   MOVE 'S' TO WS-REBOTES-EOF
                               NOT AT END
                                   IF REGISTRO-REBOTE NOT = SPACES
                                       PERFORM PROCESAR-UN-REBOTE
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-CLIENTES
                   END-IF
                   CLOSE ARCHIVO-REBOTES
               END-IF.

            PROCESAR-UN-REBOTE.
               ADD 1 TO WS-TOTAL-LEIDOS
               MOVE FUNCTION UPPER-CASE(RBT-CANAL) TO RBT-CANAL
               MOVE FUNCTION UPPER-CASE(RBT-TIPO) TO RBT-TIPO
               MOVE FUNCTION UPPER-CASE(RBT-RUT) TO RBT-RUT
               EVALUATE TRUE
                   WHEN NOT RBT-ES-SMS AND NOT RBT-ES-EMAIL
                       ADD 1 TO WS-TOTAL-RECHAZADOS
                       DISPLAY "CANAL NO RECONOCIDO: " REGISTRO-REBOTE
                   WHEN NOT RBT-ES-DEFINITIVO
                       ADD 1 TO WS-TOTAL-TEMPORALES
                   WHEN OTHER
                       MOVE RBT-RUT TO CLI-RUT
                       READ ARCHIVO-CLIENTES
                           INVALID KEY
                               ADD 1 TO WS-TOTAL-SIN-CLIENTE
                               DISPLAY "REBOTE SIN FICHA DE CLIENTE: "
                                   RBT-RUT
                           NOT INVALID KEY
                               IF RBT-ES-SMS
                                   PERFORM MARCAR-TELEFONO-REBOTADO
                               ELSE
                                   PERFORM MARCAR-EMAIL-REBOTADO
                               END-IF
                       END-READ
               END-EVALUATE.

            MARCAR-TELEFONO-REBOTADO.
      *        Sin destino en la linea se asume que el mensaje fue al
      *        telefono vigente.
               EVALUATE TRUE
                   WHEN RBT-DESTINO NOT = SPACES
                        AND RBT-DESTINO NOT = CLI-TELEFONO
                       ADD 1 TO WS-TOTAL-DESTINO-CAMBIADO
                   WHEN CLI-TELEFONO-REBOTADO
                       ADD 1 TO WS-TOTAL-YA-MARCADOS
                   WHEN OTHER
                       MOVE 'S' TO CLI-TELEFONO-INVALIDO
                       MOVE RBT-FECHA TO CLI-FECHA-TELEFONO-INV
                       REWRITE CLIENTE
                       ADD 1 TO WS-TOTAL-TELEFONOS
                       DISPLAY "TELEFONO REBOTADO " CLI-RUT ": "
                           CLI-TELEFONO
               END-EVALUATE.

            MARCAR-EMAIL-REBOTADO.
      *        El gateway puede devolver el correo en minusculas: la
      *        comparacion se hace sin distinguir mayusculas.
               EVALUATE TRUE
                   WHEN RBT-DESTINO NOT = SPACES
                        AND FUNCTION UPPER-CASE(RBT-DESTINO)
                            NOT = FUNCTION UPPER-CASE(CLI-EMAIL)
                       ADD 1 TO WS-TOTAL-DESTINO-CAMBIADO
                   WHEN CLI-EMAIL-REBOTADO
                       ADD 1 TO WS-TOTAL-YA-MARCADOS
                   WHEN OTHER
                       MOVE 'S' TO CLI-EMAIL-INVALIDO
                       MOVE RBT-FECHA TO CLI-FECHA-EMAIL-INV
                       REWRITE CLIENTE
                       ADD 1 TO WS-TOTAL-CORREOS
                       DISPLAY "CORREO REBOTADO " CLI-RUT ": "
                           CLI-EMAIL
               END-EVALUATE.
       END PROGRAM IMPORTAR-REBOTES-GATEWAY.
