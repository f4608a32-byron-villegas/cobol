      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Checklist de switchover que se corre en el sitio de
      *          contingencia (DR) antes de darle el control: contrasta
      *          lo que APLICAR-BITACORA-DR dejo aplicado con la cola
      *          del ultimo paquete recibido del primario y con los
      *          propios archivos del sitio. Ambos sitios deben
      *          coincidir en la ultima secuencia y en el ancla de la
      *          cadena de hashes; ademas el primario no debe haber
      *          posteado despues de armar ese paquete, no deben quedar
      *          paquetes recibidos sin aplicar, el contador de
      *          secuencia.txt del sitio no debe quedar por debajo de
      *          lo aplicado y la ultima linea de su bitacora.txt debe
      *          ser la cabeza de la cadena. Cada punto va a
      *          checklist_switchover.txt con OK o FALLA y el
      *          dictamen final.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-SWITCHOVER-DR.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Checklist de switchover al sitio de contingencia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PAQUETE ASSIGN TO WS-NOMBRE-PAQUETE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAQUETE.
           SELECT OPTIONAL ARCHIVO-ESTADO-APLICADO
               ASSIGN TO "dr_aplicado_estado.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESTADO.
           SELECT ARCHIVO-BITACORA ASSIGN TO "bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA.
           SELECT ARCHIVO-SECUENCIA ASSIGN TO "secuencia.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SECUENCIA.
           SELECT OPTIONAL ARCHIVO-HASH-BITACORA
               ASSIGN TO "hash_bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HASH.
           SELECT ARCHIVO-CHECKLIST
               ASSIGN TO "checklist_switchover.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-PAQUETE.
           COPY "ENVIO-DR.CPY".
       FD ARCHIVO-ESTADO-APLICADO.
           COPY "ESTADO-DR.CPY".
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-SECUENCIA.
       01 REGISTRO-SECUENCIA.
          05 SEC-CLAVE PIC X(1).
          05 SEC-ULTIMO-NUMERO PIC 9(10).
       FD ARCHIVO-HASH-BITACORA.
       01 REGISTRO-HASH-BITACORA PIC 9(8).
       FD ARCHIVO-CHECKLIST.
       01 REGISTRO-CHECKLIST.
          05 CHK-PUNTO PIC X(12).
          05 FILLER PIC X VALUE SPACE.
          05 CHK-RESULTADO PIC X(5).
          05 FILLER PIC X VALUE SPACE.
          05 CHK-DETALLE PIC X(60).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-PAQUETE PIC X(2) VALUE "00".
       77 WS-STATUS-ESTADO PIC X(2) VALUE "00".
       77 WS-STATUS-BITACORA PIC X(2) VALUE "00".
       77 WS-STATUS-SECUENCIA PIC X(2) VALUE "00".
       77 WS-STATUS-HASH PIC X(2) VALUE "00".
       77 WS-NOMBRE-PAQUETE PIC X(30).
       77 WS-NUM-PAQUETE PIC 9(8).
       77 WS-PAQUETE-EOF PIC X VALUE 'N'.
           88 WS-PAQUETE-FIN-ARCHIVO VALUE 'S'.
       77 WS-BITACORA-EOF PIC X VALUE 'N'.
           88 WS-BITACORA-FIN-ARCHIVO VALUE 'S'.
      *    Lo aplicado en el sitio (dr_aplicado_estado.txt).
       77 WS-HAY-ESTADO PIC X VALUE 'N'.
       77 WS-NUM-APLICADO PIC 9(8) VALUE 0.
       77 WS-ULTIMA-SECUENCIA PIC 9(10) VALUE 0.
       77 WS-HASH-CADENA PIC 9(8) VALUE 0.
       77 WS-FECHAYHORA-APLICADO PIC X(19) VALUE SPACES.
      *    Lo que informo el primario en el ultimo paquete aplicado.
       77 WS-HAY-COLA PIC X VALUE 'N'.
       77 WS-FECHAYHORA-PAQUETE PIC X(19) VALUE SPACES.
       77 WS-TRL-ULTIMA-SECUENCIA PIC 9(10) VALUE 0.
       77 WS-TRL-HASH-CADENA PIC 9(8) VALUE 0.
       77 WS-TRL-CONTADOR-PRIMARIO PIC 9(10) VALUE 0.
       77 WS-TRL-ANCLA-PRIMARIO PIC 9(8) VALUE 0.
      *    Lo que tiene el sitio en sus propios archivos.
       77 WS-ANCLA-SITIO PIC 9(8) VALUE 0.
       77 WS-CONTADOR-SITIO PIC 9(10) VALUE 0.
       77 WS-SEC-ULTIMA-LINEA PIC 9(10) VALUE 0.
       77 WS-HASH-ULTIMA-LINEA PIC 9(8) VALUE 0.
       77 WS-TOTAL-FALLAS PIC 9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
            DISPLAY "---- CHECKLIST DE SWITCHOVER AL SITIO DR ----".

            OPEN OUTPUT ARCHIVO-CHECKLIST.

            PERFORM LEER-ESTADO-APLICADO.
            IF WS-HAY-ESTADO = 'N'
                MOVE SPACES TO REGISTRO-CHECKLIST
                MOVE "ESTADO" TO CHK-PUNTO
                MOVE "EL SITIO NUNCA APLICO UN PAQUETE"
                    TO CHK-DETALLE
                PERFORM ANOTAR-FALLA
            ELSE
                PERFORM LEER-ULTIMO-PAQUETE
                PERFORM VERIFICAR-PENDIENTES
                PERFORM VERIFICAR-SECUENCIA
                PERFORM VERIFICAR-ANCLA
                PERFORM VERIFICAR-CONTADOR-SITIO
                PERFORM VERIFICAR-BITACORA-SITIO
            END-IF.

            MOVE SPACES TO REGISTRO-CHECKLIST.
            MOVE "DICTAMEN" TO CHK-PUNTO.
            IF WS-TOTAL-FALLAS = 0
                MOVE "OK" TO CHK-RESULTADO
                MOVE "DR LISTO PARA ASUMIR" TO CHK-DETALLE
            ELSE
                MOVE "FALLA" TO CHK-RESULTADO
                MOVE "NO ASUMIR: REVISAR LOS PUNTOS EN FALLA"
                    TO CHK-DETALLE
            END-IF.
            WRITE REGISTRO-CHECKLIST.
            CLOSE ARCHIVO-CHECKLIST.

            DISPLAY "ULTIMO PAQUETE APLICADO: " WS-NUM-APLICADO
                " ARMADO EN EL PRIMARIO " WS-FECHAYHORA-PAQUETE.
            DISPLAY "APLICADO EN ESTE SITIO: " WS-FECHAYHORA-APLICADO.
            DISPLAY "PUNTOS EN FALLA: " WS-TOTAL-FALLAS.
            IF WS-TOTAL-FALLAS = 0
                DISPLAY "DR LISTO PARA ASUMIR"
            ELSE
                DISPLAY "*** NO ASUMIR: REVISAR "
                    "checklist_switchover.txt ***"
            END-IF.

            STOP RUN.

            LEER-ESTADO-APLICADO.
               OPEN INPUT ARCHIVO-ESTADO-APLICADO
               IF WS-STATUS-ESTADO NOT = "35"
                   READ ARCHIVO-ESTADO-APLICADO
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 'S' TO WS-HAY-ESTADO
                           MOVE ESD-NUM-PAQUETE TO WS-NUM-APLICADO
                           MOVE ESD-ULTIMA-SECUENCIA
                               TO WS-ULTIMA-SECUENCIA
                           MOVE ESD-HASH-CADENA TO WS-HASH-CADENA
                           MOVE ESD-FECHAYHORA
                               TO WS-FECHAYHORA-APLICADO
                   END-READ
               END-IF
               CLOSE ARCHIVO-ESTADO-APLICADO.

            ARMAR-NOMBRE-PAQUETE.
               MOVE SPACES TO WS-NOMBRE-PAQUETE
               STRING
                   "envio_dr-" DELIMITED BY SIZE
                   WS-NUM-PAQUETE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOMBRE-PAQUETE
               END-STRING.

            LEER-ULTIMO-PAQUETE.
      *        La cabecera da la hora en que el primario armo el
      *        paquete (cuanto trafico se arriesga) y la cola lo que
      *        el primario tenia en ese momento.
               MOVE WS-NUM-APLICADO TO WS-NUM-PAQUETE
               PERFORM ARMAR-NOMBRE-PAQUETE
               OPEN INPUT ARCHIVO-PAQUETE
               IF WS-STATUS-PAQUETE = "35"
                   MOVE SPACES TO REGISTRO-CHECKLIST
                   MOVE "PAQUETE" TO CHK-PUNTO
                   MOVE "NO SE ENCUENTRA EL ULTIMO PAQUETE APLICADO"
                       TO CHK-DETALLE
                   PERFORM ANOTAR-FALLA
               ELSE
                   MOVE 'N' TO WS-PAQUETE-EOF
                   PERFORM UNTIL WS-PAQUETE-FIN-ARCHIVO
                       READ ARCHIVO-PAQUETE
                           AT END
                               MOVE 'S' TO WS-PAQUETE-EOF
                           NOT AT END
                               PERFORM TOMAR-LINEA-PAQUETE
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-PAQUETE
               END-IF.

            TOMAR-LINEA-PAQUETE.
               IF EDR-ES-CABECERA
                   MOVE EDR-FECHAYHORA TO WS-FECHAYHORA-PAQUETE
               END-IF
               IF EDR-ES-COLA
                   MOVE 'S' TO WS-HAY-COLA
                   MOVE EDR-ULTIMA-SECUENCIA
                       TO WS-TRL-ULTIMA-SECUENCIA
                   MOVE EDR-HASH-CADENA TO WS-TRL-HASH-CADENA
                   MOVE EDR-CONTADOR-PRIMARIO
                       TO WS-TRL-CONTADOR-PRIMARIO
                   MOVE EDR-ANCLA-PRIMARIO TO WS-TRL-ANCLA-PRIMARIO
               END-IF.

            VERIFICAR-PENDIENTES.
      *        Un paquete siguiente ya recibido significa que falta
      *        correr APLICAR-BITACORA-DR (o que lo rechazo).
               COMPUTE WS-NUM-PAQUETE = WS-NUM-APLICADO + 1
               PERFORM ARMAR-NOMBRE-PAQUETE
               MOVE SPACES TO REGISTRO-CHECKLIST
               MOVE "PENDIENTES" TO CHK-PUNTO
               OPEN INPUT ARCHIVO-PAQUETE
               IF WS-STATUS-PAQUETE = "35"
                   MOVE "NO HAY PAQUETES RECIBIDOS SIN APLICAR"
                       TO CHK-DETALLE
                   PERFORM ANOTAR-OK
               ELSE
                   CLOSE ARCHIVO-PAQUETE
                   MOVE "HAY PAQUETES RECIBIDOS SIN APLICAR"
                       TO CHK-DETALLE
                   PERFORM ANOTAR-FALLA
               END-IF.

            VERIFICAR-SECUENCIA.
      *        Lo aplicado debe ser lo ultimo que envio el primario, y
      *        el primario no debe haber tomado numeros despues de
      *        armar el paquete (si lo hizo, falta un envio final).
               MOVE SPACES TO REGISTRO-CHECKLIST
               MOVE "SECUENCIA" TO CHK-PUNTO
               IF WS-HAY-COLA = 'N'
                   MOVE "EL ULTIMO PAQUETE NO TRAE COLA"
                       TO CHK-DETALLE
                   PERFORM ANOTAR-FALLA
               ELSE
                   IF WS-ULTIMA-SECUENCIA NOT = WS-TRL-ULTIMA-SECUENCIA
                       MOVE "LA SECUENCIA APLICADA NO ES LA ENVIADA"
                           TO CHK-DETALLE
                       PERFORM ANOTAR-FALLA
                   ELSE
                       IF WS-TRL-CONTADOR-PRIMARIO
                          > WS-TRL-ULTIMA-SECUENCIA
                           MOVE "EL PRIMARIO POSTEO DESPUES DEL ENVIO:"
                               TO CHK-DETALLE
                           MOVE " CORRER UN ENVIO FINAL"
                               TO CHK-DETALLE(38:22)
                           PERFORM ANOTAR-FALLA
                       ELSE
                           MOVE "ULTIMA SECUENCIA COINCIDE: "
                               TO CHK-DETALLE
                           MOVE WS-ULTIMA-SECUENCIA
                               TO CHK-DETALLE(28:10)
                           PERFORM ANOTAR-OK
                       END-IF
                   END-IF
               END-IF.

            VERIFICAR-ANCLA.
      *        Ancla del primario al cerrar el paquete, cabeza de la
      *        cadena enviada y ancla del sitio: las tres iguales.
               OPEN INPUT ARCHIVO-HASH-BITACORA
               IF WS-STATUS-HASH NOT = "35"
                   READ ARCHIVO-HASH-BITACORA
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE REGISTRO-HASH-BITACORA
                               TO WS-ANCLA-SITIO
                   END-READ
               END-IF
               CLOSE ARCHIVO-HASH-BITACORA

               MOVE SPACES TO REGISTRO-CHECKLIST
               MOVE "ANCLA" TO CHK-PUNTO
               IF WS-TRL-ANCLA-PRIMARIO NOT = WS-TRL-HASH-CADENA
                   MOVE "EL ANCLA DEL PRIMARIO NO ES LA CABEZA ENVIADA"
                       TO CHK-DETALLE
                   PERFORM ANOTAR-FALLA
               ELSE
                   IF WS-ANCLA-SITIO NOT = WS-TRL-ANCLA-PRIMARIO
                      OR WS-HASH-CADENA NOT = WS-TRL-ANCLA-PRIMARIO
                       MOVE "EL ANCLA DEL SITIO NO ES LA DEL PRIMARIO"
                           TO CHK-DETALLE
                       PERFORM ANOTAR-FALLA
                   ELSE
                       MOVE "ANCLA COINCIDE: " TO CHK-DETALLE
                       MOVE WS-ANCLA-SITIO TO CHK-DETALLE(17:8)
                       PERFORM ANOTAR-OK
                   END-IF
               END-IF.

            VERIFICAR-CONTADOR-SITIO.
               MOVE SPACES TO REGISTRO-CHECKLIST
               MOVE "CONTADOR" TO CHK-PUNTO
               OPEN INPUT ARCHIVO-SECUENCIA
               IF WS-STATUS-SECUENCIA = "35"
                   MOVE "EL SITIO NO TIENE secuencia.txt"
                       TO CHK-DETALLE
                   PERFORM ANOTAR-FALLA
               ELSE
                   MOVE "S" TO SEC-CLAVE
                   READ ARCHIVO-SECUENCIA
                       INVALID KEY
                           MOVE 0 TO WS-CONTADOR-SITIO
                       NOT INVALID KEY
                           MOVE SEC-ULTIMO-NUMERO
                               TO WS-CONTADOR-SITIO
                   END-READ
                   CLOSE ARCHIVO-SECUENCIA
                   IF WS-CONTADOR-SITIO < WS-ULTIMA-SECUENCIA
                      OR WS-CONTADOR-SITIO < WS-TRL-CONTADOR-PRIMARIO
                       MOVE "EL CONTADOR DEL SITIO QUEDO ATRASADO"
                           TO CHK-DETALLE
                       PERFORM ANOTAR-FALLA
                   ELSE
                       MOVE "CONTADOR DEL SITIO AL DIA: "
                           TO CHK-DETALLE
                       MOVE WS-CONTADOR-SITIO TO CHK-DETALLE(28:10)
                       PERFORM ANOTAR-OK
                   END-IF
               END-IF.

            VERIFICAR-BITACORA-SITIO.
      *        La ultima linea de la bitacora del sitio debe ser la
      *        cabeza de la cadena aplicada.
               MOVE SPACES TO REGISTRO-CHECKLIST
               MOVE "BITACORA" TO CHK-PUNTO
               OPEN INPUT ARCHIVO-BITACORA
               IF WS-STATUS-BITACORA = "35"
                   MOVE "EL SITIO NO TIENE bitacora.txt"
                       TO CHK-DETALLE
                   PERFORM ANOTAR-FALLA
               ELSE
                   MOVE 'N' TO WS-BITACORA-EOF
                   PERFORM UNTIL WS-BITACORA-FIN-ARCHIVO
                       READ ARCHIVO-BITACORA
                           AT END
                               MOVE 'S' TO WS-BITACORA-EOF
                           NOT AT END
                               IF REGISTRO-BITACORA NOT = SPACES
                                  AND BIT-NUM-SECUENCIA NUMERIC
                                   MOVE BIT-NUM-SECUENCIA
                                       TO WS-SEC-ULTIMA-LINEA
                                   MOVE 0 TO WS-HASH-ULTIMA-LINEA
                                   IF BIT-HASH NUMERIC
                                       MOVE BIT-HASH
                                           TO WS-HASH-ULTIMA-LINEA
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-BITACORA
                   IF WS-SEC-ULTIMA-LINEA NOT = WS-ULTIMA-SECUENCIA
                      OR WS-HASH-ULTIMA-LINEA NOT = WS-HASH-CADENA
                       MOVE "LA ULTIMA LINEA NO ES LA CABEZA APLICADA"
                           TO CHK-DETALLE
                       PERFORM ANOTAR-FALLA
                   ELSE
                       MOVE "ULTIMA LINEA ES LA CABEZA DE LA CADENA"
                           TO CHK-DETALLE
                       PERFORM ANOTAR-OK
                   END-IF
               END-IF.

            ANOTAR-OK.
               MOVE "OK" TO CHK-RESULTADO
               DISPLAY CHK-PUNTO " OK    " CHK-DETALLE
               WRITE REGISTRO-CHECKLIST.

            ANOTAR-FALLA.
               MOVE "FALLA" TO CHK-RESULTADO
               ADD 1 TO WS-TOTAL-FALLAS
               DISPLAY CHK-PUNTO " FALLA " CHK-DETALLE
               WRITE REGISTRO-CHECKLIST.
       END PROGRAM VERIFICAR-SWITCHOVER-DR.
