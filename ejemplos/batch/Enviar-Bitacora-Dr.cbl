      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Envio continuo al sitio de contingencia (DR): corre
      *          cada pocos minutos en el primario y arma el paquete
      *          numerado envio_dr-NNNNNNNN.txt con las lineas de
      *          bitacora.txt de secuencia posterior a la ultima
      *          enviada, las lineas nuevas de bitacora_admin.txt, la
      *          imagen posterior de cada cuenta tocada por esos
      *          movimientos (cuentas.txt completo en el primer
      *          paquete del dia, para arrastrar los cambios que no
      *          pasan por la bitacora) y la lista de tarjetas
      *          calientes completa. La cola lleva los conteos y el
      *          contador de secuencia y el ancla de hash del
      *          primario. El traslado del archivo al sitio DR lo
      *          hace la transferencia de archivos de operaciones;
      *          alla lo aplica APLICAR-BITACORA-DR. Aun sin
      *          novedades se arma el paquete: sirve de latido del
      *          primario para el checklist de switchover.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVIAR-BITACORA-DR.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Envio de bitacora al sitio de contingencia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-BITACORA ASSIGN TO "bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.
           SELECT ARCHIVO-CUENTAS ASSIGN TO "cuentas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUENTA-CLAVE
               ALTERNATE RECORD KEY IS NUM-TARJETA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RUT-SECUNDARIO
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CUENTAS.
           SELECT ARCHIVO-TARJETAS-BLOQUEADAS
               ASSIGN TO "tarjetas_bloqueadas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TBL-NUM-TARJETA
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARJETAS-BLOQ.
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
           SELECT OPTIONAL ARCHIVO-ESTADO-ENVIO
               ASSIGN TO "dr_envio_estado.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESTADO.
           SELECT ARCHIVO-PAQUETE ASSIGN TO WS-NOMBRE-PAQUETE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-AUDITORIA.
           COPY "AUDITORIA-ADMIN.CPY".
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-TARJETAS-BLOQUEADAS.
           COPY "TARJETA-BLOQUEADA.CPY".
       FD ARCHIVO-SECUENCIA.
       01 REGISTRO-SECUENCIA.
          05 SEC-CLAVE PIC X(1).
          05 SEC-ULTIMO-NUMERO PIC 9(10).
       FD ARCHIVO-HASH-BITACORA.
       01 REGISTRO-HASH-BITACORA PIC 9(8).
       FD ARCHIVO-ESTADO-ENVIO.
           COPY "ESTADO-DR.CPY".
       FD ARCHIVO-PAQUETE.
           COPY "ENVIO-DR.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-BITACORA PIC X(2) VALUE "00".
       77 WS-STATUS-AUDITORIA PIC X(2) VALUE "00".
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-TARJETAS-BLOQ PIC X(2) VALUE "00".
       77 WS-STATUS-SECUENCIA PIC X(2) VALUE "00".
       77 WS-STATUS-HASH PIC X(2) VALUE "00".
       77 WS-STATUS-ESTADO PIC X(2) VALUE "00".
       77 WS-NOMBRE-PAQUETE PIC X(30).
      *    Estado de lo ya enviado, leido de dr_envio_estado.txt al
      *    partir y avanzado en memoria mientras se arma el paquete.
       77 WS-NUM-PAQUETE PIC 9(8) VALUE 0.
       77 WS-ULTIMA-SECUENCIA PIC 9(10) VALUE 0.
       77 WS-HASH-CADENA PIC 9(8) VALUE 0.
       77 WS-LINEAS-ADMIN PIC 9(8) VALUE 0.
       77 WS-FECHA-COMPLETA PIC 9(8) VALUE 0.
       77 WS-SECUENCIA-DESDE PIC 9(10) VALUE 0.
       77 WS-MODO-CUENTAS PIC X VALUE 'I'.
           88 ENVIO-CUENTAS-COMPLETAS VALUE 'C'.
       77 WS-EOF PIC X VALUE 'N'.
           88 WS-FIN-ARCHIVO VALUE 'S'.
       77 WS-LINEA-ADMIN-ACTUAL PIC 9(8) VALUE 0.
      *    Cuentas tocadas por los movimientos del paquete, sin
      *    repetir; si la tabla se llena se despacha lo acumulado y
      *    se sigue (repetir una imagen en el paquete no hace dano,
      *    el sitio DR la reescribe igual).
       01 WS-TABLA-TOCADAS.
           05 WS-TOCADA OCCURS 500 TIMES.
              10 WS-TOC-RUT PIC X(10).
              10 WS-TOC-NUM-CUENTA PIC 9(3).
       77 WS-TOCADAS-CANTIDAD PIC 9(4) COMP VALUE 0.
       77 WS-TOCADAS-INDICE PIC 9(4) COMP.
       77 WS-TOCADA-YA-ESTA PIC X VALUE 'N'.
           88 CUENTA-YA-TOCADA VALUE 'S'.
       77 WS-CANT-BITACORA PIC 9(8) VALUE 0.
       77 WS-CANT-ADMIN PIC 9(8) VALUE 0.
       77 WS-CANT-CUENTAS PIC 9(8) VALUE 0.
       77 WS-CANT-TARJETAS PIC 9(8) VALUE 0.
       77 WS-CONTADOR-PRIMARIO PIC 9(10) VALUE 0.
       77 WS-ANCLA-PRIMARIO PIC 9(8) VALUE 0.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).
       01 WS-FECHAYHORA-FORMATEADA.
           15 WS-ANIO-FORMATEADO PIC 9(4).
           15 FILLER PIC X VALUE '-'.
           15 WS-MES-FORMATEADO PIC 99.
           15 FILLER PIC X VALUE '-'.
           15 WS-DIA-FORMATEADO PIC 99.
           15 FILLER PIC X VALUE ' '.
           15 WS-HORA-FORMATEADA PIC 99.
           15 FILLER PIC X VALUE ':'.
           15 WS-MINUTO-FORMATEADO PIC 99.
           15 FILLER PIC X VALUE ':'.
           15 WS-SEGUNDO-FORMATEADO PIC 99.

       PROCEDURE DIVISION.
            DISPLAY "------ ENVIO AL SITIO DE CONTINGENCIA ------".

            PERFORM SETEAR-FECHA-ACTUAL.

            PERFORM LEER-ESTADO-ENVIO.

            ADD 1 TO WS-NUM-PAQUETE.
            MOVE SPACES TO WS-NOMBRE-PAQUETE.
            STRING
                "envio_dr-" DELIMITED BY SIZE
                WS-NUM-PAQUETE DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
                INTO WS-NOMBRE-PAQUETE
            END-STRING.

      *    El primer paquete del dia lleva cuentas.txt completo.
            IF WS-FECHA-COMPLETA NOT = WS-FECHA-HOY
                MOVE 'C' TO WS-MODO-CUENTAS
            END-IF.

            OPEN OUTPUT ARCHIVO-PAQUETE.
            PERFORM GRABAR-CABECERA.
            PERFORM ENVIAR-BITACORA.
            PERFORM ENVIAR-ADMIN.
            IF ENVIO-CUENTAS-COMPLETAS
                PERFORM ENVIAR-CUENTAS-COMPLETAS
            ELSE
                PERFORM ENVIAR-CUENTAS-TOCADAS
            END-IF.
            PERFORM ENVIAR-TARJETAS.
            PERFORM GRABAR-COLA.
            CLOSE ARCHIVO-PAQUETE.

            PERFORM GRABAR-ESTADO-ENVIO.

            DISPLAY "PAQUETE: " WS-NOMBRE-PAQUETE.
            DISPLAY "LINEAS DE BITACORA: " WS-CANT-BITACORA
                " (HASTA LA SECUENCIA " WS-ULTIMA-SECUENCIA ")".
            DISPLAY "LINEAS DE BITACORA ADMIN: " WS-CANT-ADMIN.
            DISPLAY "IMAGENES DE CUENTA: " WS-CANT-CUENTAS
                " (MODO " WS-MODO-CUENTAS ")".
            DISPLAY "TARJETAS CALIENTES: " WS-CANT-TARJETAS.

            STOP RUN.

            SETEAR-FECHA-ACTUAL.
               MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA
               MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO
               MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO
               MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO
               MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA
               MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO
               MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO
               MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            LEER-ESTADO-ENVIO.
      *        Sin estado (primera corrida) se parte de cero: el
      *        primer paquete lleva la bitacora viva completa y la
      *        imagen completa de cuentas, que siembran el sitio DR.
               OPEN INPUT ARCHIVO-ESTADO-ENVIO
               IF WS-STATUS-ESTADO NOT = "35"
                   READ ARCHIVO-ESTADO-ENVIO
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE ESD-NUM-PAQUETE TO WS-NUM-PAQUETE
                           MOVE ESD-ULTIMA-SECUENCIA
                               TO WS-ULTIMA-SECUENCIA
                           MOVE ESD-HASH-CADENA TO WS-HASH-CADENA
                           MOVE ESD-LINEAS-ADMIN TO WS-LINEAS-ADMIN
                           MOVE ESD-FECHA-COMPLETA
                               TO WS-FECHA-COMPLETA
                   END-READ
               END-IF
               CLOSE ARCHIVO-ESTADO-ENVIO
               MOVE WS-ULTIMA-SECUENCIA TO WS-SECUENCIA-DESDE.

            GRABAR-CABECERA.
               MOVE SPACES TO REGISTRO-ENVIO-DR
               MOVE "HDR" TO EDR-TIPO
               MOVE WS-NUM-PAQUETE TO EDR-NUM-PAQUETE
               MOVE WS-FECHAYHORA-FORMATEADA TO EDR-FECHAYHORA
               MOVE WS-MODO-CUENTAS TO EDR-MODO-CUENTAS
               WRITE REGISTRO-ENVIO-DR.

            ENVIAR-BITACORA.
      *        Toda linea con secuencia posterior a la ultima enviada;
      *        la bitacora es de solo anexado, asi que el orden del
      *        archivo es el orden de la cadena de hashes.
               MOVE 'N' TO WS-EOF
               OPEN INPUT ARCHIVO-BITACORA
               IF WS-STATUS-BITACORA = "35"
                   MOVE 'S' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-BITACORA
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF REGISTRO-BITACORA NOT = SPACES
                              AND BIT-NUM-SECUENCIA NUMERIC
                              AND BIT-NUM-SECUENCIA
                                  > WS-SECUENCIA-DESDE
                               PERFORM ENVIAR-LINEA-BITACORA
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-STATUS-BITACORA NOT = "35"
                   CLOSE ARCHIVO-BITACORA
               END-IF.

            ENVIAR-LINEA-BITACORA.
               MOVE SPACES TO REGISTRO-ENVIO-DR
               MOVE "BIT" TO EDR-TIPO
               MOVE REGISTRO-BITACORA TO EDR-DATOS
               WRITE REGISTRO-ENVIO-DR
               ADD 1 TO WS-CANT-BITACORA
               IF BIT-NUM-SECUENCIA > WS-ULTIMA-SECUENCIA
                   MOVE BIT-NUM-SECUENCIA TO WS-ULTIMA-SECUENCIA
               END-IF
               IF BIT-HASH NUMERIC
                   MOVE BIT-HASH TO WS-HASH-CADENA
               END-IF
               IF NOT ENVIO-CUENTAS-COMPLETAS
                  AND BIT-NUM-CUENTA NUMERIC
                  AND BIT-NUM-CUENTA > 0
                   PERFORM ANOTAR-CUENTA-TOCADA
               END-IF.

            ANOTAR-CUENTA-TOCADA.
               MOVE 'N' TO WS-TOCADA-YA-ESTA
               PERFORM VARYING WS-TOCADAS-INDICE FROM 1 BY 1
                       UNTIL WS-TOCADAS-INDICE > WS-TOCADAS-CANTIDAD
                          OR CUENTA-YA-TOCADA
                   IF WS-TOC-RUT(WS-TOCADAS-INDICE) = BIT-RUT
                      AND WS-TOC-NUM-CUENTA(WS-TOCADAS-INDICE)
                          = BIT-NUM-CUENTA
                       MOVE 'S' TO WS-TOCADA-YA-ESTA
                   END-IF
               END-PERFORM
               IF NOT CUENTA-YA-TOCADA
                   IF WS-TOCADAS-CANTIDAD >= 500
                       PERFORM ENVIAR-CUENTAS-TOCADAS
                   END-IF
                   ADD 1 TO WS-TOCADAS-CANTIDAD
                   MOVE BIT-RUT TO WS-TOC-RUT(WS-TOCADAS-CANTIDAD)
                   MOVE BIT-NUM-CUENTA
                       TO WS-TOC-NUM-CUENTA(WS-TOCADAS-CANTIDAD)
               END-IF.

            ENVIAR-ADMIN.
      *        bitacora_admin.txt no se rota: se saltan las lineas ya
      *        enviadas por posicion y se envia el resto.
               MOVE 'N' TO WS-EOF
               MOVE 0 TO WS-LINEA-ADMIN-ACTUAL
               OPEN INPUT ARCHIVO-AUDITORIA
               IF WS-STATUS-AUDITORIA = "35"
                   MOVE 'S' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-AUDITORIA
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINEA-ADMIN-ACTUAL
                           IF WS-LINEA-ADMIN-ACTUAL > WS-LINEAS-ADMIN
                               MOVE SPACES TO REGISTRO-ENVIO-DR
                               MOVE "ADM" TO EDR-TIPO
                               MOVE REGISTRO-AUDITORIA-ADMIN
                                   TO EDR-DATOS
                               WRITE REGISTRO-ENVIO-DR
                               ADD 1 TO WS-CANT-ADMIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-AUDITORIA
               IF WS-LINEA-ADMIN-ACTUAL > WS-LINEAS-ADMIN
                   MOVE WS-LINEA-ADMIN-ACTUAL TO WS-LINEAS-ADMIN
               END-IF.

            ENVIAR-CUENTAS-TOCADAS.
      *        Imagen actual de cada cuenta de la tabla; la tabla
      *        queda vacia para seguir acumulando.
               IF WS-TOCADAS-CANTIDAD > 0
                   OPEN INPUT ARCHIVO-CUENTAS
                   IF WS-STATUS-CUENTAS NOT = "35"
                       PERFORM VARYING WS-TOCADAS-INDICE FROM 1 BY 1
                               UNTIL WS-TOCADAS-INDICE
                                     > WS-TOCADAS-CANTIDAD
                           MOVE WS-TOC-RUT(WS-TOCADAS-INDICE) TO RUT
                           MOVE WS-TOC-NUM-CUENTA(WS-TOCADAS-INDICE)
                               TO NUM-CUENTA
                           READ ARCHIVO-CUENTAS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   PERFORM ENVIAR-IMAGEN-CUENTA
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVO-CUENTAS
                   END-IF
                   MOVE 0 TO WS-TOCADAS-CANTIDAD
               END-IF.

            ENVIAR-CUENTAS-COMPLETAS.
               MOVE 'N' TO WS-EOF
               OPEN INPUT ARCHIVO-CUENTAS
               IF WS-STATUS-CUENTAS = "35"
                   MOVE 'S' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-CUENTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                   END-READ
                   IF NOT WS-FIN-ARCHIVO
                       PERFORM ENVIAR-IMAGEN-CUENTA
                   END-IF
               END-PERFORM
               IF WS-STATUS-CUENTAS NOT = "35"
                   CLOSE ARCHIVO-CUENTAS
               END-IF
               MOVE WS-FECHA-HOY TO WS-FECHA-COMPLETA.

            ENVIAR-IMAGEN-CUENTA.
               MOVE SPACES TO REGISTRO-ENVIO-DR
               MOVE "CTA" TO EDR-TIPO
               MOVE CUENTA TO EDR-DATOS
               WRITE REGISTRO-ENVIO-DR
               ADD 1 TO WS-CANT-CUENTAS.

            ENVIAR-TARJETAS.
      *        La lista caliente viaja completa: el sitio DR la
      *        reconstruye, de modo que un desbloqueo tambien llega.
               MOVE 'N' TO WS-EOF
               OPEN INPUT ARCHIVO-TARJETAS-BLOQUEADAS
               IF WS-STATUS-TARJETAS-BLOQ = "35"
                   MOVE 'S' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-TARJETAS-BLOQUEADAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                   END-READ
                   IF NOT WS-FIN-ARCHIVO
                       MOVE SPACES TO REGISTRO-ENVIO-DR
                       MOVE "TBL" TO EDR-TIPO
                       MOVE TARJETA-BLOQUEADA TO EDR-DATOS
                       WRITE REGISTRO-ENVIO-DR
                       ADD 1 TO WS-CANT-TARJETAS
                   END-IF
               END-PERFORM
               IF WS-STATUS-TARJETAS-BLOQ NOT = "35"
                   CLOSE ARCHIVO-TARJETAS-BLOQUEADAS
               END-IF.

            GRABAR-COLA.
      *        El contador y el ancla del primario se leen al cerrar
      *        el paquete: si alguien posteo mientras se armaba, el
      *        contador queda por delante de la ultima secuencia
      *        enviada y el checklist de switchover lo hace notar.
               MOVE "S" TO SEC-CLAVE
               OPEN INPUT ARCHIVO-SECUENCIA
               IF WS-STATUS-SECUENCIA NOT = "35"
                   READ ARCHIVO-SECUENCIA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SEC-ULTIMO-NUMERO
                               TO WS-CONTADOR-PRIMARIO
                   END-READ
                   CLOSE ARCHIVO-SECUENCIA
               END-IF
               OPEN INPUT ARCHIVO-HASH-BITACORA
               IF WS-STATUS-HASH NOT = "35"
                   READ ARCHIVO-HASH-BITACORA
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE REGISTRO-HASH-BITACORA
                               TO WS-ANCLA-PRIMARIO
                   END-READ
               END-IF
               CLOSE ARCHIVO-HASH-BITACORA

               MOVE SPACES TO REGISTRO-ENVIO-DR
               MOVE "TRL" TO EDR-TIPO
               MOVE WS-CANT-BITACORA TO EDR-CANT-BITACORA
               MOVE WS-CANT-ADMIN TO EDR-CANT-ADMIN
               MOVE WS-CANT-CUENTAS TO EDR-CANT-CUENTAS
               MOVE WS-CANT-TARJETAS TO EDR-CANT-TARJETAS
               MOVE WS-ULTIMA-SECUENCIA TO EDR-ULTIMA-SECUENCIA
               MOVE WS-HASH-CADENA TO EDR-HASH-CADENA
               MOVE WS-CONTADOR-PRIMARIO TO EDR-CONTADOR-PRIMARIO
               MOVE WS-ANCLA-PRIMARIO TO EDR-ANCLA-PRIMARIO
               WRITE REGISTRO-ENVIO-DR.

            GRABAR-ESTADO-ENVIO.
      *        Se graba solo con el paquete ya cerrado: una corrida
      *        cortada a medias rearma el mismo numero de paquete.
               OPEN OUTPUT ARCHIVO-ESTADO-ENVIO
               MOVE SPACES TO ESTADO-DR
               MOVE WS-NUM-PAQUETE TO ESD-NUM-PAQUETE
               MOVE WS-ULTIMA-SECUENCIA TO ESD-ULTIMA-SECUENCIA
               MOVE WS-HASH-CADENA TO ESD-HASH-CADENA
               MOVE WS-LINEAS-ADMIN TO ESD-LINEAS-ADMIN
               MOVE WS-FECHA-COMPLETA TO ESD-FECHA-COMPLETA
               MOVE WS-FECHAYHORA-FORMATEADA TO ESD-FECHAYHORA
               WRITE ESTADO-DR
               CLOSE ARCHIVO-ESTADO-ENVIO.
       END PROGRAM ENVIAR-BITACORA-DR.
