      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Casos de reporte de operacion sospechosa (ROS) a la
      *          Unidad de Analisis Financiero, para cumplimiento: se
      *          abre el caso por RUT, se le adjuntan los movimientos
      *          de la bitacora y las alertas que lo motivaron (items
      *          retenidos de GESTION-RETENIDOS, casos de fraude y
      *          lineas de alertas_compliance.txt de
      *          REPORTE-COMPLIANCE), se escribe la narrativa y se
      *          envia a aprobacion. Un oficial de cumplimiento
      *          distinto del que lo preparo lo aprueba, con lo que
      *          se asigna el folio y se genera el envio en el formato
      *          fijo de la UAF (uaf_ros-<folio>.txt), o lo devuelve
      *          con su observacion. Por la prohibicion de alertar al
      *          cliente, solo el rol CUM entra a este programa y sus
      *          archivos no los lee ningun otro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-ROS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Casos de reporte de operacion sospechosa a la UAF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-USUARIOS ASSIGN TO "usuarios.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-USUARIOS.
           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CLIENTES.
           SELECT ARCHIVO-MOVIMIENTOS ASSIGN TO "movimientos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MOVIMIENTOS.
           SELECT ARCHIVO-RETENIDOS
               ASSIGN TO "retenidos_compliance.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTC-NUMERO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RETENIDOS.
           SELECT ARCHIVO-CASOS-FRAUDE ASSIGN TO "casos_fraude.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFR-NUM-CASO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CASOS-FRAUDE.
           SELECT OPTIONAL ARCHIVO-ALERTAS-COMPLIANCE
               ASSIGN TO "alertas_compliance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALERTAS.
           SELECT ARCHIVO-CASOS-ROS ASSIGN TO "casos_ros.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROS-NUM-CASO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CASOS-ROS.
           SELECT ARCHIVO-DETALLE-ROS ASSIGN TO "ros_detalle.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDE-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-DETALLE-ROS.
           SELECT ARCHIVO-UAF ASSIGN TO WS-NOMBRE-ENVIO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-SECUENCIA ASSIGN TO "secuencia.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SECUENCIA.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-MOVIMIENTOS.
           COPY "MOVIMIENTO.CPY".
       FD ARCHIVO-RETENIDOS.
           COPY "RETENIDO-COMPLIANCE.CPY".
       FD ARCHIVO-CASOS-FRAUDE.
           COPY "CASO-FRAUDE.CPY".
      *    Lista interna de alertas de estructuracion que deja
      *    REPORTE-COMPLIANCE en cada corrida.
       FD ARCHIVO-ALERTAS-COMPLIANCE.
       01 REGISTRO-ALERTA-COMPLIANCE.
          05 CMP-RUT PIC X(10).
          05 FILLER PIC X.
          05 CMP-EVENTOS PIC 9(3).
          05 FILLER PIC X.
          05 CMP-MONTO-ACUMULADO PIC 9(12).
          05 FILLER PIC X.
          05 CMP-DETALLE PIC X(40).
       FD ARCHIVO-CASOS-ROS.
           COPY "CASO-ROS.CPY".
       FD ARCHIVO-DETALLE-ROS.
           COPY "DETALLE-ROS.CPY".
       FD ARCHIVO-UAF.
           COPY "ENVIO-UAF.CPY".
       FD ARCHIVO-SECUENCIA.
       01 REGISTRO-SECUENCIA.
          05 SEC-CLAVE PIC X(1).
          05 SEC-ULTIMO-NUMERO PIC 9(10).
       FD ARCHIVO-AUDITORIA.
           COPY "AUDITORIA-ADMIN.CPY".
       WORKING-STORAGE SECTION.
      *    Inicio de sesion del operador contra el maestro
      *    usuarios.txt; ver USUARIO.CPY.
       77 WS-STATUS-USUARIOS PIC X(2) VALUE "00".
       77 WS-OPERADOR-RUT PIC X(10).
       77 WS-OPERADOR-CLAVE PIC 9(4).
       77 WS-OPERADOR-CLAVE-HASH PIC 9(8).
       77 WS-OPERADOR-AUTORIZADO PIC X VALUE 'N'.
           88 OPERADOR-AUTORIZADO VALUE 'S'.
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
       77 WS-STATUS-RETENIDOS PIC X(2) VALUE "00".
       77 WS-STATUS-CASOS-FRAUDE PIC X(2) VALUE "00".
       77 WS-STATUS-ALERTAS PIC X(2) VALUE "00".
       77 WS-STATUS-CASOS-ROS PIC X(2) VALUE "00".
       77 WS-STATUS-DETALLE-ROS PIC X(2) VALUE "00".
       77 WS-STATUS-SECUENCIA PIC X(2) VALUE "00".
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA
               VALUE "ABR" "OPE" "ALE" "NAR" "SOL" "APR" "DEV"
                     "DES" "VER" "LIS".
      *    Codigo de entidad reportante asignado por la UAF, que va
      *    en la cabecera de cada envio.
       77 WS-CODIGO-ENTIDAD PIC X(4) VALUE "0001".
       77 WS-NOMBRE-ENVIO PIC X(40).
       77 WS-NUM-CASO PIC 9(8).
       77 WS-RUT-CASO PIC X(10).
       77 WS-NOMBRE-CASO PIC X(40).
       77 WS-CLAVE-CONTADOR PIC X(1).
       77 WS-NUM-CUENTA PIC 9(3).
       77 WS-NUM-SECUENCIA PIC 9(10).
       77 WS-ORIGEN-ALERTA PIC X(3).
       77 WS-REFERENCIA PIC 9(10).
       77 WS-LINEA-ALERTA PIC 9(10).
       77 WS-TEXTO-NARRATIVA PIC X(70).
       77 WS-CONFIRMA PIC X(1).
       77 WS-TIPO-DETALLE PIC X(3).
       77 WS-CASO-VALIDO PIC X VALUE 'N'.
           88 WS-CASO-ES-VALIDO VALUE 'S'.
       77 WS-ALERTA-ENCONTRADA PIC X VALUE 'N'.
           88 WS-ALERTA-FUE-ENCONTRADA VALUE 'S'.
       77 WS-YA-ADJUNTO PIC X VALUE 'N'.
           88 WS-OPERACION-YA-ADJUNTA VALUE 'S'.
       77 WS-CASOS-EOF PIC X VALUE 'N'.
           88 WS-CASOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-DETALLE-EOF PIC X VALUE 'N'.
           88 WS-DETALLE-FIN-ARCHIVO VALUE 'S'.
       77 WS-ALERTAS-EOF PIC X VALUE 'N'.
           88 WS-ALERTAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-CONTADOR PIC 9(10) VALUE 0.
       77 WS-DETALLE-AUDIT PIC X(40).
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
      *    Folio UAF: "ROS", anio de presentacion y correlativo del
      *    registro "Q" de secuencia.txt.
       01 WS-FOLIO.
           05 FILLER PIC X(3) VALUE "ROS".
           05 WS-FOLIO-ANIO PIC 9(4).
           05 WS-FOLIO-NUMERO PIC 9(5).

       PROCEDURE DIVISION.
            DISPLAY "-- REPORTES DE OPERACION SOSPECHOSA (ROS) --".

            PERFORM VALIDAR-OPERADOR.

            IF NOT OPERADOR-AUTORIZADO THEN
                STOP RUN
            END-IF.

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO.
            MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO.
            MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO.
            MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA.
            MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO.
            MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            DISPLAY
                "ACCION (ABR=ABRIR CASO, OPE=ADJUNTAR MOVIMIENTO, "
                "ALE=ADJUNTAR ALERTA, NAR=NARRATIVA, "
                "SOL=ENVIAR A APROBACION, APR=APROBAR Y GENERAR, "
                "DEV=DEVOLVER, DES=DESESTIMAR, VER=VER CASO, "
                "LIS=LISTAR): ".
            ACCEPT WS-ACCION.
            MOVE FUNCTION UPPER-CASE(WS-ACCION) TO WS-ACCION.

            IF NOT WS-ACCION-ES-VALIDA THEN
                DISPLAY "ACCION NO VALIDA"
                STOP RUN
            END-IF.

            PERFORM ABRIR-ARCHIVOS-ROS.

            EVALUATE WS-ACCION
                WHEN "ABR"
                    PERFORM ABRIR-CASO
                WHEN "OPE"
                    PERFORM ADJUNTAR-OPERACION
                WHEN "ALE"
                    PERFORM ADJUNTAR-ALERTA
                WHEN "NAR"
                    PERFORM AGREGAR-NARRATIVA
                WHEN "SOL"
                    PERFORM SOLICITAR-APROBACION
                WHEN "APR"
                    PERFORM APROBAR-CASO
                WHEN "DEV"
                    PERFORM DEVOLVER-CASO
                WHEN "DES"
                    PERFORM DESESTIMAR-CASO
                WHEN "VER"
                    PERFORM VER-CASO
                WHEN "LIS"
                    PERFORM LISTAR-CASOS
            END-EVALUATE.

            CLOSE ARCHIVO-DETALLE-ROS.
            CLOSE ARCHIVO-CASOS-ROS.

            STOP RUN.

            ABRIR-ARCHIVOS-ROS.
               OPEN I-O ARCHIVO-CASOS-ROS
               IF WS-STATUS-CASOS-ROS = "35"
                   OPEN OUTPUT ARCHIVO-CASOS-ROS
                   CLOSE ARCHIVO-CASOS-ROS
                   OPEN I-O ARCHIVO-CASOS-ROS
               END-IF
               OPEN I-O ARCHIVO-DETALLE-ROS
               IF WS-STATUS-DETALLE-ROS = "35"
                   OPEN OUTPUT ARCHIVO-DETALLE-ROS
                   CLOSE ARCHIVO-DETALLE-ROS
                   OPEN I-O ARCHIVO-DETALLE-ROS
               END-IF.

            ABRIR-CASO.
      *        Un RUT no puede tener dos casos abiertos a la vez: lo
      *        nuevo se adjunta al caso en curso.
               DISPLAY "RUT A REPORTAR: "
               ACCEPT WS-RUT-CASO
               MOVE FUNCTION UPPER-CASE(WS-RUT-CASO) TO WS-RUT-CASO
               MOVE 'S' TO WS-CASO-VALIDO
               OPEN INPUT ARCHIVO-CLIENTES
               IF WS-STATUS-CLIENTES = "35"
                   DISPLAY "NO EXISTE MAESTRO DE CLIENTES"
                   MOVE 'N' TO WS-CASO-VALIDO
               ELSE
                   MOVE WS-RUT-CASO TO CLI-RUT
                   READ ARCHIVO-CLIENTES
                       INVALID KEY
                           DISPLAY "RUT NO ES CLIENTE DEL BANCO"
                           MOVE 'N' TO WS-CASO-VALIDO
                       NOT INVALID KEY
                           MOVE CLI-NOMBRE TO WS-NOMBRE-CASO
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF
               IF WS-CASO-ES-VALIDO
                   PERFORM BUSCAR-CASO-ABIERTO
               END-IF
               IF WS-CASO-ES-VALIDO
                   MOVE "U" TO WS-CLAVE-CONTADOR
                   PERFORM SIGUIENTE-NUMERO
                   INITIALIZE CASO-ROS
                   MOVE WS-CONTADOR TO ROS-NUM-CASO
                   MOVE WS-CONTADOR TO WS-NUM-CASO
                   MOVE WS-RUT-CASO TO ROS-RUT
                   MOVE WS-NOMBRE-CASO TO ROS-NOMBRE
                   MOVE "BOR" TO ROS-ESTADO
                   MOVE WS-FECHA-HOY TO ROS-FECHA-APERTURA
                   MOVE WS-OPERADOR-RUT TO ROS-PREPARADOR
                   WRITE CASO-ROS
                   DISPLAY "CASO ROS ABIERTO: " ROS-NUM-CASO
                   MOVE "ABRE CASO" TO WS-DETALLE-AUDIT
                   PERFORM GRABAR-AUDITORIA
               END-IF.

            BUSCAR-CASO-ABIERTO.
               MOVE 'N' TO WS-CASOS-EOF
               MOVE 0 TO ROS-NUM-CASO
               START ARCHIVO-CASOS-ROS
                   KEY IS NOT LESS THAN ROS-NUM-CASO
                   INVALID KEY
                       MOVE 'S' TO WS-CASOS-EOF
               END-START
               PERFORM UNTIL WS-CASOS-FIN-ARCHIVO
                   READ ARCHIVO-CASOS-ROS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-CASOS-EOF
                   END-READ
                   IF NOT WS-CASOS-FIN-ARCHIVO
                      AND ROS-RUT = WS-RUT-CASO
                      AND NOT ROS-ESTA-CERRADO
                       DISPLAY "EL RUT YA TIENE EL CASO ABIERTO "
                           ROS-NUM-CASO " [" ROS-ESTADO "]"
                       MOVE 'N' TO WS-CASO-VALIDO
                       MOVE 'S' TO WS-CASOS-EOF
                   END-IF
               END-PERFORM.

            LEER-CASO.
               MOVE 'N' TO WS-CASO-VALIDO
               DISPLAY "NUMERO DE CASO ROS: "
               ACCEPT WS-NUM-CASO
               MOVE WS-NUM-CASO TO ROS-NUM-CASO
               READ ARCHIVO-CASOS-ROS
                   INVALID KEY
                       DISPLAY "CASO NO ENCONTRADO"
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CASO-VALIDO
               END-READ.

            LEER-CASO-EN-BORRADOR.
      *        Solo un caso en borrador admite adjuntos y narrativa;
      *        uno enviado a aprobacion debe volver con DEV.
               PERFORM LEER-CASO
               IF WS-CASO-ES-VALIDO AND NOT ROS-EN-BORRADOR
                   DISPLAY "EL CASO NO ESTA EN BORRADOR ["
                       ROS-ESTADO "]"
                   MOVE 'N' TO WS-CASO-VALIDO
               END-IF.

            ADJUNTAR-OPERACION.
      *        El movimiento se busca en el indice de la bitacora por
      *        el RUT del caso, la cuenta y la secuencia, y se copia
      *        al detalle tal como quedo registrado.
               PERFORM LEER-CASO-EN-BORRADOR
               IF WS-CASO-ES-VALIDO
                   DISPLAY "NUMERO DE CUENTA: "
                   ACCEPT WS-NUM-CUENTA
                   DISPLAY "SECUENCIA DE LA BITACORA: "
                   ACCEPT WS-NUM-SECUENCIA
                   PERFORM BUSCAR-OPERACION-ADJUNTA
                   IF WS-OPERACION-YA-ADJUNTA
                       DISPLAY "EL MOVIMIENTO YA ESTA EN EL CASO"
                   ELSE
                       PERFORM GRABAR-OPERACION-ADJUNTA
                   END-IF
               END-IF.

            BUSCAR-OPERACION-ADJUNTA.
               MOVE 'N' TO WS-YA-ADJUNTO
               MOVE "OPE" TO WS-TIPO-DETALLE
               PERFORM POSICIONAR-DETALLE
               PERFORM UNTIL WS-DETALLE-FIN-ARCHIVO
                   PERFORM LEER-DETALLE-DEL-TIPO
                   IF NOT WS-DETALLE-FIN-ARCHIVO
                      AND RDE-NUM-SECUENCIA = WS-NUM-SECUENCIA
                       MOVE 'S' TO WS-YA-ADJUNTO
                       MOVE 'S' TO WS-DETALLE-EOF
                   END-IF
               END-PERFORM.

            GRABAR-OPERACION-ADJUNTA.
               OPEN INPUT ARCHIVO-MOVIMIENTOS
               IF WS-STATUS-MOVIMIENTOS = "35"
                   DISPLAY "NO EXISTE EL INDICE DE MOVIMIENTOS"
               ELSE
                   MOVE ROS-RUT TO MOV-RUT
                   MOVE WS-NUM-CUENTA TO MOV-NUM-CUENTA
                   MOVE WS-NUM-SECUENCIA TO MOV-NUM-SECUENCIA
                   READ ARCHIVO-MOVIMIENTOS
                       INVALID KEY
                           DISPLAY "MOVIMIENTO NO ENCONTRADO PARA EL "
                               "RUT DEL CASO"
                       NOT INVALID KEY
                           ADD 1 TO ROS-CANT-OPERACIONES
                           ADD MOV-MONTO TO ROS-MONTO-OPERACIONES
                           MOVE SPACES TO DETALLE-ROS
                           MOVE ROS-NUM-CASO TO RDE-NUM-CASO
                           MOVE "OPE" TO RDE-TIPO
                           MOVE ROS-CANT-OPERACIONES TO RDE-LINEA
                           MOVE MOV-NUM-CUENTA TO RDE-NUM-CUENTA
                           MOVE MOV-NUM-SECUENCIA TO RDE-NUM-SECUENCIA
                           MOVE MOV-OPERACION TO RDE-COD-OPERACION
                           MOVE MOV-MONTO TO RDE-MONTO
                           MOVE MOV-FECHAYHORA TO RDE-FECHAYHORA
                           MOVE MOV-ID-TERMINAL TO RDE-ID-TERMINAL
                           WRITE DETALLE-ROS
                           REWRITE CASO-ROS
                           DISPLAY "MOVIMIENTO ADJUNTADO: "
                               MOV-OPERACION " " MOV-MONTO " "
                               MOV-FECHAYHORA
                           MOVE "ADJUNTA MOVIMIENTO" TO WS-DETALLE-AUDIT
                           PERFORM GRABAR-AUDITORIA
                   END-READ
                   CLOSE ARCHIVO-MOVIMIENTOS
               END-IF.

            ADJUNTAR-ALERTA.
      *        La alerta debe ser del RUT del caso (como titular o
      *        como contraparte en un item retenido); se copia su
      *        monto y motivo porque alertas_compliance.txt se
      *        regenera en cada corrida de REPORTE-COMPLIANCE.
               PERFORM LEER-CASO-EN-BORRADOR
               IF WS-CASO-ES-VALIDO
                   DISPLAY
                       "ORIGEN (RTC=ITEM RETENIDO, CFR=CASO DE "
                       "FRAUDE, CMP=ALERTA DE CUMPLIMIENTO): "
                   ACCEPT WS-ORIGEN-ALERTA
                   MOVE FUNCTION UPPER-CASE(WS-ORIGEN-ALERTA)
                       TO WS-ORIGEN-ALERTA
                   MOVE SPACES TO DETALLE-ROS
                   MOVE WS-ORIGEN-ALERTA TO RDE-ORIGEN
                   IF NOT RDE-ORIGEN-ES-VALIDO
                       DISPLAY "ORIGEN NO VALIDO"
                   ELSE
                       DISPLAY
                           "NUMERO (ITEM, CASO O LINEA DEL ARCHIVO): "
                       ACCEPT WS-REFERENCIA
                       MOVE 'N' TO WS-ALERTA-ENCONTRADA
                       EVALUATE WS-ORIGEN-ALERTA
                           WHEN "RTC"
                               PERFORM TOMAR-ALERTA-RETENIDO
                           WHEN "CFR"
                               PERFORM TOMAR-ALERTA-FRAUDE
                           WHEN "CMP"
                               PERFORM TOMAR-ALERTA-COMPLIANCE
                       END-EVALUATE
                       IF WS-ALERTA-FUE-ENCONTRADA
                           ADD 1 TO ROS-CANT-ALERTAS
                           MOVE ROS-NUM-CASO TO RDE-NUM-CASO
                           MOVE "ALE" TO RDE-TIPO
                           MOVE ROS-CANT-ALERTAS TO RDE-LINEA
                           MOVE WS-ORIGEN-ALERTA TO RDE-ORIGEN
                           MOVE WS-REFERENCIA TO RDE-REFERENCIA
                           WRITE DETALLE-ROS
                           REWRITE CASO-ROS
                           DISPLAY "ALERTA ADJUNTADA: " RDE-MOTIVO
                           MOVE "ADJUNTA ALERTA" TO WS-DETALLE-AUDIT
                           PERFORM GRABAR-AUDITORIA
                       END-IF
                   END-IF
               END-IF.

            TOMAR-ALERTA-RETENIDO.
               OPEN INPUT ARCHIVO-RETENIDOS
               IF WS-STATUS-RETENIDOS = "35"
                   DISPLAY "NO EXISTEN ITEMS RETENIDOS"
               ELSE
                   MOVE WS-REFERENCIA TO RTC-NUMERO
                   READ ARCHIVO-RETENIDOS
                       INVALID KEY
                           DISPLAY "ITEM RETENIDO NO ENCONTRADO"
                       NOT INVALID KEY
                           IF RTC-RUT-COINCIDENTE = ROS-RUT
                              OR RTC-RUT-CONTRAPARTE = ROS-RUT
                               MOVE 'S' TO WS-ALERTA-ENCONTRADA
                               MOVE RTC-MONTO TO RDE-MONTO-ALERTA
                               STRING
                                   "RETENIDO " DELIMITED BY SIZE
                                   RTC-ORIGEN DELIMITED BY SIZE
                                   " LISTA " DELIMITED BY SIZE
                                   RTC-RUT-COINCIDENTE
                                       DELIMITED BY SPACE
                                   " " DELIMITED BY SIZE
                                   RTC-FECHAYHORA(1:10)
                                       DELIMITED BY SIZE
                                   INTO RDE-MOTIVO
                               END-STRING
                           ELSE
                               DISPLAY "EL ITEM NO ES DEL RUT DEL CASO"
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-RETENIDOS
               END-IF.

            TOMAR-ALERTA-FRAUDE.
               OPEN INPUT ARCHIVO-CASOS-FRAUDE
               IF WS-STATUS-CASOS-FRAUDE = "35"
                   DISPLAY "NO EXISTEN CASOS DE FRAUDE"
               ELSE
                   MOVE WS-REFERENCIA TO CFR-NUM-CASO
                   READ ARCHIVO-CASOS-FRAUDE
                       INVALID KEY
                           DISPLAY "CASO DE FRAUDE NO ENCONTRADO"
                       NOT INVALID KEY
                           IF CFR-RUT = ROS-RUT
                               MOVE 'S' TO WS-ALERTA-ENCONTRADA
                               MOVE CFR-MONTO TO RDE-MONTO-ALERTA
                               MOVE CFR-MOTIVO TO RDE-MOTIVO
                           ELSE
                               DISPLAY "EL CASO NO ES DEL RUT DEL CASO"
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CASOS-FRAUDE
               END-IF.

            TOMAR-ALERTA-COMPLIANCE.
               MOVE 0 TO WS-LINEA-ALERTA
               MOVE 'N' TO WS-ALERTAS-EOF
               OPEN INPUT ARCHIVO-ALERTAS-COMPLIANCE
               IF WS-STATUS-ALERTAS = "35"
                   MOVE 'S' TO WS-ALERTAS-EOF
               END-IF
               PERFORM UNTIL WS-ALERTAS-FIN-ARCHIVO
                   READ ARCHIVO-ALERTAS-COMPLIANCE
                       AT END
                           MOVE 'S' TO WS-ALERTAS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINEA-ALERTA
                           IF WS-LINEA-ALERTA = WS-REFERENCIA
                               MOVE 'S' TO WS-ALERTAS-EOF
                               IF CMP-RUT = ROS-RUT
                                   MOVE 'S' TO WS-ALERTA-ENCONTRADA
                                   MOVE CMP-MONTO-ACUMULADO
                                       TO RDE-MONTO-ALERTA
                                   MOVE CMP-DETALLE TO RDE-MOTIVO
                               ELSE
                                   DISPLAY "LA ALERTA NO ES DEL RUT "
                                       "DEL CASO"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-STATUS-ALERTAS NOT = "35"
                   CLOSE ARCHIVO-ALERTAS-COMPLIANCE
               END-IF
               IF NOT WS-ALERTA-FUE-ENCONTRADA
                  AND WS-LINEA-ALERTA < WS-REFERENCIA
                   DISPLAY "LINEA DE ALERTA NO ENCONTRADA"
               END-IF.

            AGREGAR-NARRATIVA.
      *        Lineas de 70 caracteres que se agregan al final de la
      *        narrativa; una linea vacia termina.
               PERFORM LEER-CASO-EN-BORRADOR
               IF WS-CASO-ES-VALIDO
                   DISPLAY "NARRATIVA (LINEA VACIA PARA TERMINAR):"
                   MOVE "X" TO WS-TEXTO-NARRATIVA
                   PERFORM UNTIL WS-TEXTO-NARRATIVA = SPACES
                                 OR ROS-CANT-NARRATIVA = 999
                       MOVE SPACES TO WS-TEXTO-NARRATIVA
                       ACCEPT WS-TEXTO-NARRATIVA
                       IF WS-TEXTO-NARRATIVA NOT = SPACES
                           ADD 1 TO ROS-CANT-NARRATIVA
                           MOVE SPACES TO DETALLE-ROS
                           MOVE ROS-NUM-CASO TO RDE-NUM-CASO
                           MOVE "NAR" TO RDE-TIPO
                           MOVE ROS-CANT-NARRATIVA TO RDE-LINEA
                           MOVE FUNCTION UPPER-CASE(WS-TEXTO-NARRATIVA)
                               TO RDE-TEXTO
                           WRITE DETALLE-ROS
                       END-IF
                   END-PERFORM
                   REWRITE CASO-ROS
                   DISPLAY "LINEAS DE NARRATIVA: " ROS-CANT-NARRATIVA
                   MOVE "AGREGA NARRATIVA" TO WS-DETALLE-AUDIT
                   PERFORM GRABAR-AUDITORIA
               END-IF.

            SOLICITAR-APROBACION.
      *        Un ROS sin hechos (movimientos o alertas) o sin
      *        narrativa no se presenta.
               PERFORM LEER-CASO-EN-BORRADOR
               IF WS-CASO-ES-VALIDO
                   IF ROS-CANT-OPERACIONES = 0
                      AND ROS-CANT-ALERTAS = 0
                       DISPLAY "EL CASO NO TIENE MOVIMIENTOS NI "
                           "ALERTAS ADJUNTAS"
                   ELSE
                       IF ROS-CANT-NARRATIVA = 0
                           DISPLAY "EL CASO NO TIENE NARRATIVA"
                       ELSE
                           MOVE "PEN" TO ROS-ESTADO
                           MOVE WS-FECHA-HOY TO ROS-FECHA-SOLICITUD
                           MOVE SPACES TO ROS-OBSERVACION
                           REWRITE CASO-ROS
                           DISPLAY "CASO ENVIADO A APROBACION"
                           MOVE "ENVIA A APROBACION"
                               TO WS-DETALLE-AUDIT
                           PERFORM GRABAR-AUDITORIA
                       END-IF
                   END-IF
               END-IF.

            LEER-CASO-PENDIENTE.
      *        Aprobar o devolver lo hace un oficial distinto del
      *        que preparo el caso.
               PERFORM LEER-CASO
               IF WS-CASO-ES-VALIDO
                   IF NOT ROS-PENDIENTE-APROBACION
                       DISPLAY "EL CASO NO ESTA PENDIENTE DE "
                           "APROBACION [" ROS-ESTADO "]"
                       MOVE 'N' TO WS-CASO-VALIDO
                   ELSE
                       IF ROS-PREPARADOR = WS-OPERADOR-RUT
                           DISPLAY "QUIEN PREPARO EL CASO NO PUEDE "
                               "APROBARLO NI DEVOLVERLO"
                           MOVE 'N' TO WS-CASO-VALIDO
                       END-IF
                   END-IF
               END-IF.

            APROBAR-CASO.
               PERFORM LEER-CASO-PENDIENTE
               IF WS-CASO-ES-VALIDO
                   PERFORM MOSTRAR-CASO-COMPLETO
                   DISPLAY "CONFIRMA APROBACION Y ENVIO A LA UAF "
                       "(S/N): "
                   ACCEPT WS-CONFIRMA
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRMA)
                       TO WS-CONFIRMA
                   IF WS-CONFIRMA = "S"
                       MOVE "Q" TO WS-CLAVE-CONTADOR
                       PERFORM SIGUIENTE-NUMERO
                       MOVE WS-ANIO-FORMATEADO TO WS-FOLIO-ANIO
                       MOVE WS-CONTADOR TO WS-FOLIO-NUMERO
                       MOVE WS-FOLIO TO ROS-FOLIO-UAF
                       MOVE WS-OPERADOR-RUT TO ROS-APROBADOR
                       MOVE WS-FECHA-HOY TO ROS-FECHA-APROBACION
                       MOVE "PRE" TO ROS-ESTADO
                       PERFORM GENERAR-ENVIO-UAF
                       REWRITE CASO-ROS
                       DISPLAY "ROS PRESENTADO CON FOLIO "
                           ROS-FOLIO-UAF
                       DISPLAY "ARCHIVO PARA LA UAF: " WS-NOMBRE-ENVIO
                       MOVE SPACES TO WS-DETALLE-AUDIT
                       STRING
                           "APRUEBA FOLIO " DELIMITED BY SIZE
                           ROS-FOLIO-UAF DELIMITED BY SIZE
                           INTO WS-DETALLE-AUDIT
                       END-STRING
                       PERFORM GRABAR-AUDITORIA
                   ELSE
                       DISPLAY "APROBACION CANCELADA"
                   END-IF
               END-IF.

            GENERAR-ENVIO-UAF.
      *        Cabecera, operaciones, alertas y narrativa en ese
      *        orden, y la cola con los conteos.
               MOVE SPACES TO WS-NOMBRE-ENVIO
               STRING
                   "uaf_ros-" DELIMITED BY SIZE
                   ROS-FOLIO-UAF DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOMBRE-ENVIO
               END-STRING
               OPEN OUTPUT ARCHIVO-UAF
               MOVE SPACES TO REGISTRO-UAF
               MOVE "01" TO UAF-TIPO-REGISTRO
               MOVE ROS-FOLIO-UAF TO UAF-FOLIO
               MOVE WS-CODIGO-ENTIDAD TO UAF-CODIGO-ENTIDAD
               MOVE WS-FECHA-HOY TO UAF-FECHA-ENVIO
               MOVE ROS-FECHA-APERTURA TO UAF-FECHA-APERTURA
               MOVE ROS-RUT TO UAF-RUT-REPORTADO
               MOVE ROS-NOMBRE TO UAF-NOMBRE-REPORTADO
               MOVE ROS-PREPARADOR TO UAF-PREPARADOR
               MOVE ROS-APROBADOR TO UAF-APROBADOR
               WRITE REGISTRO-UAF

               MOVE "OPE" TO WS-TIPO-DETALLE
               PERFORM POSICIONAR-DETALLE
               PERFORM UNTIL WS-DETALLE-FIN-ARCHIVO
                   PERFORM LEER-DETALLE-DEL-TIPO
                   IF NOT WS-DETALLE-FIN-ARCHIVO
                       MOVE SPACES TO REGISTRO-UAF
                       MOVE "02" TO UAF-TIPO-REGISTRO
                       MOVE ROS-FOLIO-UAF TO UAF-FOLIO
                       MOVE RDE-FECHAYHORA(1:10) TO UAF-OPE-FECHA
                       MOVE RDE-FECHAYHORA(12:8) TO UAF-OPE-HORA
                       MOVE RDE-NUM-CUENTA TO UAF-OPE-NUM-CUENTA
                       MOVE RDE-COD-OPERACION TO UAF-OPE-CODIGO
                       MOVE RDE-MONTO TO UAF-OPE-MONTO
                       MOVE RDE-NUM-SECUENCIA TO UAF-OPE-SECUENCIA
                       MOVE RDE-ID-TERMINAL TO UAF-OPE-CANAL
                       WRITE REGISTRO-UAF
                   END-IF
               END-PERFORM

               MOVE "ALE" TO WS-TIPO-DETALLE
               PERFORM POSICIONAR-DETALLE
               PERFORM UNTIL WS-DETALLE-FIN-ARCHIVO
                   PERFORM LEER-DETALLE-DEL-TIPO
                   IF NOT WS-DETALLE-FIN-ARCHIVO
                       MOVE SPACES TO REGISTRO-UAF
                       MOVE "03" TO UAF-TIPO-REGISTRO
                       MOVE ROS-FOLIO-UAF TO UAF-FOLIO
                       MOVE RDE-ORIGEN TO UAF-ALE-ORIGEN
                       MOVE RDE-REFERENCIA TO UAF-ALE-REFERENCIA
                       MOVE RDE-MONTO-ALERTA TO UAF-ALE-MONTO
                       MOVE RDE-MOTIVO TO UAF-ALE-MOTIVO
                       WRITE REGISTRO-UAF
                   END-IF
               END-PERFORM

               MOVE "NAR" TO WS-TIPO-DETALLE
               PERFORM POSICIONAR-DETALLE
               PERFORM UNTIL WS-DETALLE-FIN-ARCHIVO
                   PERFORM LEER-DETALLE-DEL-TIPO
                   IF NOT WS-DETALLE-FIN-ARCHIVO
                       MOVE SPACES TO REGISTRO-UAF
                       MOVE "04" TO UAF-TIPO-REGISTRO
                       MOVE ROS-FOLIO-UAF TO UAF-FOLIO
                       MOVE RDE-LINEA TO UAF-NAR-LINEA
                       MOVE RDE-TEXTO TO UAF-NAR-TEXTO
                       WRITE REGISTRO-UAF
                   END-IF
               END-PERFORM

               MOVE SPACES TO REGISTRO-UAF
               MOVE "99" TO UAF-TIPO-REGISTRO
               MOVE ROS-FOLIO-UAF TO UAF-FOLIO
               MOVE ROS-CANT-OPERACIONES TO UAF-CANT-OPERACIONES
               MOVE ROS-CANT-ALERTAS TO UAF-CANT-ALERTAS
               MOVE ROS-CANT-NARRATIVA TO UAF-CANT-NARRATIVA
               MOVE ROS-MONTO-OPERACIONES TO UAF-MONTO-TOTAL
               WRITE REGISTRO-UAF
               CLOSE ARCHIVO-UAF.

            DEVOLVER-CASO.
               PERFORM LEER-CASO-PENDIENTE
               IF WS-CASO-ES-VALIDO
                   DISPLAY "OBSERVACION PARA EL PREPARADOR: "
                   ACCEPT ROS-OBSERVACION
                   MOVE FUNCTION UPPER-CASE(ROS-OBSERVACION)
                       TO ROS-OBSERVACION
                   MOVE "BOR" TO ROS-ESTADO
                   MOVE 0 TO ROS-FECHA-SOLICITUD
                   REWRITE CASO-ROS
                   DISPLAY "CASO DEVUELTO A BORRADOR"
                   MOVE "DEVUELVE A BORRADOR" TO WS-DETALLE-AUDIT
                   PERFORM GRABAR-AUDITORIA
               END-IF.

            DESESTIMAR-CASO.
      *        El caso queda con su fundamento aunque no se reporte.
               PERFORM LEER-CASO
               IF WS-CASO-ES-VALIDO
                   IF ROS-ESTA-CERRADO
                       DISPLAY "EL CASO YA ESTA CERRADO ["
                           ROS-ESTADO "]"
                   ELSE
                       DISPLAY "FUNDAMENTO PARA NO REPORTAR: "
                       ACCEPT ROS-OBSERVACION
                       MOVE FUNCTION UPPER-CASE(ROS-OBSERVACION)
                           TO ROS-OBSERVACION
                       IF ROS-OBSERVACION = SPACES
                           DISPLAY "EL FUNDAMENTO ES OBLIGATORIO"
                       ELSE
                           MOVE "DES" TO ROS-ESTADO
                           MOVE WS-OPERADOR-RUT TO ROS-APROBADOR
                           MOVE WS-FECHA-HOY TO ROS-FECHA-APROBACION
                           REWRITE CASO-ROS
                           DISPLAY "CASO DESESTIMADO"
                           MOVE "DESESTIMA" TO WS-DETALLE-AUDIT
                           PERFORM GRABAR-AUDITORIA
                       END-IF
                   END-IF
               END-IF.

            VER-CASO.
               PERFORM LEER-CASO
               IF WS-CASO-ES-VALIDO
                   PERFORM MOSTRAR-CASO-COMPLETO
               END-IF.

            MOSTRAR-CASO.
               DISPLAY
                   "ROS " ROS-NUM-CASO " [" ROS-ESTADO "] "
                   ROS-RUT " " ROS-NOMBRE
               DISPLAY
                   "  ABIERTO " ROS-FECHA-APERTURA " POR "
                   ROS-PREPARADOR " MOVS " ROS-CANT-OPERACIONES
                   " ALERTAS " ROS-CANT-ALERTAS " MONTO "
                   ROS-MONTO-OPERACIONES
               IF ROS-FOLIO-UAF NOT = SPACES
                   DISPLAY "  FOLIO UAF " ROS-FOLIO-UAF
                       " APROBADO " ROS-FECHA-APROBACION " POR "
                       ROS-APROBADOR
               END-IF
               IF ROS-OBSERVACION NOT = SPACES
                   DISPLAY "  OBSERVACION: " ROS-OBSERVACION
               END-IF.

            MOSTRAR-CASO-COMPLETO.
               PERFORM MOSTRAR-CASO
               MOVE "OPE" TO WS-TIPO-DETALLE
               PERFORM POSICIONAR-DETALLE
               PERFORM UNTIL WS-DETALLE-FIN-ARCHIVO
                   PERFORM LEER-DETALLE-DEL-TIPO
                   IF NOT WS-DETALLE-FIN-ARCHIVO
                       DISPLAY "  MOV " RDE-FECHAYHORA " CTA "
                           RDE-NUM-CUENTA " " RDE-COD-OPERACION " "
                           RDE-MONTO " SEC " RDE-NUM-SECUENCIA
                   END-IF
               END-PERFORM
               MOVE "ALE" TO WS-TIPO-DETALLE
               PERFORM POSICIONAR-DETALLE
               PERFORM UNTIL WS-DETALLE-FIN-ARCHIVO
                   PERFORM LEER-DETALLE-DEL-TIPO
                   IF NOT WS-DETALLE-FIN-ARCHIVO
                       DISPLAY "  ALERTA " RDE-ORIGEN " "
                           RDE-REFERENCIA " " RDE-MOTIVO
                   END-IF
               END-PERFORM
               MOVE "NAR" TO WS-TIPO-DETALLE
               PERFORM POSICIONAR-DETALLE
               PERFORM UNTIL WS-DETALLE-FIN-ARCHIVO
                   PERFORM LEER-DETALLE-DEL-TIPO
                   IF NOT WS-DETALLE-FIN-ARCHIVO
                       DISPLAY "  | " RDE-TEXTO
                   END-IF
               END-PERFORM.

            POSICIONAR-DETALLE.
               MOVE 'N' TO WS-DETALLE-EOF
               MOVE ROS-NUM-CASO TO RDE-NUM-CASO
               MOVE WS-TIPO-DETALLE TO RDE-TIPO
               MOVE 0 TO RDE-LINEA
               START ARCHIVO-DETALLE-ROS
                   KEY IS NOT LESS THAN RDE-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-DETALLE-EOF
               END-START.

            LEER-DETALLE-DEL-TIPO.
               READ ARCHIVO-DETALLE-ROS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-DETALLE-EOF
               END-READ
               IF NOT WS-DETALLE-FIN-ARCHIVO
                   IF RDE-NUM-CASO NOT = ROS-NUM-CASO
                      OR RDE-TIPO NOT = WS-TIPO-DETALLE
                       MOVE 'S' TO WS-DETALLE-EOF
                   END-IF
               END-IF.

            LISTAR-CASOS.
               MOVE 'N' TO WS-CASOS-EOF
               MOVE 0 TO ROS-NUM-CASO
               START ARCHIVO-CASOS-ROS
                   KEY IS NOT LESS THAN ROS-NUM-CASO
                   INVALID KEY
                       MOVE 'S' TO WS-CASOS-EOF
               END-START
               PERFORM UNTIL WS-CASOS-FIN-ARCHIVO
                   READ ARCHIVO-CASOS-ROS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-CASOS-EOF
                   END-READ
                   IF NOT WS-CASOS-FIN-ARCHIVO
                       PERFORM MOSTRAR-CASO
                   END-IF
               END-PERFORM.

            SIGUIENTE-NUMERO.
      *        Contadores propios en secuencia.txt: "U" numera los
      *        casos ROS y "Q" los folios de envio a la UAF.
               OPEN I-O ARCHIVO-SECUENCIA
               IF WS-STATUS-SECUENCIA = "35"
                   OPEN OUTPUT ARCHIVO-SECUENCIA
                   MOVE WS-CLAVE-CONTADOR TO SEC-CLAVE
                   MOVE 0 TO SEC-ULTIMO-NUMERO
                   WRITE REGISTRO-SECUENCIA
                   CLOSE ARCHIVO-SECUENCIA
                   OPEN I-O ARCHIVO-SECUENCIA
               END-IF
               MOVE WS-CLAVE-CONTADOR TO SEC-CLAVE
               READ ARCHIVO-SECUENCIA
                   INVALID KEY
                       MOVE WS-CLAVE-CONTADOR TO SEC-CLAVE
                       MOVE 1 TO SEC-ULTIMO-NUMERO
                       MOVE SEC-ULTIMO-NUMERO TO WS-CONTADOR
                       WRITE REGISTRO-SECUENCIA
                   NOT INVALID KEY
                       ADD 1 TO SEC-ULTIMO-NUMERO
                       MOVE SEC-ULTIMO-NUMERO TO WS-CONTADOR
                       REWRITE REGISTRO-SECUENCIA
               END-READ
               CLOSE ARCHIVO-SECUENCIA.

            GRABAR-AUDITORIA.
      *        El rastro administrativo lleva solo el numero de caso:
      *        el RUT reportado no sale de los archivos ROS.
               OPEN EXTEND ARCHIVO-AUDITORIA
               MOVE SPACES TO REGISTRO-AUDITORIA-ADMIN
               MOVE WS-FECHAYHORA-FORMATEADA TO ADM-FECHAYHORA
               MOVE WS-OPERADOR-RUT TO ADM-EJECUTIVO-RUT
               MOVE "GESTION-ROS" TO ADM-PROGRAMA
               MOVE WS-ACCION TO ADM-ACCION
               MOVE SPACES TO ADM-OBJETO
               STRING
                   "ROS " DELIMITED BY SIZE
                   WS-NUM-CASO DELIMITED BY SIZE
                   INTO ADM-OBJETO
               END-STRING
               MOVE WS-DETALLE-AUDIT TO ADM-DETALLE
               WRITE REGISTRO-AUDITORIA-ADMIN
               CLOSE ARCHIVO-AUDITORIA.

            VALIDAR-OPERADOR.
      *        Solo el rol CUM. A diferencia de los demas programas
      *        de personal no hay ingreso con cuenta supervisora
      *        mientras falte el maestro de operadores: un
      *        supervisor de sucursal no debe ver estos casos.
               MOVE 'N' TO WS-OPERADOR-AUTORIZADO

               DISPLAY "RUT DEL OPERADOR: "
               ACCEPT WS-OPERADOR-RUT
               MOVE FUNCTION UPPER-CASE(WS-OPERADOR-RUT)
                   TO WS-OPERADOR-RUT

               DISPLAY "CLAVE DEL OPERADOR: "
               ACCEPT WS-OPERADOR-CLAVE

               COMPUTE WS-OPERADOR-CLAVE-HASH =
                   FUNCTION MOD
                       ((WS-OPERADOR-CLAVE * 7919) + 104729,
                        100000000)

               OPEN I-O ARCHIVO-USUARIOS
               IF WS-STATUS-USUARIOS = "35"
                   DISPLAY "NO EXISTE MAESTRO DE OPERADORES"
               ELSE
                   MOVE WS-OPERADOR-RUT TO USU-RUT
                   READ ARCHIVO-USUARIOS
                       INVALID KEY
                           DISPLAY "OPERADOR NO REGISTRADO"
                       NOT INVALID KEY
                           PERFORM EVALUAR-CREDENCIAL-OPERADOR
                   END-READ
                   CLOSE ARCHIVO-USUARIOS
               END-IF.

            EVALUAR-CREDENCIAL-OPERADOR.
               IF USU-ESTA-BLOQUEADO
                   DISPLAY
                       "OPERADOR BLOQUEADO. SOLICITE DESBLOQUEO A "
                       "UN SUPERVISOR"
               ELSE
                   IF WS-OPERADOR-CLAVE-HASH = USU-CLAVE
                       IF USU-ES-CUMPLIMIENTO
                           MOVE 'S' TO WS-OPERADOR-AUTORIZADO
                           MOVE 0 TO USU-INTENTOS-FALLIDOS
                           REWRITE USUARIO
                       ELSE
                           DISPLAY
                               "SU ROL NO PERMITE USAR ESTE "
                               "PROGRAMA (CUM)"
                       END-IF
                   ELSE
                       DISPLAY "CLAVE DE OPERADOR INVALIDA"
                       ADD 1 TO USU-INTENTOS-FALLIDOS
                       IF USU-INTENTOS-FALLIDOS >= 3
                           MOVE 'S' TO USU-BLOQUEADO
                           DISPLAY
                               "OPERADOR BLOQUEADO POR EXCESO DE "
                               "INTENTOS"
                       END-IF
                       REWRITE USUARIO
                   END-IF
               END-IF.
       END PROGRAM GESTION-ROS.
