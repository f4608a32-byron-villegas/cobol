      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Batch mensual de depuracion de los archivos satelites:
      *          los registros que ya llegaron a un estado terminal
      *          (cheques liberados o devueltos, vales vista pagados
      *          o devueltos, giros sin tarjeta cobrados o expirados,
      *          transferencias conjuntas resueltas, reservas de giro
      *          honradas o expiradas, depositos a plazo pagados o
      *          rescatados y cuotas cerradas por renegociacion) y
      *          que son mas viejos que la retencion de su archivo se
      *          traspasan a un historico fechado (<archivo>-AAAAMM
      *          .txt) y se borran del archivo vivo, que es el que
      *          recorren el login del cajero y los batch nocturnos.
      *          Cada llave depurada queda en registros_purgados.txt
      *          para que la auditoria referencial la acepte, y cada
      *          archivo deja su control de conteos (leidos menos
      *          depurados igual a los que quedan al recontar) en
      *          depuracion_control.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPURAR-SATELITES.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Depuracion mensual de registros terminados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CHEQUES ASSIGN TO "cheques_pendientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CHEQUES.
           SELECT ARCHIVO-VALES-VISTA ASSIGN TO "vales_vista.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VV-FOLIO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-VALES.
           SELECT ARCHIVO-GIROS-SIN-TARJETA
               ASSIGN TO "giros_sin_tarjeta.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GST-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-GST.
           SELECT ARCHIVO-TRANSF-PENDIENTES
               ASSIGN TO "transferencias_pendientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRP-NUMERO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TRP.
           SELECT ARCHIVO-RESERVAS ASSIGN TO "reservas_giro.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGI-NUMERO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RESERVAS.
           SELECT ARCHIVO-PLAZOS ASSIGN TO "depositos_plazo.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPF-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PLAZOS.
           SELECT ARCHIVO-CUOTAS ASSIGN TO "cuotas_prestamo.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CUOTAS.
           SELECT ARCHIVO-PURGADOS ASSIGN TO "registros_purgados.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUR-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PURGADOS.
           SELECT OPTIONAL ARCHIVO-HISTORICO
               ASSIGN TO WS-NOMBRE-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-TRABAJO
               ASSIGN TO "depuracion_trabajo.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVO-CONTROL-DEPURACION
               ASSIGN TO "depuracion_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-CONTROL ASSIGN TO "control_batch.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CHEQUES.
           COPY "CHEQUE.CPY".
       FD ARCHIVO-VALES-VISTA.
           COPY "VALE-VISTA.CPY".
       FD ARCHIVO-GIROS-SIN-TARJETA.
           COPY "GIRO-SIN-TARJETA.CPY".
       FD ARCHIVO-TRANSF-PENDIENTES.
           COPY "TRANSFERENCIA-PENDIENTE.CPY".
       FD ARCHIVO-RESERVAS.
           COPY "RESERVA-GIRO.CPY".
       FD ARCHIVO-PLAZOS.
           COPY "DEPOSITO-PLAZO.CPY".
       FD ARCHIVO-CUOTAS.
           COPY "CUOTA-PRESTAMO.CPY".
       FD ARCHIVO-PURGADOS.
           COPY "PURGADO.CPY".
       FD ARCHIVO-HISTORICO.
       01 REGISTRO-HISTORICO PIC X(120).
       FD ARCHIVO-TRABAJO.
       01 REGISTRO-TRABAJO.
           05 TRB-LLAVE PIC X(30).
       FD ARCHIVO-CONTROL-DEPURACION.
       01 REGISTRO-CONTROL-DEPURACION PIC X(80).
       FD ARCHIVO-CONTROL.
           COPY "CONTROL-BATCH.CPY".
       WORKING-STORAGE SECTION.
      *    Identidad de este proceso en control_batch.txt; corre una
      *    vez al mes, fuera de la cadena nocturna, sin predecesor.
       77 WS-NOMBRE-PROCESO PIC X(14) VALUE "DEPURAR-SATEL".
       77 WS-PROCESO-PREDECESOR PIC X(14) VALUE SPACES.
       77 WS-STATUS-CONTROL PIC X(2) VALUE "00".
       77 WS-CTL-FECHAYHORA PIC X(21).
       77 WS-CTL-FECHA-HOY PIC 9(8).
       77 WS-CTL-HORA PIC X(8).
       77 WS-STATUS-CHEQUES PIC X(2) VALUE "00".
       77 WS-STATUS-VALES PIC X(2) VALUE "00".
       77 WS-STATUS-GST PIC X(2) VALUE "00".
       77 WS-STATUS-TRP PIC X(2) VALUE "00".
       77 WS-STATUS-RESERVAS PIC X(2) VALUE "00".
       77 WS-STATUS-PLAZOS PIC X(2) VALUE "00".
       77 WS-STATUS-CUOTAS PIC X(2) VALUE "00".
       77 WS-STATUS-PURGADOS PIC X(2) VALUE "00".
      *    Retencion en dias de cada archivo, contados desde la
      *    fecha que cierra el registro (canje, expiracion,
      *    resolucion, fecha programada o vencimiento). Los vales
      *    vista, los depositos y las cuotas son pasivos o deuda y
      *    se guardan un anio; lo operativo, un trimestre.
       77 WS-RETENCION-CHEQUES PIC 9(3) VALUE 090.
       77 WS-RETENCION-VALES PIC 9(3) VALUE 365.
       77 WS-RETENCION-GIROS PIC 9(3) VALUE 090.
       77 WS-RETENCION-TRANSF PIC 9(3) VALUE 090.
       77 WS-RETENCION-RESERVAS PIC 9(3) VALUE 090.
       77 WS-RETENCION-PLAZOS PIC 9(3) VALUE 365.
       77 WS-RETENCION-CUOTAS PIC 9(3) VALUE 365.
      *    Archivo en proceso: codigo para registros_purgados.txt,
      *    nombre base para su historico y fecha de corte (todo lo
      *    cerrado antes de esa fecha se depura).
       77 WS-CODIGO-ARCHIVO PIC X(3).
       77 WS-NOMBRE-BASE PIC X(30).
       77 WS-DIAS-RETENCION PIC 9(3).
       77 WS-FECHA-CORTE PIC 9(8).
       77 WS-NOMBRE-HISTORICO PIC X(40).
       77 WS-ESTADO-FINAL PIC X(3).
      *    S=pasada de seleccion (cuenta y anota candidatos en el
      *    archivo de trabajo), C=pasada de reconteo despues de
      *    depurar, solo cuenta.
       77 WS-MODO-PASADA PIC X VALUE 'S'.
           88 PASADA-DE-CONTEO VALUE 'C'.
       77 WS-EOF PIC X VALUE 'N'.
           88 WS-FIN-ARCHIVO VALUE 'S'.
       77 WS-TRABAJO-EOF PIC X VALUE 'N'.
           88 WS-TRABAJO-FIN-ARCHIVO VALUE 'S'.
      *    El deposito de numero mas alto de cada RUT no se depura:
      *    la apertura por barrido toma el maximo mas uno, y borrarlo
      *    haria reutilizar un numero que ya figura como depurado.
       77 WS-HAY-PENDIENTE PIC X VALUE 'N'.
           88 HAY-PLAZO-PENDIENTE VALUE 'S'.
       77 WS-PENDIENTE-RUT PIC X(10).
       77 WS-PENDIENTE-LLAVE PIC X(30).
       77 WS-TOTAL-CONTADOS PIC 9(8) VALUE 0.
       77 WS-TOTAL-LEIDOS PIC 9(8) VALUE 0.
       77 WS-TOTAL-CANDIDATOS PIC 9(8) VALUE 0.
       77 WS-TOTAL-DEPURADOS PIC 9(8) VALUE 0.
       77 WS-TOTAL-FINAL PIC 9(8) VALUE 0.
       77 WS-TOTAL-ESPERADO PIC 9(8) VALUE 0.
       77 WS-SUMA-DEPURADOS PIC 9(8) VALUE 0.
       77 WS-ARCHIVOS-DESCUADRADOS PIC 9(2) VALUE 0.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).
       01 WS-LINEA-CONTROL.
           05 LCD-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LCD-ARCHIVO PIC X(3).
           05 FILLER PIC X(7) VALUE " LEIDOS".
           05 LCD-LEIDOS PIC Z(7)9.
           05 FILLER PIC X(10) VALUE " DEPURADOS".
           05 LCD-DEPURADOS PIC Z(7)9.
           05 FILLER PIC X(7) VALUE " QUEDAN".
           05 LCD-FINAL PIC Z(7)9.
           05 FILLER PIC X VALUE SPACE.
           05 LCD-RESULTADO PIC X(9).

       PROCEDURE DIVISION.
            DISPLAY "------ DEPURACION DE ARCHIVOS SATELITES ------".

            PERFORM REGISTRAR-INICIO-BATCH.

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            OPEN I-O ARCHIVO-PURGADOS.
            IF WS-STATUS-PURGADOS = "35"
                OPEN OUTPUT ARCHIVO-PURGADOS
                CLOSE ARCHIVO-PURGADOS
                OPEN I-O ARCHIVO-PURGADOS
            END-IF.
            OPEN EXTEND ARCHIVO-CONTROL-DEPURACION.

            MOVE "CHQ" TO WS-CODIGO-ARCHIVO.
            MOVE "cheques_pendientes" TO WS-NOMBRE-BASE.
            MOVE WS-RETENCION-CHEQUES TO WS-DIAS-RETENCION.
            PERFORM DEPURAR-ARCHIVO.

            MOVE "VVI" TO WS-CODIGO-ARCHIVO.
            MOVE "vales_vista" TO WS-NOMBRE-BASE.
            MOVE WS-RETENCION-VALES TO WS-DIAS-RETENCION.
            PERFORM DEPURAR-ARCHIVO.

            MOVE "GST" TO WS-CODIGO-ARCHIVO.
            MOVE "giros_sin_tarjeta" TO WS-NOMBRE-BASE.
            MOVE WS-RETENCION-GIROS TO WS-DIAS-RETENCION.
            PERFORM DEPURAR-ARCHIVO.

            MOVE "TRP" TO WS-CODIGO-ARCHIVO.
            MOVE "transferencias_pendientes" TO WS-NOMBRE-BASE.
            MOVE WS-RETENCION-TRANSF TO WS-DIAS-RETENCION.
            PERFORM DEPURAR-ARCHIVO.

            MOVE "RGI" TO WS-CODIGO-ARCHIVO.
            MOVE "reservas_giro" TO WS-NOMBRE-BASE.
            MOVE WS-RETENCION-RESERVAS TO WS-DIAS-RETENCION.
            PERFORM DEPURAR-ARCHIVO.

            MOVE "DPF" TO WS-CODIGO-ARCHIVO.
            MOVE "depositos_plazo" TO WS-NOMBRE-BASE.
            MOVE WS-RETENCION-PLAZOS TO WS-DIAS-RETENCION.
            PERFORM DEPURAR-ARCHIVO.

            MOVE "CUO" TO WS-CODIGO-ARCHIVO.
            MOVE "cuotas_prestamo" TO WS-NOMBRE-BASE.
            MOVE WS-RETENCION-CUOTAS TO WS-DIAS-RETENCION.
            PERFORM DEPURAR-ARCHIVO.

            CLOSE ARCHIVO-CONTROL-DEPURACION.
            CLOSE ARCHIVO-PURGADOS.

            DISPLAY "REGISTROS DEPURADOS EN TOTAL: " WS-SUMA-DEPURADOS.
            IF WS-ARCHIVOS-DESCUADRADOS > 0
                DISPLAY
                    "ARCHIVOS CON CONTROL DESCUADRADO: "
                    WS-ARCHIVOS-DESCUADRADOS
                    " (VER depuracion_control.txt)"
            END-IF.

            PERFORM REGISTRAR-FIN-BATCH.

            STOP RUN.

            REGISTRAR-INICIO-BATCH.
      *        Control de corrida compartido por los batch
      *        (control_batch.txt): registra el inicio de este
      *        proceso para la fecha de hoy, rehusando partir si ya
      *        corrio completo hoy o si su predecesor aun no termina.
      *        Una marca INI huerfana (corrida anterior cortada) se
      *        avisa y se deja reintentar: lo ya depurado no vuelve a
      *        ser candidato.
               MOVE FUNCTION CURRENT-DATE TO WS-CTL-FECHAYHORA
               MOVE WS-CTL-FECHAYHORA(1:8) TO WS-CTL-FECHA-HOY
               MOVE SPACES TO WS-CTL-HORA
               STRING
                   WS-CTL-FECHAYHORA(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-CTL-FECHAYHORA(11:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-CTL-FECHAYHORA(13:2) DELIMITED BY SIZE
                   INTO WS-CTL-HORA
               END-STRING

               OPEN I-O ARCHIVO-CONTROL
               IF WS-STATUS-CONTROL = "35"
                   OPEN OUTPUT ARCHIVO-CONTROL
                   CLOSE ARCHIVO-CONTROL
                   OPEN I-O ARCHIVO-CONTROL
               END-IF

               IF WS-PROCESO-PREDECESOR NOT = SPACES
                   MOVE WS-CTL-FECHA-HOY TO CTL-FECHA
                   MOVE WS-PROCESO-PREDECESOR TO CTL-PROCESO
                   READ ARCHIVO-CONTROL
                       INVALID KEY
                           DISPLAY
                               "EL PROCESO " WS-PROCESO-PREDECESOR
                               " AUN NO CORRE HOY. CORRIDA RECHAZADA"
                           CLOSE ARCHIVO-CONTROL
                           STOP RUN
                       NOT INVALID KEY
                           IF NOT CTL-ESTA-TERMINADO
                               DISPLAY
                                   "EL PROCESO " WS-PROCESO-PREDECESOR
                                   " NO HA TERMINADO. CORRIDA "
                                   "RECHAZADA"
                               CLOSE ARCHIVO-CONTROL
                               STOP RUN
                           END-IF
                   END-READ
               END-IF

               MOVE WS-CTL-FECHA-HOY TO CTL-FECHA
               MOVE WS-NOMBRE-PROCESO TO CTL-PROCESO
               READ ARCHIVO-CONTROL
                   INVALID KEY
                       MOVE WS-CTL-FECHA-HOY TO CTL-FECHA
                       MOVE WS-NOMBRE-PROCESO TO CTL-PROCESO
                       MOVE "INI" TO CTL-ESTADO
                       MOVE WS-CTL-HORA TO CTL-HORA-INICIO
                       MOVE SPACES TO CTL-HORA-FIN
                       WRITE CONTROL-BATCH
                   NOT INVALID KEY
                       IF CTL-ESTA-TERMINADO
                           DISPLAY
                               "EL PROCESO " WS-NOMBRE-PROCESO
                               " YA CORRIO COMPLETO HOY. CORRIDA "
                               "RECHAZADA"
                           CLOSE ARCHIVO-CONTROL
                           STOP RUN
                       ELSE
                           DISPLAY
                               "REINTENTO DE UNA CORRIDA CORTADA DE "
                               WS-NOMBRE-PROCESO
                           MOVE "INI" TO CTL-ESTADO
                           MOVE WS-CTL-HORA TO CTL-HORA-INICIO
                           MOVE SPACES TO CTL-HORA-FIN
                           REWRITE CONTROL-BATCH
                       END-IF
               END-READ
               CLOSE ARCHIVO-CONTROL.

            REGISTRAR-FIN-BATCH.
      *        Marca la corrida de hoy como terminada.
               MOVE FUNCTION CURRENT-DATE TO WS-CTL-FECHAYHORA
               MOVE SPACES TO WS-CTL-HORA
               STRING
                   WS-CTL-FECHAYHORA(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-CTL-FECHAYHORA(11:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-CTL-FECHAYHORA(13:2) DELIMITED BY SIZE
                   INTO WS-CTL-HORA
               END-STRING
               OPEN I-O ARCHIVO-CONTROL
               MOVE WS-CTL-FECHA-HOY TO CTL-FECHA
               MOVE WS-NOMBRE-PROCESO TO CTL-PROCESO
               READ ARCHIVO-CONTROL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "FIN" TO CTL-ESTADO
                       MOVE WS-CTL-HORA TO CTL-HORA-FIN
                       REWRITE CONTROL-BATCH
               END-READ
               CLOSE ARCHIVO-CONTROL.

            DEPURAR-ARCHIVO.
      *        Tres pasadas por el archivo en proceso: la seleccion
      *        cuenta los registros y anota en depuracion_trabajo.txt
      *        las llaves a depurar (sin borrar mientras se recorre);
      *        el retiro las lee, copia cada registro al historico
      *        del mes, lo borra y lo anota en registros_purgados.txt;
      *        el reconteo final cierra el control del archivo.
               COMPUTE WS-FECHA-CORTE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                       - WS-DIAS-RETENCION)
               MOVE SPACES TO WS-NOMBRE-HISTORICO
               STRING
                   WS-NOMBRE-BASE DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   WS-FECHA-HOY(1:6) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOMBRE-HISTORICO
               END-STRING
               MOVE 0 TO WS-TOTAL-CANDIDATOS
               MOVE 0 TO WS-TOTAL-DEPURADOS

               MOVE 'S' TO WS-MODO-PASADA
               OPEN OUTPUT ARCHIVO-TRABAJO
               PERFORM RECORRER-ARCHIVO
               CLOSE ARCHIVO-TRABAJO
               MOVE WS-TOTAL-CONTADOS TO WS-TOTAL-LEIDOS

               IF WS-TOTAL-CANDIDATOS > 0
                   OPEN EXTEND ARCHIVO-HISTORICO
                   OPEN INPUT ARCHIVO-TRABAJO
                   PERFORM RETIRAR-CANDIDATOS
                   CLOSE ARCHIVO-TRABAJO
                   CLOSE ARCHIVO-HISTORICO
               END-IF

               MOVE 'C' TO WS-MODO-PASADA
               PERFORM RECORRER-ARCHIVO
               MOVE WS-TOTAL-CONTADOS TO WS-TOTAL-FINAL

               PERFORM GRABAR-CONTROL-ARCHIVO.

            RECORRER-ARCHIVO.
               MOVE 0 TO WS-TOTAL-CONTADOS
               EVALUATE WS-CODIGO-ARCHIVO
                   WHEN "CHQ"
                       PERFORM SELECCIONAR-CHEQUES
                   WHEN "VVI"
                       PERFORM SELECCIONAR-VALES
                   WHEN "GST"
                       PERFORM SELECCIONAR-GIROS
                   WHEN "TRP"
                       PERFORM SELECCIONAR-TRANSFERENCIAS
                   WHEN "RGI"
                       PERFORM SELECCIONAR-RESERVAS
                   WHEN "DPF"
                       PERFORM SELECCIONAR-PLAZOS
                   WHEN "CUO"
                       PERFORM SELECCIONAR-CUOTAS
               END-EVALUATE.

            RETIRAR-CANDIDATOS.
               EVALUATE WS-CODIGO-ARCHIVO
                   WHEN "CHQ"
                       PERFORM RETIRAR-CHEQUES
                   WHEN "VVI"
                       PERFORM RETIRAR-VALES
                   WHEN "GST"
                       PERFORM RETIRAR-GIROS
                   WHEN "TRP"
                       PERFORM RETIRAR-TRANSFERENCIAS
                   WHEN "RGI"
                       PERFORM RETIRAR-RESERVAS
                   WHEN "DPF"
                       PERFORM RETIRAR-PLAZOS
                   WHEN "CUO"
                       PERFORM RETIRAR-CUOTAS
               END-EVALUATE.

            ANOTAR-CANDIDATO.
               IF NOT PASADA-DE-CONTEO
                   WRITE REGISTRO-TRABAJO
                   ADD 1 TO WS-TOTAL-CANDIDATOS
               END-IF.

            REGISTRAR-PURGADO.
      *        Llamado despues de borrar el registro del archivo vivo;
      *        el historico ya tiene su copia.
               ADD 1 TO WS-TOTAL-DEPURADOS
               MOVE WS-CODIGO-ARCHIVO TO PUR-ARCHIVO
               MOVE TRB-LLAVE TO PUR-LLAVE
               MOVE WS-ESTADO-FINAL TO PUR-ESTADO-FINAL
               MOVE WS-FECHA-HOY TO PUR-FECHA-DEPURACION
               MOVE WS-NOMBRE-HISTORICO TO PUR-HISTORICO
               WRITE REGISTRO-PURGADO
                   INVALID KEY
                       REWRITE REGISTRO-PURGADO
               END-WRITE.

            GRABAR-CONTROL-ARCHIVO.
      *        Control de conteos: lo leido menos lo depurado debe
      *        ser exactamente lo que queda al recontar.
               MOVE WS-FECHA-HOY TO LCD-FECHA
               MOVE WS-CODIGO-ARCHIVO TO LCD-ARCHIVO
               MOVE WS-TOTAL-LEIDOS TO LCD-LEIDOS
               MOVE WS-TOTAL-DEPURADOS TO LCD-DEPURADOS
               MOVE WS-TOTAL-FINAL TO LCD-FINAL
               COMPUTE WS-TOTAL-ESPERADO =
                   WS-TOTAL-LEIDOS - WS-TOTAL-DEPURADOS
               IF WS-TOTAL-ESPERADO = WS-TOTAL-FINAL
                   MOVE "CUADRA" TO LCD-RESULTADO
               ELSE
                   MOVE "DESCUADRE" TO LCD-RESULTADO
                   ADD 1 TO WS-ARCHIVOS-DESCUADRADOS
               END-IF
               MOVE WS-LINEA-CONTROL TO REGISTRO-CONTROL-DEPURACION
               WRITE REGISTRO-CONTROL-DEPURACION
               ADD WS-TOTAL-DEPURADOS TO WS-SUMA-DEPURADOS
               DISPLAY WS-NOMBRE-BASE " LEIDOS: " WS-TOTAL-LEIDOS
                   " DEPURADOS: " WS-TOTAL-DEPURADOS
                   " QUEDAN: " WS-TOTAL-FINAL " " LCD-RESULTADO.

            SELECCIONAR-CHEQUES.
               MOVE 'N' TO WS-EOF
               OPEN INPUT ARCHIVO-CHEQUES
               IF WS-STATUS-CHEQUES = "35"
                   MOVE 'S' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-CHEQUES NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                   END-READ
                   IF NOT WS-FIN-ARCHIVO
                       ADD 1 TO WS-TOTAL-CONTADOS
                       IF (CHQ-FUE-LIBERADO OR CHQ-FUE-DEVUELTO)
                          AND CHQ-FECHA-CANJE NUMERIC
                          AND CHQ-FECHA-CANJE > 0
                          AND CHQ-FECHA-CANJE < WS-FECHA-CORTE
                           MOVE CHQ-CLAVE TO TRB-LLAVE
                           PERFORM ANOTAR-CANDIDATO
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-STATUS-CHEQUES NOT = "35"
                   CLOSE ARCHIVO-CHEQUES
               END-IF.

            RETIRAR-CHEQUES.
               OPEN I-O ARCHIVO-CHEQUES
               MOVE 'N' TO WS-TRABAJO-EOF
               PERFORM UNTIL WS-TRABAJO-FIN-ARCHIVO
                   READ ARCHIVO-TRABAJO
                       AT END
                           MOVE 'S' TO WS-TRABAJO-EOF
                       NOT AT END
                           MOVE TRB-LLAVE(1:23) TO CHQ-CLAVE
                           READ ARCHIVO-CHEQUES
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE CHQ-ESTADO TO WS-ESTADO-FINAL
                                   MOVE CHEQUE-PENDIENTE
                                       TO REGISTRO-HISTORICO
                                   WRITE REGISTRO-HISTORICO
                                   DELETE ARCHIVO-CHEQUES RECORD
                                       INVALID KEY
                                           DISPLAY
                                               "NO SE PUDO BORRAR "
                                               "CHEQUE " CHQ-CLAVE
                                       NOT INVALID KEY
                                           PERFORM REGISTRAR-PURGADO
                                   END-DELETE
                           END-READ
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CHEQUES.

            SELECCIONAR-VALES.
               MOVE 'N' TO WS-EOF
               OPEN INPUT ARCHIVO-VALES-VISTA
               IF WS-STATUS-VALES = "35"
                   MOVE 'S' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-VALES-VISTA NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                   END-READ
                   IF NOT WS-FIN-ARCHIVO
                       ADD 1 TO WS-TOTAL-CONTADOS
                       IF (VV-FUE-PAGADO OR VV-FUE-DEVUELTO)
                          AND VV-FECHA-EXPIRACION NUMERIC
                          AND VV-FECHA-EXPIRACION > 0
                          AND VV-FECHA-EXPIRACION < WS-FECHA-CORTE
                           MOVE VV-FOLIO TO TRB-LLAVE
                           PERFORM ANOTAR-CANDIDATO
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-STATUS-VALES NOT = "35"
                   CLOSE ARCHIVO-VALES-VISTA
               END-IF.

            RETIRAR-VALES.
               OPEN I-O ARCHIVO-VALES-VISTA
               MOVE 'N' TO WS-TRABAJO-EOF
               PERFORM UNTIL WS-TRABAJO-FIN-ARCHIVO
                   READ ARCHIVO-TRABAJO
                       AT END
                           MOVE 'S' TO WS-TRABAJO-EOF
                       NOT AT END
                           MOVE TRB-LLAVE(1:8) TO VV-FOLIO
                           READ ARCHIVO-VALES-VISTA
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE VV-ESTADO TO WS-ESTADO-FINAL
                                   MOVE VALE-VISTA
                                       TO REGISTRO-HISTORICO
                                   WRITE REGISTRO-HISTORICO
                                   DELETE ARCHIVO-VALES-VISTA RECORD
                                       INVALID KEY
                                           DISPLAY
                                               "NO SE PUDO BORRAR "
                                               "VALE VISTA " VV-FOLIO
                                       NOT INVALID KEY
                                           PERFORM REGISTRAR-PURGADO
                                   END-DELETE
                           END-READ
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-VALES-VISTA.

            SELECCIONAR-GIROS.
               MOVE 'N' TO WS-EOF
               OPEN INPUT ARCHIVO-GIROS-SIN-TARJETA
               IF WS-STATUS-GST = "35"
                   MOVE 'S' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-GIROS-SIN-TARJETA NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                   END-READ
                   IF NOT WS-FIN-ARCHIVO
                       ADD 1 TO WS-TOTAL-CONTADOS
                       IF (GST-FUE-COBRADO OR GST-FUE-EXPIRADO)
                          AND GST-FECHA-EXPIRACION NUMERIC
                          AND GST-FECHA-EXPIRACION > 0
                          AND GST-FECHA-EXPIRACION < WS-FECHA-CORTE
                           MOVE GST-CODIGO TO TRB-LLAVE
                           PERFORM ANOTAR-CANDIDATO
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-STATUS-GST NOT = "35"
                   CLOSE ARCHIVO-GIROS-SIN-TARJETA
               END-IF.

            RETIRAR-GIROS.
               OPEN I-O ARCHIVO-GIROS-SIN-TARJETA
               MOVE 'N' TO WS-TRABAJO-EOF
               PERFORM UNTIL WS-TRABAJO-FIN-ARCHIVO
                   READ ARCHIVO-TRABAJO
                       AT END
                           MOVE 'S' TO WS-TRABAJO-EOF
                       NOT AT END
                           MOVE TRB-LLAVE(1:8) TO GST-CODIGO
                           READ ARCHIVO-GIROS-SIN-TARJETA
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE GST-ESTADO TO WS-ESTADO-FINAL
                                   MOVE GIRO-SIN-TARJETA
                                       TO REGISTRO-HISTORICO
                                   WRITE REGISTRO-HISTORICO
                                   DELETE ARCHIVO-GIROS-SIN-TARJETA
                                       RECORD
                                       INVALID KEY
                                           DISPLAY
                                               "NO SE PUDO BORRAR "
                                               "GIRO " GST-CODIGO
                                       NOT INVALID KEY
                                           PERFORM REGISTRAR-PURGADO
                                   END-DELETE
                           END-READ
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-GIROS-SIN-TARJETA.

            SELECCIONAR-TRANSFERENCIAS.
      *        Lineas antiguas sin fecha de resolucion no se tocan.
               MOVE 'N' TO WS-EOF
               OPEN INPUT ARCHIVO-TRANSF-PENDIENTES
               IF WS-STATUS-TRP = "35"
                   MOVE 'S' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-TRANSF-PENDIENTES NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                   END-READ
                   IF NOT WS-FIN-ARCHIVO
                       ADD 1 TO WS-TOTAL-CONTADOS
                       IF NOT TRP-ESTA-PENDIENTE
                          AND TRP-FECHA-RESOLUCION NUMERIC
                          AND TRP-FECHA-RESOLUCION > 0
                          AND TRP-FECHA-RESOLUCION < WS-FECHA-CORTE
                           MOVE TRP-NUMERO TO TRB-LLAVE
                           PERFORM ANOTAR-CANDIDATO
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-STATUS-TRP NOT = "35"
                   CLOSE ARCHIVO-TRANSF-PENDIENTES
               END-IF.

            RETIRAR-TRANSFERENCIAS.
               OPEN I-O ARCHIVO-TRANSF-PENDIENTES
               MOVE 'N' TO WS-TRABAJO-EOF
               PERFORM UNTIL WS-TRABAJO-FIN-ARCHIVO
                   READ ARCHIVO-TRABAJO
                       AT END
                           MOVE 'S' TO WS-TRABAJO-EOF
                       NOT AT END
                           MOVE TRB-LLAVE(1:8) TO TRP-NUMERO
                           READ ARCHIVO-TRANSF-PENDIENTES
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE TRP-ESTADO TO WS-ESTADO-FINAL
                                   MOVE TRANSFERENCIA-PENDIENTE
                                       TO REGISTRO-HISTORICO
                                   WRITE REGISTRO-HISTORICO
                                   DELETE ARCHIVO-TRANSF-PENDIENTES
                                       RECORD
                                       INVALID KEY
                                           DISPLAY
                                               "NO SE PUDO BORRAR "
                                               "TRANSFERENCIA "
                                               TRP-NUMERO
                                       NOT INVALID KEY
                                           PERFORM REGISTRAR-PURGADO
                                   END-DELETE
                           END-READ
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-TRANSF-PENDIENTES.

            SELECCIONAR-RESERVAS.
               MOVE 'N' TO WS-EOF
               OPEN INPUT ARCHIVO-RESERVAS
               IF WS-STATUS-RESERVAS = "35"
                   MOVE 'S' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-RESERVAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                   END-READ
                   IF NOT WS-FIN-ARCHIVO
                       ADD 1 TO WS-TOTAL-CONTADOS
                       IF (RGI-FUE-HONRADA OR RGI-FUE-EXPIRADA)
                          AND RGI-FECHA-PROGRAMADA NUMERIC
                          AND RGI-FECHA-PROGRAMADA > 0
                          AND RGI-FECHA-PROGRAMADA < WS-FECHA-CORTE
                           MOVE RGI-NUMERO TO TRB-LLAVE
                           PERFORM ANOTAR-CANDIDATO
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-STATUS-RESERVAS NOT = "35"
                   CLOSE ARCHIVO-RESERVAS
               END-IF.

            RETIRAR-RESERVAS.
               OPEN I-O ARCHIVO-RESERVAS
               MOVE 'N' TO WS-TRABAJO-EOF
               PERFORM UNTIL WS-TRABAJO-FIN-ARCHIVO
                   READ ARCHIVO-TRABAJO
                       AT END
                           MOVE 'S' TO WS-TRABAJO-EOF
                       NOT AT END
                           MOVE TRB-LLAVE(1:8) TO RGI-NUMERO
                           READ ARCHIVO-RESERVAS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE RGI-ESTADO TO WS-ESTADO-FINAL
                                   MOVE RESERVA-GIRO
                                       TO REGISTRO-HISTORICO
                                   WRITE REGISTRO-HISTORICO
                                   DELETE ARCHIVO-RESERVAS RECORD
                                       INVALID KEY
                                           DISPLAY
                                               "NO SE PUDO BORRAR "
                                               "RESERVA " RGI-NUMERO
                                       NOT INVALID KEY
                                           PERFORM REGISTRAR-PURGADO
                                   END-DELETE
                           END-READ
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-RESERVAS.

            SELECCIONAR-PLAZOS.
      *        El archivo viene por RUT y numero: un deposito elegible
      *        queda pendiente y solo se anota si aparece otro deposito
      *        del mismo RUT despues de el (no es el ultimo numero).
               MOVE 'N' TO WS-EOF
               MOVE 'N' TO WS-HAY-PENDIENTE
               OPEN INPUT ARCHIVO-PLAZOS
               IF WS-STATUS-PLAZOS = "35"
                   MOVE 'S' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-PLAZOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                   END-READ
                   IF NOT WS-FIN-ARCHIVO
                       ADD 1 TO WS-TOTAL-CONTADOS
                       IF HAY-PLAZO-PENDIENTE
                          AND DPF-RUT = WS-PENDIENTE-RUT
                           MOVE WS-PENDIENTE-LLAVE TO TRB-LLAVE
                           PERFORM ANOTAR-CANDIDATO
                       END-IF
                       MOVE 'N' TO WS-HAY-PENDIENTE
                       IF (DPF-FUE-PAGADO OR DPF-FUE-RESCATADO)
                          AND DPF-FECHA-VENCIMIENTO NUMERIC
                          AND DPF-FECHA-VENCIMIENTO > 0
                          AND DPF-FECHA-VENCIMIENTO < WS-FECHA-CORTE
                           MOVE 'S' TO WS-HAY-PENDIENTE
                           MOVE DPF-RUT TO WS-PENDIENTE-RUT
                           MOVE DPF-CLAVE TO WS-PENDIENTE-LLAVE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-STATUS-PLAZOS NOT = "35"
                   CLOSE ARCHIVO-PLAZOS
               END-IF.

            RETIRAR-PLAZOS.
               OPEN I-O ARCHIVO-PLAZOS
               MOVE 'N' TO WS-TRABAJO-EOF
               PERFORM UNTIL WS-TRABAJO-FIN-ARCHIVO
                   READ ARCHIVO-TRABAJO
                       AT END
                           MOVE 'S' TO WS-TRABAJO-EOF
                       NOT AT END
                           MOVE TRB-LLAVE(1:13) TO DPF-CLAVE
                           READ ARCHIVO-PLAZOS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE DPF-ESTADO TO WS-ESTADO-FINAL
                                   MOVE DEPOSITO-PLAZO
                                       TO REGISTRO-HISTORICO
                                   WRITE REGISTRO-HISTORICO
                                   DELETE ARCHIVO-PLAZOS RECORD
                                       INVALID KEY
                                           DISPLAY
                                               "NO SE PUDO BORRAR "
                                               "DEPOSITO " DPF-CLAVE
                                       NOT INVALID KEY
                                           PERFORM REGISTRAR-PURGADO
                                   END-DELETE
                           END-READ
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PLAZOS.

            SELECCIONAR-CUOTAS.
      *        Solo las cuotas cerradas por renegociacion: las pagadas
      *        siguen siendo el calendario vivo de su prestamo.
               MOVE 'N' TO WS-EOF
               OPEN INPUT ARCHIVO-CUOTAS
               IF WS-STATUS-CUOTAS = "35"
                   MOVE 'S' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-CUOTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                   END-READ
                   IF NOT WS-FIN-ARCHIVO
                       ADD 1 TO WS-TOTAL-CONTADOS
                       IF CUO-FUE-RENEGOCIADA
                          AND CUO-FECHA-VENCIMIENTO NUMERIC
                          AND CUO-FECHA-VENCIMIENTO > 0
                          AND CUO-FECHA-VENCIMIENTO < WS-FECHA-CORTE
                           MOVE CUO-CLAVE TO TRB-LLAVE
                           PERFORM ANOTAR-CANDIDATO
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-STATUS-CUOTAS NOT = "35"
                   CLOSE ARCHIVO-CUOTAS
               END-IF.

            RETIRAR-CUOTAS.
               OPEN I-O ARCHIVO-CUOTAS
               MOVE 'N' TO WS-TRABAJO-EOF
               PERFORM UNTIL WS-TRABAJO-FIN-ARCHIVO
                   READ ARCHIVO-TRABAJO
                       AT END
                           MOVE 'S' TO WS-TRABAJO-EOF
                       NOT AT END
                           MOVE TRB-LLAVE(1:16) TO CUO-CLAVE
                           READ ARCHIVO-CUOTAS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE CUO-ESTADO TO WS-ESTADO-FINAL
                                   MOVE CUOTA-PRESTAMO
                                       TO REGISTRO-HISTORICO
                                   WRITE REGISTRO-HISTORICO
                                   DELETE ARCHIVO-CUOTAS RECORD
                                       INVALID KEY
                                           DISPLAY
                                               "NO SE PUDO BORRAR "
                                               "CUOTA " CUO-CLAVE
                                       NOT INVALID KEY
                                           PERFORM REGISTRAR-PURGADO
                                   END-DELETE
                           END-READ
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CUOTAS.
       END PROGRAM DEPURAR-SATELITES.
