      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Batch nocturno de deteccion de cuentas puente
      *          (mulas): recorre movimientos.txt cuenta por cuenta y,
      *          dentro de una ventana corrida de dias, pondera tres
      *          senales del patron "entra de varios, sale al tiro":
      *          (1) cuanto de lo que entro por TRB/CAM/TRA volvio a
      *          salir por GIR, GST o TRB/TRA hacia afuera, (2) cuantas
      *          horas alcanzo a quedarse la plata en la cuenta antes
      *          de salir y (3) cuantos remitentes distintos (y ajenos
      *          al titular) le abonaron. Las cuentas nuevas pesan mas.
      *          Sobre el umbral la cuenta va a cuentas_puente.txt y
      *          como alerta a alertas_fraude.txt, de donde
      *          GESTION-ALERTAS-FRAUDE la importa como caso; una
      *          cuenta ya alertada dentro de la ventana no se vuelve
      *          a alertar (puente_alertadas.txt).
      *          El remitente de un TRB entrante sale de
      *          ordenantes_abono.txt (IMPORTAR-CAMARA) y el de un TRA
      *          de la pata de cargo que el cajero graba justo antes
      *          del abono; el sentido de cada movimiento se deduce de
      *          la variacion de saldo respecto del movimiento
      *          anterior de la misma cuenta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETECTAR-CUENTAS-PUENTE.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Deteccion nocturna de cuentas puente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-MOVIMIENTOS ASSIGN TO "movimientos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MOVIMIENTOS.
           SELECT ARCHIVO-ORDENANTES ASSIGN TO "ordenantes_abono.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUM-SECUENCIA
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-ORDENANTES.
           SELECT ARCHIVO-PATAS ASSIGN TO "puente_trabajo.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTA-NUM-SECUENCIA
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PATAS.
           SELECT ARCHIVO-ALERTADAS ASSIGN TO "puente_alertadas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAL-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-ALERTADAS.
           SELECT OPTIONAL ARCHIVO-ALERTAS-FRAUDE
               ASSIGN TO "alertas_fraude.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-REPORTE ASSIGN TO "cuentas_puente.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-MOVIMIENTOS.
           COPY "MOVIMIENTO.CPY".
       FD ARCHIVO-ORDENANTES.
           COPY "ORDENANTE-ABONO.CPY".
      *    Trabajo de la corrida: las patas de cargo de los TRA de la
      *    ventana, por secuencia, para encontrar al remitente del
      *    abono que el cajero graba con la secuencia siguiente.
       FD ARCHIVO-PATAS.
       01 PATA-TRANSFERENCIA.
          05 PTA-NUM-SECUENCIA PIC 9(10).
          05 PTA-RUT PIC X(10).
       FD ARCHIVO-ALERTADAS.
       01 PUENTE-ALERTADA.
          05 PAL-CLAVE.
             10 PAL-RUT PIC X(10).
             10 PAL-NUM-CUENTA PIC 9(3).
          05 PAL-FECHA-ALERTA PIC 9(8).
          05 PAL-PUNTAJE PIC 9(3).
       FD ARCHIVO-ALERTAS-FRAUDE.
       01 REGISTRO-ALERTA-FRAUDE.
          05 ALF-FECHAYHORA PIC X(19).
          05 FILLER PIC X.
          05 ALF-RUT PIC X(10).
          05 FILLER PIC X.
          05 ALF-NUM-CUENTA PIC 9(3).
          05 FILLER PIC X.
          05 ALF-ID-TERMINAL PIC X(8).
          05 FILLER PIC X.
          05 ALF-MONTO PIC 9(8).
          05 FILLER PIC X.
          05 ALF-MOTIVO PIC X(40).
       FD ARCHIVO-REPORTE.
       01 REGISTRO-REPORTE.
          05 REP-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 REP-NUM-CUENTA PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 REP-INGRESOS PIC 9(10).
          05 FILLER PIC X VALUE SPACE.
          05 REP-EGRESOS PIC 9(10).
          05 FILLER PIC X VALUE SPACE.
          05 REP-PORC-SALIDA PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 REP-HORAS-PERMANENCIA PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 REP-REMITENTES PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 REP-DIAS-ANTIGUEDAD PIC 9(5).
          05 FILLER PIC X VALUE SPACE.
          05 REP-CUENTA-NUEVA PIC X(1).
          05 FILLER PIC X VALUE SPACE.
          05 REP-PUNTAJE PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 REP-ESTADO PIC X(12).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
       77 WS-STATUS-ORDENANTES PIC X(2) VALUE "00".
       77 WS-STATUS-PATAS PIC X(2) VALUE "00".
       77 WS-STATUS-ALERTADAS PIC X(2) VALUE "00".
      *    Parametros de la deteccion: ventana corrida en dias, lo
      *    minimo que debe haber entrado para evaluar la cuenta,
      *    tramos de cada senal con sus puntos, antiguedad bajo la
      *    cual una cuenta es nueva y su recargo porcentual, y el
      *    puntaje desde el cual la cuenta se alerta.
       77 WS-VENTANA-DIAS PIC 9(3) VALUE 7.
       77 WS-MINIMO-INGRESOS PIC 9(10) VALUE 1000000.
       77 WS-PORC-SALIDA-ALTO PIC 9(3) VALUE 90.
       77 WS-PORC-SALIDA-MEDIO PIC 9(3) VALUE 70.
       77 WS-PUNTOS-SALIDA-ALTO PIC 9(3) VALUE 40.
       77 WS-PUNTOS-SALIDA-MEDIO PIC 9(3) VALUE 20.
       77 WS-HORAS-CORTA PIC 9(3) VALUE 6.
       77 WS-HORAS-MEDIA PIC 9(3) VALUE 24.
       77 WS-PUNTOS-HORAS-CORTA PIC 9(3) VALUE 40.
       77 WS-PUNTOS-HORAS-MEDIA PIC 9(3) VALUE 20.
       77 WS-REMITENTES-MUCHOS PIC 9(3) VALUE 5.
       77 WS-REMITENTES-VARIOS PIC 9(3) VALUE 3.
       77 WS-PUNTOS-REMIT-MUCHOS PIC 9(3) VALUE 30.
       77 WS-PUNTOS-REMIT-VARIOS PIC 9(3) VALUE 15.
       77 WS-DIAS-CUENTA-NUEVA PIC 9(3) VALUE 90.
       77 WS-PORC-RECARGO-NUEVA PIC 9(3) VALUE 50.
       77 WS-PUNTAJE-UMBRAL PIC 9(3) VALUE 70.
       77 WS-ID-TERMINAL PIC X(8) VALUE "BATCHPTE".
       77 WS-MOVIMIENTOS-EOF PIC X VALUE 'N'.
           88 WS-MOVIMIENTOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-HAY-ORDENANTES PIC X VALUE 'N'.
           88 HAY-ORDENANTES VALUE 'S'.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-ENTERO-HOY PIC S9(9) COMP.
       77 WS-ENTERO-CORTE PIC S9(9) COMP.
       77 WS-MOV-FECHA PIC 9(8).
       77 WS-ENTERO-MOV PIC S9(9) COMP.
       77 WS-MINUTO-MOV PIC S9(11) COMP.
      *    Sentido del movimiento segun la variacion de saldo: A =
      *    entro plata, C = salio; en blanco si el saldo no cambio.
       77 WS-SALDO-PREVIO PIC S9(9) VALUE 0.
       77 WS-SENTIDO PIC X VALUE SPACE.
           88 SENTIDO-ES-ABONO VALUE 'A'.
           88 SENTIDO-ES-CARGO VALUE 'C'.
      *    Cuenta en evaluacion y sus acumulados de la ventana.
       77 WS-HAY-CUENTA PIC X VALUE 'N'.
       77 WS-CTA-RUT PIC X(10).
       77 WS-CTA-NUM-CUENTA PIC 9(3).
       77 WS-CTA-ENTERO-PRIMERA PIC S9(9) COMP.
       77 WS-INGRESOS PIC 9(10).
       77 WS-EGRESOS PIC 9(10).
       77 WS-HAY-PENDIENTE PIC X VALUE 'N'.
           88 HAY-INGRESO-PENDIENTE VALUE 'S'.
       77 WS-MINUTO-PENDIENTE PIC S9(11) COMP.
       77 WS-SUMA-MINUTOS PIC S9(11) COMP.
       77 WS-CANT-PERMANENCIAS PIC 9(5) COMP.
      *    Remitentes distintos de la cuenta en la ventana; pasada la
      *    capacidad de la tabla cada abono cuenta como distinto.
       01 WS-TABLA-REMITENTES.
           05 TAB-REMITENTE PIC X(10) OCCURS 30 TIMES.
       77 WS-REMITENTES-CANTIDAD PIC 9(3) COMP.
       77 WS-REMITENTES-DISTINTOS PIC 9(3) COMP.
       77 WS-REMITENTE-INDICE PIC 9(3) COMP.
       77 WS-REMITENTE-ENCONTRADO PIC X.
       77 WS-REMITENTE PIC X(10).
       77 WS-SECUENCIA-CARGO PIC 9(10).
      *    Resultado de la evaluacion de la cuenta.
       77 WS-PORC-SALIDA PIC 9(5).
       77 WS-HORAS-PERMANENCIA PIC 9(5).
       77 WS-DIAS-ANTIGUEDAD PIC 9(5).
       77 WS-PUNTAJE PIC 9(5).
       77 WS-PUNTAJE-ED PIC 9(3).
       77 WS-REMITENTES-ED PIC 9(3).
       77 WS-CUENTA-NUEVA PIC X.
       77 WS-TOTAL-CUENTAS PIC 9(8) COMP VALUE 0.
       77 WS-TOTAL-EVALUADAS PIC 9(8) COMP VALUE 0.
       77 WS-TOTAL-SOBRE-UMBRAL PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-ALERTADAS PIC 9(6) COMP VALUE 0.
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
            DISPLAY "-------- DETECCION DE CUENTAS PUENTE --------".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO.
            MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO.
            MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO.
            MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA.
            MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO.
            MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.
            COMPUTE WS-ENTERO-HOY =
                FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
            COMPUTE WS-ENTERO-CORTE = WS-ENTERO-HOY - WS-VENTANA-DIAS.

            OPEN INPUT ARCHIVO-MOVIMIENTOS.
            IF WS-STATUS-MOVIMIENTOS = "35"
                DISPLAY "NO EXISTE EL INDICE DE MOVIMIENTOS"
                STOP RUN
            END-IF.

            PERFORM ANOTAR-PATAS-TRANSFERENCIA.

            PERFORM EVALUAR-CUENTAS.

            CLOSE ARCHIVO-MOVIMIENTOS.

            DISPLAY "CUENTAS RECORRIDAS: " WS-TOTAL-CUENTAS.
            DISPLAY "CUENTAS EVALUADAS: " WS-TOTAL-EVALUADAS.
            DISPLAY "CUENTAS SOBRE EL UMBRAL: " WS-TOTAL-SOBRE-UMBRAL.
            DISPLAY "ALERTAS NUEVAS A FRAUDE: " WS-TOTAL-ALERTADAS.

            STOP RUN.

            POSICIONAR-MOVIMIENTOS.
               MOVE 'N' TO WS-MOVIMIENTOS-EOF
               MOVE LOW-VALUES TO MOV-CLAVE
               START ARCHIVO-MOVIMIENTOS
                   KEY IS NOT LESS THAN MOV-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-MOVIMIENTOS-EOF
               END-START.

            TOMAR-FECHA-MOVIMIENTO.
      *        MOV-FECHAYHORA viene como AAAA-MM-DD HH:MM:SS.
               MOVE MOV-FECHAYHORA(1:4) TO WS-MOV-FECHA(1:4)
               MOVE MOV-FECHAYHORA(6:2) TO WS-MOV-FECHA(5:2)
               MOVE MOV-FECHAYHORA(9:2) TO WS-MOV-FECHA(7:2)
               IF WS-MOV-FECHA NUMERIC AND WS-MOV-FECHA > 19000101
                   COMPUTE WS-ENTERO-MOV =
                       FUNCTION INTEGER-OF-DATE(WS-MOV-FECHA)
               ELSE
                   MOVE 0 TO WS-ENTERO-MOV
               END-IF
               IF MOV-FECHAYHORA(12:2) NUMERIC
                  AND MOV-FECHAYHORA(15:2) NUMERIC
                   COMPUTE WS-MINUTO-MOV =
                       (WS-ENTERO-MOV * 1440)
                       + (FUNCTION NUMVAL(MOV-FECHAYHORA(12:2)) * 60)
                       + FUNCTION NUMVAL(MOV-FECHAYHORA(15:2))
               ELSE
                   COMPUTE WS-MINUTO-MOV = WS-ENTERO-MOV * 1440
               END-IF.

            DETERMINAR-SENTIDO.
      *        El indice no guarda si el movimiento fue abono o
      *        cargo: se deduce de si el saldo subio o bajo respecto
      *        del movimiento anterior de la misma cuenta (la primera
      *        linea de una cuenta se compara contra saldo cero).
               MOVE SPACE TO WS-SENTIDO
               IF MOV-SALDO > WS-SALDO-PREVIO
                   MOVE 'A' TO WS-SENTIDO
               END-IF
               IF MOV-SALDO < WS-SALDO-PREVIO
                   MOVE 'C' TO WS-SENTIDO
               END-IF
               MOVE MOV-SALDO TO WS-SALDO-PREVIO.

            ANOTAR-PATAS-TRANSFERENCIA.
      *        Primera pasada: cada cargo TRA de la ventana (con un
      *        dia de holgura) queda por secuencia con el RUT que
      *        transfirio.
               OPEN OUTPUT ARCHIVO-PATAS
               MOVE SPACES TO WS-CTA-RUT
               MOVE 0 TO WS-CTA-NUM-CUENTA
               PERFORM POSICIONAR-MOVIMIENTOS
               PERFORM UNTIL WS-MOVIMIENTOS-FIN-ARCHIVO
                   READ ARCHIVO-MOVIMIENTOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-MOVIMIENTOS-EOF
                       NOT AT END
                           IF MOV-RUT NOT = WS-CTA-RUT
                              OR MOV-NUM-CUENTA NOT = WS-CTA-NUM-CUENTA
                               MOVE MOV-RUT TO WS-CTA-RUT
                               MOVE MOV-NUM-CUENTA TO WS-CTA-NUM-CUENTA
                               MOVE 0 TO WS-SALDO-PREVIO
                           END-IF
                           PERFORM DETERMINAR-SENTIDO
                           IF MOV-OPERACION = "TRA"
                              AND SENTIDO-ES-CARGO
                               PERFORM TOMAR-FECHA-MOVIMIENTO
                               IF WS-ENTERO-MOV >= WS-ENTERO-CORTE - 1
                                   MOVE MOV-NUM-SECUENCIA
                                       TO PTA-NUM-SECUENCIA
                                   MOVE MOV-RUT TO PTA-RUT
                                   WRITE PATA-TRANSFERENCIA
                                       INVALID KEY
                                           CONTINUE
                                   END-WRITE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PATAS.

            EVALUAR-CUENTAS.
      *        Segunda pasada: acumula las senales de cada cuenta y
      *        la evalua al cambiar de cuenta.
               OPEN INPUT ARCHIVO-PATAS
               OPEN INPUT ARCHIVO-ORDENANTES
               IF WS-STATUS-ORDENANTES = "35"
                   MOVE 'N' TO WS-HAY-ORDENANTES
               ELSE
                   MOVE 'S' TO WS-HAY-ORDENANTES
               END-IF
               OPEN I-O ARCHIVO-ALERTADAS
               IF WS-STATUS-ALERTADAS = "35"
                   OPEN OUTPUT ARCHIVO-ALERTADAS
                   CLOSE ARCHIVO-ALERTADAS
                   OPEN I-O ARCHIVO-ALERTADAS
               END-IF
               OPEN EXTEND ARCHIVO-ALERTAS-FRAUDE
               OPEN OUTPUT ARCHIVO-REPORTE

               MOVE 'N' TO WS-HAY-CUENTA
               PERFORM POSICIONAR-MOVIMIENTOS
               PERFORM UNTIL WS-MOVIMIENTOS-FIN-ARCHIVO
                   READ ARCHIVO-MOVIMIENTOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-MOVIMIENTOS-EOF
                       NOT AT END
                           IF WS-HAY-CUENTA = 'N'
                              OR MOV-RUT NOT = WS-CTA-RUT
                              OR MOV-NUM-CUENTA NOT = WS-CTA-NUM-CUENTA
                               PERFORM CERRAR-CUENTA
                               PERFORM ABRIR-CUENTA
                           END-IF
                           PERFORM ACUMULAR-MOVIMIENTO
                   END-READ
               END-PERFORM
               PERFORM CERRAR-CUENTA

               CLOSE ARCHIVO-REPORTE
               CLOSE ARCHIVO-ALERTAS-FRAUDE
               CLOSE ARCHIVO-ALERTADAS
               IF HAY-ORDENANTES
                   CLOSE ARCHIVO-ORDENANTES
               END-IF
               CLOSE ARCHIVO-PATAS.

            ABRIR-CUENTA.
               MOVE 'S' TO WS-HAY-CUENTA
               ADD 1 TO WS-TOTAL-CUENTAS
               MOVE MOV-RUT TO WS-CTA-RUT
               MOVE MOV-NUM-CUENTA TO WS-CTA-NUM-CUENTA
               MOVE 0 TO WS-SALDO-PREVIO
               PERFORM TOMAR-FECHA-MOVIMIENTO
               MOVE WS-ENTERO-MOV TO WS-CTA-ENTERO-PRIMERA
               MOVE 0 TO WS-INGRESOS
               MOVE 0 TO WS-EGRESOS
               MOVE 'N' TO WS-HAY-PENDIENTE
               MOVE 0 TO WS-MINUTO-PENDIENTE
               MOVE 0 TO WS-SUMA-MINUTOS
               MOVE 0 TO WS-CANT-PERMANENCIAS
               MOVE 0 TO WS-REMITENTES-CANTIDAD
               MOVE 0 TO WS-REMITENTES-DISTINTOS.

            ACUMULAR-MOVIMIENTO.
               PERFORM DETERMINAR-SENTIDO
               PERFORM TOMAR-FECHA-MOVIMIENTO
               IF WS-ENTERO-MOV >= WS-ENTERO-CORTE
                   IF SENTIDO-ES-ABONO
                      AND (MOV-OPERACION = "TRB"
                           OR MOV-OPERACION = "CAM"
                           OR MOV-OPERACION = "TRA")
                       ADD MOV-MONTO TO WS-INGRESOS
                       IF NOT HAY-INGRESO-PENDIENTE
                           MOVE 'S' TO WS-HAY-PENDIENTE
                           MOVE WS-MINUTO-MOV TO WS-MINUTO-PENDIENTE
                       END-IF
                       PERFORM REGISTRAR-REMITENTE
                   END-IF
                   IF SENTIDO-ES-CARGO
                      AND (MOV-OPERACION = "GIR"
                           OR MOV-OPERACION = "GST"
                           OR MOV-OPERACION = "TRB"
                           OR MOV-OPERACION = "TRA")
                       ADD MOV-MONTO TO WS-EGRESOS
      *                Permanencia: desde el abono mas antiguo aun no
      *                retirado hasta esta salida.
                       IF HAY-INGRESO-PENDIENTE
                           COMPUTE WS-SUMA-MINUTOS = WS-SUMA-MINUTOS
                               + WS-MINUTO-MOV - WS-MINUTO-PENDIENTE
                           ADD 1 TO WS-CANT-PERMANENCIAS
                           MOVE 'N' TO WS-HAY-PENDIENTE
                       END-IF
                   END-IF
               END-IF.

            REGISTRAR-REMITENTE.
      *        Un remitente que no se logra identificar se cuenta
      *        como distinto; el propio titular no cuenta (mover
      *        plata entre cuentas propias no es el patron).
               MOVE SPACES TO WS-REMITENTE
               EVALUATE MOV-OPERACION
                   WHEN "TRA"
                       COMPUTE WS-SECUENCIA-CARGO =
                           MOV-NUM-SECUENCIA - 1
                       MOVE WS-SECUENCIA-CARGO TO PTA-NUM-SECUENCIA
                       READ ARCHIVO-PATAS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE PTA-RUT TO WS-REMITENTE
                       END-READ
                   WHEN "TRB"
                       IF HAY-ORDENANTES
                           MOVE MOV-NUM-SECUENCIA
                               TO ORD-NUM-SECUENCIA
                           READ ARCHIVO-ORDENANTES
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE ORD-RUT-ORDENANTE
                                       TO WS-REMITENTE
                           END-READ
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF WS-REMITENTE = SPACES
                   ADD 1 TO WS-REMITENTES-DISTINTOS
               ELSE
                   IF WS-REMITENTE NOT = WS-CTA-RUT
                       MOVE 'N' TO WS-REMITENTE-ENCONTRADO
                       PERFORM VARYING WS-REMITENTE-INDICE FROM 1 BY 1
                           UNTIL WS-REMITENTE-INDICE
                                 > WS-REMITENTES-CANTIDAD
                           IF TAB-REMITENTE(WS-REMITENTE-INDICE)
                              = WS-REMITENTE
                               MOVE 'S' TO WS-REMITENTE-ENCONTRADO
                           END-IF
                       END-PERFORM
                       IF WS-REMITENTE-ENCONTRADO = 'N'
                           ADD 1 TO WS-REMITENTES-DISTINTOS
                           IF WS-REMITENTES-CANTIDAD < 30
                               ADD 1 TO WS-REMITENTES-CANTIDAD
                               MOVE WS-REMITENTE TO TAB-REMITENTE
                                   (WS-REMITENTES-CANTIDAD)
                           END-IF
                       END-IF
                   END-IF
               END-IF.

            CERRAR-CUENTA.
               IF WS-HAY-CUENTA = 'S'
                  AND WS-INGRESOS >= WS-MINIMO-INGRESOS
                   ADD 1 TO WS-TOTAL-EVALUADAS
                   PERFORM PUNTUAR-CUENTA
                   IF WS-PUNTAJE >= WS-PUNTAJE-UMBRAL
                       ADD 1 TO WS-TOTAL-SOBRE-UMBRAL
                       PERFORM REPORTAR-CUENTA-PUENTE
                   END-IF
               END-IF.

            PUNTUAR-CUENTA.
               MOVE 0 TO WS-PUNTAJE
               COMPUTE WS-PORC-SALIDA =
                   (WS-EGRESOS * 100) / WS-INGRESOS
                   ON SIZE ERROR
                       MOVE 99999 TO WS-PORC-SALIDA
               END-COMPUTE
               IF WS-PORC-SALIDA >= WS-PORC-SALIDA-ALTO
                   ADD WS-PUNTOS-SALIDA-ALTO TO WS-PUNTAJE
               ELSE
                   IF WS-PORC-SALIDA >= WS-PORC-SALIDA-MEDIO
                       ADD WS-PUNTOS-SALIDA-MEDIO TO WS-PUNTAJE
                   END-IF
               END-IF

      *        Sin ninguna salida despues de un abono la plata se
      *        quedo: esa senal no suma.
               MOVE 99999 TO WS-HORAS-PERMANENCIA
               IF WS-CANT-PERMANENCIAS > 0
                   COMPUTE WS-HORAS-PERMANENCIA =
                       WS-SUMA-MINUTOS / WS-CANT-PERMANENCIAS / 60
                       ON SIZE ERROR
                           MOVE 99999 TO WS-HORAS-PERMANENCIA
                   END-COMPUTE
                   IF WS-HORAS-PERMANENCIA <= WS-HORAS-CORTA
                       ADD WS-PUNTOS-HORAS-CORTA TO WS-PUNTAJE
                   ELSE
                       IF WS-HORAS-PERMANENCIA <= WS-HORAS-MEDIA
                           ADD WS-PUNTOS-HORAS-MEDIA TO WS-PUNTAJE
                       END-IF
                   END-IF
               END-IF

               IF WS-REMITENTES-DISTINTOS >= WS-REMITENTES-MUCHOS
                   ADD WS-PUNTOS-REMIT-MUCHOS TO WS-PUNTAJE
               ELSE
                   IF WS-REMITENTES-DISTINTOS >= WS-REMITENTES-VARIOS
                       ADD WS-PUNTOS-REMIT-VARIOS TO WS-PUNTAJE
                   END-IF
               END-IF

      *        Cuenta nueva: su primer movimiento es reciente.
               MOVE 'N' TO WS-CUENTA-NUEVA
               COMPUTE WS-DIAS-ANTIGUEDAD =
                   WS-ENTERO-HOY - WS-CTA-ENTERO-PRIMERA
                   ON SIZE ERROR
                       MOVE 99999 TO WS-DIAS-ANTIGUEDAD
               END-COMPUTE
               IF WS-DIAS-ANTIGUEDAD <= WS-DIAS-CUENTA-NUEVA
                   MOVE 'S' TO WS-CUENTA-NUEVA
                   COMPUTE WS-PUNTAJE =
                       (WS-PUNTAJE * (100 + WS-PORC-RECARGO-NUEVA))
                       / 100
               END-IF
               IF WS-PUNTAJE > 999
                   MOVE 999 TO WS-PUNTAJE
               END-IF.

            REPORTAR-CUENTA-PUENTE.
               MOVE SPACES TO REGISTRO-REPORTE
               MOVE WS-CTA-RUT TO REP-RUT
               MOVE WS-CTA-NUM-CUENTA TO REP-NUM-CUENTA
               MOVE WS-INGRESOS TO REP-INGRESOS
               MOVE WS-EGRESOS TO REP-EGRESOS
               IF WS-PORC-SALIDA > 999
                   MOVE 999 TO REP-PORC-SALIDA
               ELSE
                   MOVE WS-PORC-SALIDA TO REP-PORC-SALIDA
               END-IF
               MOVE WS-HORAS-PERMANENCIA TO REP-HORAS-PERMANENCIA
               MOVE WS-REMITENTES-DISTINTOS TO REP-REMITENTES
               MOVE WS-DIAS-ANTIGUEDAD TO REP-DIAS-ANTIGUEDAD
               MOVE WS-CUENTA-NUEVA TO REP-CUENTA-NUEVA
               MOVE WS-PUNTAJE TO REP-PUNTAJE

      *        Una cuenta ya alertada dentro de la ventana no vuelve
      *        a generar caso: su caso anterior sigue abierto o ya
      *        fue resuelto por el analista.
               MOVE WS-CTA-RUT TO PAL-RUT
               MOVE WS-CTA-NUM-CUENTA TO PAL-NUM-CUENTA
               READ ARCHIVO-ALERTADAS
                   INVALID KEY
                       PERFORM GRABAR-ALERTA-PUENTE
                       MOVE WS-FECHA-HOY TO PAL-FECHA-ALERTA
                       MOVE WS-PUNTAJE TO PAL-PUNTAJE
                       WRITE PUENTE-ALERTADA
                   NOT INVALID KEY
                       IF FUNCTION INTEGER-OF-DATE(PAL-FECHA-ALERTA)
                          >= WS-ENTERO-CORTE
                           MOVE "YA ALERTADA" TO REP-ESTADO
                       ELSE
                           PERFORM GRABAR-ALERTA-PUENTE
                           MOVE WS-FECHA-HOY TO PAL-FECHA-ALERTA
                           MOVE WS-PUNTAJE TO PAL-PUNTAJE
                           REWRITE PUENTE-ALERTADA
                       END-IF
               END-READ

               WRITE REGISTRO-REPORTE.

            GRABAR-ALERTA-PUENTE.
               MOVE "ALERTADA" TO REP-ESTADO
               MOVE WS-PUNTAJE TO WS-PUNTAJE-ED
               MOVE WS-REMITENTES-DISTINTOS TO WS-REMITENTES-ED
               MOVE SPACES TO REGISTRO-ALERTA-FRAUDE
               MOVE WS-FECHAYHORA-FORMATEADA TO ALF-FECHAYHORA
               MOVE WS-CTA-RUT TO ALF-RUT
               MOVE WS-CTA-NUM-CUENTA TO ALF-NUM-CUENTA
               MOVE WS-ID-TERMINAL TO ALF-ID-TERMINAL
               IF WS-INGRESOS > 99999999
                   MOVE 99999999 TO ALF-MONTO
               ELSE
                   MOVE WS-INGRESOS TO ALF-MONTO
               END-IF
               STRING
                   "CUENTA PUENTE PUNTAJE " DELIMITED BY SIZE
                   WS-PUNTAJE-ED DELIMITED BY SIZE
                   " REMITENTES " DELIMITED BY SIZE
                   WS-REMITENTES-ED DELIMITED BY SIZE
                   INTO ALF-MOTIVO
               END-STRING
               WRITE REGISTRO-ALERTA-FRAUDE
               ADD 1 TO WS-TOTAL-ALERTADAS
               DISPLAY
                   "CUENTA PUENTE: " WS-CTA-RUT " CTA "
                   WS-CTA-NUM-CUENTA " PUNTAJE " WS-PUNTAJE-ED.
       END PROGRAM DETECTAR-CUENTAS-PUENTE.
