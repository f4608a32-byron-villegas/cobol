      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Batch nocturno de recordatorios previos al cobro:
      *          mira una cantidad configurable de dias habiles hacia
      *          adelante (saltando sabados, domingos y el calendario
      *          de feriados) y avisa al cliente lo que se le va a
      *          cobrar: cuotas impagas de cuotas_prestamo.txt,
      *          proximas ejecuciones de ordenes permanentes de
      *          ordenes.txt y el proximo cargo PAC de cada mandato
      *          vigente, proyectado un mes despues de su ultimo
      *          cobro con el monto de ese cobro. Cada cargo se
      *          compara con el disponible proyectado de la cuenta
      *          (saldo mas sobregiro, menos embargos, bolsillos y los
      *          cargos anteriores del mismo periodo, en orden de
      *          fecha); las cuotas, que se pagan desde cualquier
      *          cuenta, contra el disponible de todas las cuentas en
      *          pesos del cliente. El aviso queda PEN en
      *          notificaciones.txt: VCU/VOP/VPA si alcanza y
      *          FCU/FOP/FPA (aviso de fondos insuficientes) si no.
      *          Cada cargo se avisa una sola vez: la ventana de cada
      *          noche empieza donde termino la de la noche anterior.
      *          Reporte para cobranzas: recordatorios-AAAAMMDD.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECORDAR-VENCIMIENTOS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Recordatorios previos a cuotas, ordenes y PAC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CUOTAS ASSIGN TO "cuotas_prestamo.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CUOTAS.
           SELECT ARCHIVO-ORDENES ASSIGN TO "ordenes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDEN-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-ORDENES.
           SELECT ARCHIVO-MANDATOS ASSIGN TO "mandatos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAN-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MANDATOS.
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
           SELECT ARCHIVO-EMBARGOS ASSIGN TO "embargos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMB-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-EMBARGOS.
           SELECT ARCHIVO-BOLSILLOS ASSIGN TO "bolsillos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-BOLSILLOS.
           SELECT OPTIONAL ARCHIVO-FERIADOS ASSIGN TO "feriados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIADOS.
           SELECT ARCHIVO-NOTIFICACIONES ASSIGN TO "notificaciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-REPORTE ASSIGN TO WS-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUOTAS.
           COPY "CUOTA-PRESTAMO.CPY".
       FD ARCHIVO-ORDENES.
           COPY "ORDEN-PERMANENTE.CPY".
       FD ARCHIVO-MANDATOS.
           COPY "MANDATO.CPY".
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-EMBARGOS.
           COPY "EMBARGO.CPY".
       FD ARCHIVO-BOLSILLOS.
           COPY "BOLSILLO.CPY".
       FD ARCHIVO-FERIADOS.
           COPY "FERIADO.CPY".
       FD ARCHIVO-NOTIFICACIONES.
           COPY "NOTIFICACION.CPY".
       FD ARCHIVO-REPORTE.
       01 REGISTRO-REPORTE PIC X(100).
       WORKING-STORAGE SECTION.
      *    Calendario de feriados bancarios cargado desde
      *    feriados.txt para el calculo de fechas habiles.
       77 WS-STATUS-FERIADOS PIC X(2) VALUE "00".
       01 WS-TABLA-FERIADOS.
           05 WS-FERIADO-ENTERO OCCURS 120 TIMES PIC S9(9) COMP.
       77 WS-FERIADOS-CANTIDAD PIC 9(3) COMP VALUE 0.
       77 WS-FERIADOS-INDICE PIC 9(3) COMP.
       77 WS-FERIADOS-EOF PIC X VALUE 'N'.
           88 WS-FERIADOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-FHA-ENTERO PIC S9(9) COMP.
       77 WS-FHA-DIA-SEMANA PIC 9(1) COMP.
       77 WS-FHA-ES-HABIL PIC X VALUE 'N'.
           88 FECHA-ES-HABIL VALUE 'S'.
       77 WS-FHA-DIAS-HABILES PIC 9(3) COMP.
       77 WS-STATUS-CUOTAS PIC X(2) VALUE "00".
       77 WS-STATUS-ORDENES PIC X(2) VALUE "00".
       77 WS-STATUS-MANDATOS PIC X(2) VALUE "00".
       77 WS-STATUS-CUENTAS PIC X(2) VALUE "00".
       77 WS-STATUS-EMBARGOS PIC X(2) VALUE "00".
       77 WS-STATUS-BOLSILLOS PIC X(2) VALUE "00".
       77 WS-NOMBRE-REPORTE PIC X(40).
       77 WS-ID-TERMINAL PIC X(8) VALUE "BATCHRVC".
      *    Dias habiles de anticipacion del aviso. La ventana de la
      *    noche va del horizonte de ayer (exclusive) al de hoy
      *    (inclusive): un cargo que vence en fin de semana o
      *    feriado entra con el dia habil anterior y ninguno se
      *    avisa dos veces.
       77 WS-DIAS-AVISO PIC 9(2) VALUE 0.
       77 WS-ENTERO-HOY PIC S9(9) COMP.
       77 WS-ENTERO-DESDE PIC S9(9) COMP.
       77 WS-ENTERO-HASTA PIC S9(9) COMP.
       77 WS-ENTERO-VENCE PIC S9(9) COMP.
       77 WS-CUOTAS-EOF PIC X VALUE 'N'.
           88 WS-CUOTAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-ORDENES-EOF PIC X VALUE 'N'.
           88 WS-ORDENES-FIN-ARCHIVO VALUE 'S'.
       77 WS-MANDATOS-EOF PIC X VALUE 'N'.
           88 WS-MANDATOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-CUENTAS-EOF PIC X VALUE 'N'.
           88 WS-CUENTAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-EMBARGOS-EOF PIC X VALUE 'N'.
           88 WS-EMBARGOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-BOLSILLOS-EOF PIC X VALUE 'N'.
           88 WS-BOLSILLOS-FIN-ARCHIVO VALUE 'S'.
      *    Proximo cobro PAC: mismo dia del mes siguiente al ultimo
      *    cobro (el ultimo dia si ese mes es mas corto), corrido al
      *    dia habil siguiente, hasta pasar de hoy.
       77 WS-PAC-DIA-BASE PIC 9(2).
       77 WS-PAC-ANIO PIC 9(4).
       77 WS-PAC-MES PIC 9(2).
       77 WS-PAC-DIA PIC 9(2).
       77 WS-PAC-FECHA PIC 9(8).
       77 WS-PAC-FECHA-AUX PIC 9(8).
       77 WS-PAC-ULTIMO-DIA PIC 9(2).
       77 WS-PAC-VUELTAS PIC 9(2) COMP.
      *    Cargos que vencen en la ventana, ordenados por RUT y
      *    fecha para proyectar el disponible en secuencia. VEN-TIPO:
      *    CU=cuota (VEN-NUM-CUENTA lleva el prestamo), OP=orden
      *    permanente, PA=cargo PAC.
       01 WS-TABLA-VENCIMIENTOS.
           05 VEN-FILA OCCURS 3000 TIMES.
               10 VEN-RUT PIC X(10).
               10 VEN-ENTERO-VENCE PIC S9(9) COMP.
               10 VEN-TIPO PIC X(2).
               10 VEN-NUM-CUENTA PIC 9(3).
               10 VEN-REFERENCIA PIC X(6).
               10 VEN-MONTO PIC 9(8).
       01 WS-VENCIMIENTO-AUX.
           05 AUX-RUT PIC X(10).
           05 AUX-ENTERO-VENCE PIC S9(9) COMP.
           05 AUX-TIPO PIC X(2).
           05 AUX-NUM-CUENTA PIC 9(3).
           05 AUX-REFERENCIA PIC X(6).
           05 AUX-MONTO PIC 9(8).
       77 WS-VEN-CANTIDAD PIC 9(4) COMP VALUE 0.
       77 WS-VEN-INDICE PIC 9(4) COMP.
       77 WS-VEN-INDICE-2 PIC 9(4) COMP.
       77 WS-VEN-OMITIDOS PIC 9(6) COMP VALUE 0.
       77 WS-VEN-INTERCAMBIAR PIC X VALUE 'N'.
           88 VEN-FUERA-DE-ORDEN VALUE 'S'.
      *    Disponible proyectado de las cuentas del RUT en curso.
       01 WS-TABLA-DISPONIBLE.
           05 DSP-FILA OCCURS 30 TIMES.
               10 DSP-NUM-CUENTA PIC 9(3).
               10 DSP-PROYECTADO PIC S9(10).
       77 WS-DSP-CANTIDAD PIC 9(2) COMP VALUE 0.
       77 WS-DSP-INDICE PIC 9(2) COMP.
       77 WS-DSP-ENCONTRADA PIC 9(2) COMP.
       77 WS-POOL-PROYECTADO PIC S9(10).
       77 WS-RUT-EN-CURSO PIC X(10).
       77 WS-TOTAL-EMBARGADO PIC 9(9) VALUE 0.
       77 WS-TOTAL-BOLSILLOS PIC 9(9) VALUE 0.
       77 WS-PROYECTADO PIC S9(10).
       77 WS-ALCANZA PIC X VALUE 'S'.
           88 FONDOS-ALCANZAN VALUE 'S'.
       77 WS-TOTAL-CUOTAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-ORDENES PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-PAC PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-SIN-FONDOS PIC 9(6) COMP VALUE 0.
      *    Campos de edicion de las lineas del reporte.
       77 WS-FECHA-VENCE-ED PIC 9(8).
       77 WS-MONTO-ED PIC Z(7)9.
       77 WS-PROYECTADO-ED PIC -(9)9.
       77 WS-AVISO-ED PIC X(20).
       77 WS-CANTIDAD-ED PIC ZZZZZ9.
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
            DISPLAY "------ RECORDATORIOS DE VENCIMIENTO ------".

            PERFORM SETEAR-FECHA-ACTUAL.
            COMPUTE WS-ENTERO-HOY =
                FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
            PERFORM CARGAR-FERIADOS.

            DISPLAY "DIAS HABILES DE ANTICIPACION (0 = 3): ".
            ACCEPT WS-DIAS-AVISO.
            IF WS-DIAS-AVISO NOT NUMERIC OR WS-DIAS-AVISO = 0 THEN
                MOVE 3 TO WS-DIAS-AVISO
            END-IF.

            MOVE WS-ENTERO-HOY TO WS-FHA-ENTERO.
            PERFORM AVANZAR-DIAS-HABILES.
            MOVE WS-FHA-ENTERO TO WS-ENTERO-HASTA.
            COMPUTE WS-FHA-ENTERO = WS-ENTERO-HOY - 1.
            PERFORM AVANZAR-DIAS-HABILES.
            MOVE WS-FHA-ENTERO TO WS-ENTERO-DESDE.

            PERFORM CARGAR-CUOTAS.
            PERFORM CARGAR-ORDENES.
            PERFORM CARGAR-MANDATOS.
            PERFORM ORDENAR-VENCIMIENTOS.
            PERFORM EMITIR-RECORDATORIOS.

            DISPLAY "CUOTAS: " WS-TOTAL-CUOTAS
                "  ORDENES: " WS-TOTAL-ORDENES
                "  PAC: " WS-TOTAL-PAC.
            DISPLAY "AVISOS CON FONDOS INSUFICIENTES: "
                WS-TOTAL-SIN-FONDOS.
            IF WS-VEN-OMITIDOS > 0
                DISPLAY "*** TABLA DE VENCIMIENTOS LLENA: "
                    WS-VEN-OMITIDOS " CARGOS SIN AVISO ***"
            END-IF.
            DISPLAY "REPORTE: " WS-NOMBRE-REPORTE.

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

            CARGAR-CUOTAS.
      *        Cuotas impagas o con pago parcial; se avisa lo que
      *        falta por pagar.
               OPEN INPUT ARCHIVO-CUOTAS
               IF WS-STATUS-CUOTAS NOT = "35"
                   MOVE 'N' TO WS-CUOTAS-EOF
                   MOVE LOW-VALUES TO CUO-CLAVE
                   START ARCHIVO-CUOTAS
                       KEY IS NOT LESS THAN CUO-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-CUOTAS-EOF
                   END-START
                   PERFORM UNTIL WS-CUOTAS-FIN-ARCHIVO
                       READ ARCHIVO-CUOTAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-CUOTAS-EOF
                           NOT AT END
                               IF CUO-ESTA-IMPAGA
                                  AND CUO-FECHA-VENCIMIENTO > 0
                                  AND CUO-MONTO-CUOTA
                                      > CUO-MONTO-PAGADO
                                   COMPUTE WS-ENTERO-VENCE =
                                       FUNCTION INTEGER-OF-DATE
                                           (CUO-FECHA-VENCIMIENTO)
                                   IF WS-ENTERO-VENCE > WS-ENTERO-DESDE
                                      AND WS-ENTERO-VENCE
                                          <= WS-ENTERO-HASTA
                                       MOVE CUO-RUT TO AUX-RUT
                                       MOVE "CU" TO AUX-TIPO
                                       MOVE CUO-NUM-PRESTAMO
                                           TO AUX-NUM-CUENTA
                                       MOVE CUO-NUM-CUOTA
                                           TO AUX-REFERENCIA
                                       COMPUTE AUX-MONTO =
                                           CUO-MONTO-CUOTA
                                           - CUO-MONTO-PAGADO
                                       PERFORM AGREGAR-VENCIMIENTO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUOTAS
               END-IF.

            CARGAR-ORDENES.
      *        La fecha de proximo pago ya viene corrida a dia habil
      *        por EJECUTAR-ORDENES.
               OPEN INPUT ARCHIVO-ORDENES
               IF WS-STATUS-ORDENES NOT = "35"
                   MOVE 'N' TO WS-ORDENES-EOF
                   MOVE LOW-VALUES TO ORDEN-CLAVE
                   START ARCHIVO-ORDENES
                       KEY IS NOT LESS THAN ORDEN-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-ORDENES-EOF
                   END-START
                   PERFORM UNTIL WS-ORDENES-FIN-ARCHIVO
                       READ ARCHIVO-ORDENES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-ORDENES-EOF
                           NOT AT END
                               IF ORDEN-ESTA-ACTIVA
                                  AND ORDEN-FECHA-PROXIMO-PAGO > 0
                                   COMPUTE WS-ENTERO-VENCE =
                                       FUNCTION INTEGER-OF-DATE
                                           (ORDEN-FECHA-PROXIMO-PAGO)
                                   IF WS-ENTERO-VENCE > WS-ENTERO-DESDE
                                      AND WS-ENTERO-VENCE
                                          <= WS-ENTERO-HASTA
                                       MOVE ORDEN-RUT TO AUX-RUT
                                       MOVE "OP" TO AUX-TIPO
                                       MOVE ORDEN-NUM-CUENTA
                                           TO AUX-NUM-CUENTA
                                       MOVE NUM-ORDEN TO AUX-REFERENCIA
                                       MOVE ORDEN-MONTO TO AUX-MONTO
                                       PERFORM AGREGAR-VENCIMIENTO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-ORDENES
               END-IF.

            CARGAR-MANDATOS.
      *        Un mandato sin cobro anterior no tiene fecha ni monto
      *        que proyectar y no se avisa.
               OPEN INPUT ARCHIVO-MANDATOS
               IF WS-STATUS-MANDATOS NOT = "35"
                   MOVE 'N' TO WS-MANDATOS-EOF
                   MOVE LOW-VALUES TO MAN-CLAVE
                   START ARCHIVO-MANDATOS
                       KEY IS NOT LESS THAN MAN-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-MANDATOS-EOF
                   END-START
                   PERFORM UNTIL WS-MANDATOS-FIN-ARCHIVO
                       READ ARCHIVO-MANDATOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MANDATOS-EOF
                           NOT AT END
                               IF MAN-ESTA-VIGENTE
                                  AND MAN-FECHA-ULTIMO-COBRO NUMERIC
                                  AND MAN-FECHA-ULTIMO-COBRO > 0
                                  AND MAN-MONTO-ULTIMO-COBRO NUMERIC
                                  AND MAN-MONTO-ULTIMO-COBRO > 0
                                   PERFORM PROYECTAR-COBRO-MANDATO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-MANDATOS
               END-IF.

            PROYECTAR-COBRO-MANDATO.
               MOVE MAN-FECHA-ULTIMO-COBRO TO WS-PAC-FECHA
               MOVE WS-PAC-FECHA(1:4) TO WS-PAC-ANIO
               MOVE WS-PAC-FECHA(5:2) TO WS-PAC-MES
               MOVE WS-PAC-FECHA(7:2) TO WS-PAC-DIA-BASE
               MOVE 0 TO WS-PAC-VUELTAS
               MOVE WS-ENTERO-HOY TO WS-ENTERO-VENCE
               PERFORM UNTIL WS-ENTERO-VENCE > WS-ENTERO-HOY
                          OR WS-PAC-VUELTAS > 13
                   PERFORM SUMAR-MES-COBRO-PAC
                   ADD 1 TO WS-PAC-VUELTAS
               END-PERFORM
               IF WS-ENTERO-VENCE > WS-ENTERO-DESDE
                  AND WS-ENTERO-VENCE <= WS-ENTERO-HASTA
                   MOVE MAN-RUT TO AUX-RUT
                   MOVE "PA" TO AUX-TIPO
                   MOVE MAN-NUM-CUENTA TO AUX-NUM-CUENTA
                   MOVE MAN-CODIGO-BILLER TO AUX-REFERENCIA
                   MOVE MAN-MONTO-ULTIMO-COBRO TO AUX-MONTO
                   PERFORM AGREGAR-VENCIMIENTO
               END-IF.

            SUMAR-MES-COBRO-PAC.
      *        Avanza WS-PAC-ANIO/WS-PAC-MES un mes y deja en
      *        WS-ENTERO-VENCE el dia de cobro de ese mes ya corrido
      *        a dia habil.
               IF WS-PAC-MES = 12
                   MOVE 1 TO WS-PAC-MES
                   ADD 1 TO WS-PAC-ANIO
               ELSE
                   ADD 1 TO WS-PAC-MES
               END-IF
      *        Ultimo dia del mes: el primero del mes siguiente menos
      *        un dia.
               IF WS-PAC-MES = 12
                   COMPUTE WS-PAC-FECHA-AUX =
                       ((WS-PAC-ANIO + 1) * 10000) + 101
               ELSE
                   COMPUTE WS-PAC-FECHA-AUX =
                       (WS-PAC-ANIO * 10000)
                       + ((WS-PAC-MES + 1) * 100) + 1
               END-IF
               COMPUTE WS-FHA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-PAC-FECHA-AUX) - 1
               COMPUTE WS-PAC-FECHA-AUX =
                   FUNCTION DATE-OF-INTEGER(WS-FHA-ENTERO)
               MOVE WS-PAC-FECHA-AUX(7:2) TO WS-PAC-ULTIMO-DIA
               IF WS-PAC-DIA-BASE > WS-PAC-ULTIMO-DIA
                   MOVE WS-PAC-ULTIMO-DIA TO WS-PAC-DIA
               ELSE
                   MOVE WS-PAC-DIA-BASE TO WS-PAC-DIA
               END-IF
               COMPUTE WS-PAC-FECHA =
                   (WS-PAC-ANIO * 10000) + (WS-PAC-MES * 100)
                   + WS-PAC-DIA
               COMPUTE WS-FHA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-PAC-FECHA)
               PERFORM AJUSTAR-FECHA-HABIL
               MOVE WS-FHA-ENTERO TO WS-ENTERO-VENCE.

            AGREGAR-VENCIMIENTO.
               MOVE WS-ENTERO-VENCE TO AUX-ENTERO-VENCE
               IF WS-VEN-CANTIDAD < 3000
                   ADD 1 TO WS-VEN-CANTIDAD
                   MOVE WS-VENCIMIENTO-AUX
                       TO VEN-FILA(WS-VEN-CANTIDAD)
               ELSE
                   ADD 1 TO WS-VEN-OMITIDOS
               END-IF.

            ORDENAR-VENCIMIENTOS.
      *        Por RUT y, dentro del RUT, por fecha de vencimiento.
               PERFORM VARYING WS-VEN-INDICE FROM 1 BY 1
                       UNTIL WS-VEN-INDICE >= WS-VEN-CANTIDAD
                   PERFORM VARYING WS-VEN-INDICE-2 FROM 1 BY 1
                           UNTIL WS-VEN-INDICE-2
                                 > WS-VEN-CANTIDAD - WS-VEN-INDICE
                       MOVE 'N' TO WS-VEN-INTERCAMBIAR
                       IF VEN-RUT(WS-VEN-INDICE-2)
                          > VEN-RUT(WS-VEN-INDICE-2 + 1)
                           MOVE 'S' TO WS-VEN-INTERCAMBIAR
                       END-IF
                       IF VEN-RUT(WS-VEN-INDICE-2)
                          = VEN-RUT(WS-VEN-INDICE-2 + 1)
                          AND VEN-ENTERO-VENCE(WS-VEN-INDICE-2)
                              > VEN-ENTERO-VENCE(WS-VEN-INDICE-2 + 1)
                           MOVE 'S' TO WS-VEN-INTERCAMBIAR
                       END-IF
                       IF VEN-FUERA-DE-ORDEN
                           MOVE VEN-FILA(WS-VEN-INDICE-2)
                               TO WS-VENCIMIENTO-AUX
                           MOVE VEN-FILA(WS-VEN-INDICE-2 + 1)
                               TO VEN-FILA(WS-VEN-INDICE-2)
                           MOVE WS-VENCIMIENTO-AUX
                               TO VEN-FILA(WS-VEN-INDICE-2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM.

            EMITIR-RECORDATORIOS.
               MOVE SPACES TO WS-NOMBRE-REPORTE
               STRING
                   "recordatorios-" DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOMBRE-REPORTE
               END-STRING
               OPEN OUTPUT ARCHIVO-REPORTE
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   "RECORDATORIOS DE VENCIMIENTO AL " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-DIAS-AVISO DELIMITED BY SIZE
                   " DIAS HABILES)" DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE
               MOVE "RUT        TIPO CTA REF    VENCE       MONTO  DISP.
      -            " PROYECTADO AVISO"
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE

               OPEN INPUT ARCHIVO-CUENTAS
               OPEN EXTEND ARCHIVO-NOTIFICACIONES
               MOVE SPACES TO WS-RUT-EN-CURSO
               PERFORM VARYING WS-VEN-INDICE FROM 1 BY 1
                       UNTIL WS-VEN-INDICE > WS-VEN-CANTIDAD
                   IF VEN-RUT(WS-VEN-INDICE) NOT = WS-RUT-EN-CURSO
                       MOVE VEN-RUT(WS-VEN-INDICE) TO WS-RUT-EN-CURSO
                       PERFORM CARGAR-DISPONIBLE-RUT
                   END-IF
                   PERFORM PROYECTAR-VENCIMIENTO
                   PERFORM GRABAR-RECORDATORIO
               END-PERFORM
               CLOSE ARCHIVO-NOTIFICACIONES
               IF WS-STATUS-CUENTAS NOT = "35"
                   CLOSE ARCHIVO-CUENTAS
               END-IF

               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE WS-VEN-CANTIDAD TO WS-CANTIDAD-ED
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   "RECORDATORIOS: " DELIMITED BY SIZE
                   WS-CANTIDAD-ED DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE
               MOVE WS-TOTAL-SIN-FONDOS TO WS-CANTIDAD-ED
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   "CON FONDOS INSUFICIENTES: " DELIMITED BY SIZE
                   WS-CANTIDAD-ED DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE
               CLOSE ARCHIVO-REPORTE.

            CARGAR-DISPONIBLE-RUT.
      *        Disponible de partida de cada cuenta del RUT, con la
      *        misma regla del cajero y de PROCESAR-COBRANZAS: saldo
      *        mas sobregiro menos embargos del RUT y bolsillos de la
      *        cuenta. La bolsa para cuotas suma solo cuentas en
      *        pesos activas (una pre-abierta no paga hacia afuera)
      *        y descuenta el embargo una sola vez.
               MOVE 0 TO WS-DSP-CANTIDAD
               MOVE 0 TO WS-POOL-PROYECTADO
               PERFORM SUMAR-EMBARGOS-RUT
               IF WS-STATUS-CUENTAS NOT = "35"
                   MOVE 'N' TO WS-CUENTAS-EOF
                   MOVE WS-RUT-EN-CURSO TO RUT
                   MOVE 0 TO NUM-CUENTA
                   START ARCHIVO-CUENTAS
                       KEY IS NOT LESS THAN CUENTA-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-CUENTAS-EOF
                   END-START
                   PERFORM UNTIL WS-CUENTAS-FIN-ARCHIVO
                       READ ARCHIVO-CUENTAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-CUENTAS-EOF
                           NOT AT END
                               IF RUT NOT = WS-RUT-EN-CURSO
                                   MOVE 'S' TO WS-CUENTAS-EOF
                               ELSE
                                   PERFORM ANOTAR-DISPONIBLE-CUENTA
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               SUBTRACT WS-TOTAL-EMBARGADO FROM WS-POOL-PROYECTADO.

            ANOTAR-DISPONIBLE-CUENTA.
               IF WS-DSP-CANTIDAD < 30
                   ADD 1 TO WS-DSP-CANTIDAD
                   MOVE NUM-CUENTA TO DSP-NUM-CUENTA(WS-DSP-CANTIDAD)
                   IF CUENTA-PREABIERTA
                       MOVE 0 TO DSP-PROYECTADO(WS-DSP-CANTIDAD)
                   ELSE
                       PERFORM SUMAR-BOLSILLOS-CUENTA
                       COMPUTE DSP-PROYECTADO(WS-DSP-CANTIDAD) =
                           SALDO + LIMITE-SOBREGIRO
                           - WS-TOTAL-BOLSILLOS - WS-TOTAL-EMBARGADO
                       IF MONEDA-ES-CLP
                           COMPUTE WS-POOL-PROYECTADO =
                               WS-POOL-PROYECTADO + SALDO
                               + LIMITE-SOBREGIRO - WS-TOTAL-BOLSILLOS
                       END-IF
                   END-IF
               END-IF.

            SUMAR-EMBARGOS-RUT.
               MOVE 0 TO WS-TOTAL-EMBARGADO
               MOVE 'N' TO WS-EMBARGOS-EOF
               OPEN INPUT ARCHIVO-EMBARGOS
               IF WS-STATUS-EMBARGOS NOT = "35"
                   MOVE WS-RUT-EN-CURSO TO EMB-RUT
                   MOVE LOW-VALUES TO EMB-NUM-ORDEN
                   START ARCHIVO-EMBARGOS
                       KEY IS NOT LESS THAN EMB-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-EMBARGOS-EOF
                   END-START
                   PERFORM UNTIL WS-EMBARGOS-FIN-ARCHIVO
                       READ ARCHIVO-EMBARGOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-EMBARGOS-EOF
                           NOT AT END
                               IF EMB-RUT NOT = WS-RUT-EN-CURSO
                                   MOVE 'S' TO WS-EMBARGOS-EOF
                               ELSE
                                   IF EMB-ESTA-VIGENTE
                                      AND (EMB-FECHA-EXPIRACION = 0
                                       OR EMB-FECHA-EXPIRACION
                                          >= WS-FECHA-HOY)
                                       ADD EMB-MONTO
                                           TO WS-TOTAL-EMBARGADO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-EMBARGOS
               END-IF.

            SUMAR-BOLSILLOS-CUENTA.
               MOVE 0 TO WS-TOTAL-BOLSILLOS
               MOVE 'N' TO WS-BOLSILLOS-EOF
               OPEN INPUT ARCHIVO-BOLSILLOS
               IF WS-STATUS-BOLSILLOS NOT = "35"
                   MOVE RUT TO BOL-RUT
                   MOVE NUM-CUENTA TO BOL-NUM-CUENTA
                   MOVE 0 TO BOL-NUMERO
                   START ARCHIVO-BOLSILLOS
                       KEY IS NOT LESS THAN BOL-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-BOLSILLOS-EOF
                   END-START
                   PERFORM UNTIL WS-BOLSILLOS-FIN-ARCHIVO
                       READ ARCHIVO-BOLSILLOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-BOLSILLOS-EOF
                           NOT AT END
                               IF BOL-RUT NOT = RUT
                                  OR BOL-NUM-CUENTA NOT = NUM-CUENTA
                                   MOVE 'S' TO WS-BOLSILLOS-EOF
                               ELSE
                                   ADD BOL-MONTO TO WS-TOTAL-BOLSILLOS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-BOLSILLOS
               END-IF.

            PROYECTAR-VENCIMIENTO.
      *        Descuenta el cargo del disponible que lo paga y deja
      *        en WS-PROYECTADO lo que quedaria despues de el. Una
      *        orden o PAC sobre una cuenta que no existe no alcanza.
               IF VEN-TIPO(WS-VEN-INDICE) = "CU"
                   SUBTRACT VEN-MONTO(WS-VEN-INDICE)
                       FROM WS-POOL-PROYECTADO
                   MOVE WS-POOL-PROYECTADO TO WS-PROYECTADO
               ELSE
                   MOVE 0 TO WS-DSP-ENCONTRADA
                   PERFORM VARYING WS-DSP-INDICE FROM 1 BY 1
                           UNTIL WS-DSP-INDICE > WS-DSP-CANTIDAD
                              OR WS-DSP-ENCONTRADA > 0
                       IF DSP-NUM-CUENTA(WS-DSP-INDICE)
                          = VEN-NUM-CUENTA(WS-VEN-INDICE)
                           MOVE WS-DSP-INDICE TO WS-DSP-ENCONTRADA
                       END-IF
                   END-PERFORM
                   IF WS-DSP-ENCONTRADA > 0
                       SUBTRACT VEN-MONTO(WS-VEN-INDICE)
                           FROM DSP-PROYECTADO(WS-DSP-ENCONTRADA)
                       MOVE DSP-PROYECTADO(WS-DSP-ENCONTRADA)
                           TO WS-PROYECTADO
                       SUBTRACT VEN-MONTO(WS-VEN-INDICE)
                           FROM WS-POOL-PROYECTADO
                   ELSE
                       COMPUTE WS-PROYECTADO =
                           0 - VEN-MONTO(WS-VEN-INDICE)
                   END-IF
               END-IF
               IF WS-PROYECTADO < 0
                   MOVE 'N' TO WS-ALCANZA
                   ADD 1 TO WS-TOTAL-SIN-FONDOS
               ELSE
                   MOVE 'S' TO WS-ALCANZA
               END-IF
               EVALUATE VEN-TIPO(WS-VEN-INDICE)
                   WHEN "CU"
                       ADD 1 TO WS-TOTAL-CUOTAS
                   WHEN "OP"
                       ADD 1 TO WS-TOTAL-ORDENES
                   WHEN OTHER
                       ADD 1 TO WS-TOTAL-PAC
               END-EVALUATE.

            GRABAR-RECORDATORIO.
               MOVE SPACES TO REGISTRO-NOTIFICACION
               MOVE VEN-RUT(WS-VEN-INDICE) TO NOT-RUT
               MOVE VEN-NUM-CUENTA(WS-VEN-INDICE) TO NOT-NUM-CUENTA
               IF FONDOS-ALCANZAN
                   MOVE "V" TO NOT-OPERACION(1:1)
                   MOVE "AVISO" TO WS-AVISO-ED
               ELSE
                   MOVE "F" TO NOT-OPERACION(1:1)
                   MOVE "FONDOS INSUFICIENTES" TO WS-AVISO-ED
               END-IF
               MOVE VEN-TIPO(WS-VEN-INDICE) TO NOT-OPERACION(2:2)
               MOVE VEN-MONTO(WS-VEN-INDICE) TO NOT-SALDO-NUEVO
               MOVE WS-FECHAYHORA-FORMATEADA TO NOT-FECHAYHORA
               MOVE WS-ID-TERMINAL TO NOT-ID-TERMINAL
               MOVE "PEN" TO NOT-ESTADO
               MOVE 0 TO NOT-REINTENTOS
               WRITE REGISTRO-NOTIFICACION AFTER ADVANCING 1 LINE

               COMPUTE WS-FECHA-VENCE-ED = FUNCTION DATE-OF-INTEGER
                   (VEN-ENTERO-VENCE(WS-VEN-INDICE))
               MOVE VEN-MONTO(WS-VEN-INDICE) TO WS-MONTO-ED
               MOVE WS-PROYECTADO TO WS-PROYECTADO-ED
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   VEN-RUT(WS-VEN-INDICE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VEN-TIPO(WS-VEN-INDICE) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   VEN-NUM-CUENTA(WS-VEN-INDICE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VEN-REFERENCIA(WS-VEN-INDICE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FECHA-VENCE-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONTO-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PROYECTADO-ED DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-AVISO-ED DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE.

            CARGAR-FERIADOS.
      *        Carga el calendario de feriados en memoria como fechas
      *        enteras (INTEGER-OF-DATE) para comparar rapido; si el
      *        archivo no existe todavia, solo se saltan sabados y
      *        domingos.
               MOVE 0 TO WS-FERIADOS-CANTIDAD
               OPEN INPUT ARCHIVO-FERIADOS
               IF WS-STATUS-FERIADOS NOT = "35"
                   MOVE 'N' TO WS-FERIADOS-EOF
                   PERFORM UNTIL WS-FERIADOS-FIN-ARCHIVO
                       READ ARCHIVO-FERIADOS
                           AT END
                               MOVE 'S' TO WS-FERIADOS-EOF
                           NOT AT END
                               IF FER-FECHA NUMERIC
                                  AND FER-FECHA > 0
                                  AND WS-FERIADOS-CANTIDAD < 120
                                   ADD 1 TO WS-FERIADOS-CANTIDAD
                                   COMPUTE WS-FERIADO-ENTERO
                                       (WS-FERIADOS-CANTIDAD) =
                                       FUNCTION INTEGER-OF-DATE
                                           (FER-FECHA)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-FERIADOS
               END-IF.

            VERIFICAR-DIA-HABIL.
      *        Deja WS-FHA-ES-HABIL segun la fecha entera en
      *        WS-FHA-ENTERO: sabado, domingo o feriado del
      *        calendario no son habiles. El dia 1 del calendario
      *        interno fue lunes, por eso MOD 7 da 6 para sabado y 0
      *        para domingo.
               MOVE 'S' TO WS-FHA-ES-HABIL
               COMPUTE WS-FHA-DIA-SEMANA =
                   FUNCTION MOD(WS-FHA-ENTERO, 7)
               IF WS-FHA-DIA-SEMANA = 0 OR WS-FHA-DIA-SEMANA = 6
                   MOVE 'N' TO WS-FHA-ES-HABIL
               ELSE
                   PERFORM VARYING WS-FERIADOS-INDICE FROM 1 BY 1
                           UNTIL WS-FERIADOS-INDICE
                                 > WS-FERIADOS-CANTIDAD
                       IF WS-FERIADO-ENTERO(WS-FERIADOS-INDICE)
                          = WS-FHA-ENTERO
                           MOVE 'N' TO WS-FHA-ES-HABIL
                           MOVE 999 TO WS-FERIADOS-INDICE
                       END-IF
                   END-PERFORM
               END-IF.

            AJUSTAR-FECHA-HABIL.
      *        Corre la fecha entera de WS-FHA-ENTERO hacia adelante
      *        hasta el primer dia habil (ella misma si ya lo es).
               PERFORM VERIFICAR-DIA-HABIL
               PERFORM UNTIL FECHA-ES-HABIL
                   ADD 1 TO WS-FHA-ENTERO
                   PERFORM VERIFICAR-DIA-HABIL
               END-PERFORM.

            AVANZAR-DIAS-HABILES.
      *        Avanza WS-FHA-ENTERO WS-DIAS-AVISO dias habiles,
      *        contando desde el dia siguiente.
               MOVE 0 TO WS-FHA-DIAS-HABILES
               PERFORM UNTIL WS-FHA-DIAS-HABILES >= WS-DIAS-AVISO
                   ADD 1 TO WS-FHA-ENTERO
                   PERFORM VERIFICAR-DIA-HABIL
                   IF FECHA-ES-HABIL
                       ADD 1 TO WS-FHA-DIAS-HABILES
                   END-IF
               END-PERFORM.
       END PROGRAM RECORDAR-VENCIMIENTOS.
