      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Analisis de punto comun de compromiso: cuando
      *          GESTION-ALERTAS-FRAUDE confirma varios fraudes con
      *          tarjeta, busca el terminal donde esas tarjetas
      *          pasaron en los dias previos al fraude (un skimmer).
      *          Toma los casos CON recientes de casos_fraude.txt,
      *          recorre en movimientos.txt el uso de cada cuenta en
      *          cajeros automaticos dentro de la ventana anterior a
      *          su alerta y ordena los terminales por cuantas
      *          tarjetas comprometidas distintas pasaron por cada
      *          uno. Un terminal con al menos el minimo de tarjetas
      *          es sospechoso: su ventana de exposicion va del
      *          primer al ultimo uso de una tarjeta comprometida, y
      *          toda otra tarjeta usada ahi en esa ventana se lista
      *          para bloquearla y reemitirla preventivamente con
      *          GESTION-TARJETAS (las ya bloqueadas se marcan).
      *          Solo cuentan las operaciones con tarjeta en un
      *          cajero: los terminales de ventanilla, ejecutivos y
      *          procesos batch, el cobro de giros sin tarjeta (GSR)
      *          y los giros con tarjeta de otro banco (GRA) quedan
      *          fuera. Reporte: punto_comun-AAAAMMDD.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALIZAR-PUNTO-COMUN.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Punto comun de compromiso de tarjetas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CASOS ASSIGN TO "casos_fraude.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFR-NUM-CASO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CASOS.
           SELECT ARCHIVO-MOVIMIENTOS ASSIGN TO "movimientos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MOVIMIENTOS.
           SELECT ARCHIVO-TERMINALES ASSIGN TO "terminales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-ID-TERMINAL
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TERMINALES.
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
           SELECT ARCHIVO-REPORTE ASSIGN TO WS-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CASOS.
           COPY "CASO-FRAUDE.CPY".
       FD ARCHIVO-MOVIMIENTOS.
           COPY "MOVIMIENTO.CPY".
       FD ARCHIVO-TERMINALES.
           COPY "TERMINAL.CPY".
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-TARJETAS-BLOQUEADAS.
           COPY "TARJETA-BLOQUEADA.CPY".
       FD ARCHIVO-REPORTE.
       01 REGISTRO-REPORTE PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-CASOS PIC X(2) VALUE "00".
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
       77 WS-STATUS-TERMINALES PIC X(2) VALUE "00".
       77 WS-STATUS-CUENTAS PIC X(2) VALUE "00".
       77 WS-STATUS-TARJETAS-BLOQ PIC X(2) VALUE "00".
       77 WS-NOMBRE-REPORTE PIC X(40).
      *    Parametros de la corrida: antiguedad maxima de los casos
      *    confirmados que entran al analisis, dias previos a cada
      *    fraude en que se busca el uso de la tarjeta, y cuantas
      *    tarjetas comprometidas distintas hacen sospechoso a un
      *    terminal.
       77 WS-DIAS-CASOS PIC 9(3) VALUE 0.
       77 WS-VENTANA-DIAS PIC 9(3) VALUE 0.
       77 WS-MINIMO-TARJETAS PIC 9(3) VALUE 0.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-ENTERO-HOY PIC S9(9) COMP.
       77 WS-ENTERO-CORTE-CASOS PIC S9(9) COMP.
       77 WS-FECHA-AUX PIC 9(8).
       77 WS-ENTERO-AUX PIC S9(9) COMP.
       77 WS-ENTERO-MOV PIC S9(9) COMP.
       77 WS-CASOS-EOF PIC X VALUE 'N'.
           88 WS-CASOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-MOVIMIENTOS-EOF PIC X VALUE 'N'.
           88 WS-MOVIMIENTOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-HAY-TERMINALES PIC X VALUE 'N'.
           88 HAY-MAESTRO-TERMINALES VALUE 'S'.
       77 WS-HAY-BLOQUEADAS PIC X VALUE 'N'.
           88 HAY-LISTA-CALIENTE VALUE 'S'.
       77 WS-USO-CON-TARJETA PIC X VALUE 'N'.
           88 USO-CON-TARJETA-EN-CAJERO VALUE 'S'.
      *    Tarjetas comprometidas: una fila por cuenta con fraude
      *    confirmado (la alerta mas antigua si tiene varios casos) y
      *    la ventana [desde, fraude] en que se busca su uso.
       01 WS-TABLA-COMPROMETIDAS.
           05 CMP-FILA OCCURS 300 TIMES.
               10 CMP-RUT PIC X(10).
               10 CMP-NUM-CUENTA PIC 9(3).
               10 CMP-ENTERO-FRAUDE PIC S9(9) COMP.
               10 CMP-ENTERO-DESDE PIC S9(9) COMP.
       77 WS-CMP-CANTIDAD PIC 9(4) COMP VALUE 0.
       77 WS-CMP-INDICE PIC 9(4) COMP.
       77 WS-CMP-ENCONTRADA PIC 9(4) COMP.
       77 WS-TOTAL-CASOS PIC 9(6) COMP VALUE 0.
      *    Terminales por donde paso alguna tarjeta comprometida;
      *    TER-ULTIMA-TARJETA evita contar dos veces la misma tarjeta
      *    en el mismo terminal.
       01 WS-TABLA-TERMINALES.
           05 TER-FILA OCCURS 300 TIMES.
               10 TER-ID-TERMINAL PIC X(8).
               10 TER-CODIGO-SUCURSAL PIC X(4).
               10 TER-TARJETAS PIC 9(4) COMP.
               10 TER-ULTIMA-TARJETA PIC 9(4) COMP.
               10 TER-ENTERO-PRIMERO PIC S9(9) COMP.
               10 TER-ENTERO-ULTIMO PIC S9(9) COMP.
               10 TER-EXPUESTAS PIC 9(5) COMP.
       01 WS-TERMINAL-AUX.
           05 AUX-ID-TERMINAL PIC X(8).
           05 AUX-CODIGO-SUCURSAL PIC X(4).
           05 AUX-TARJETAS PIC 9(4) COMP.
           05 AUX-ULTIMA-TARJETA PIC 9(4) COMP.
           05 AUX-ENTERO-PRIMERO PIC S9(9) COMP.
           05 AUX-ENTERO-ULTIMO PIC S9(9) COMP.
           05 AUX-EXPUESTAS PIC 9(5) COMP.
       77 WS-TER-CANTIDAD PIC 9(4) COMP VALUE 0.
       77 WS-TER-INDICE PIC 9(4) COMP.
       77 WS-TER-INDICE-2 PIC 9(4) COMP.
       77 WS-TER-ENCONTRADO PIC 9(4) COMP.
       77 WS-TER-SOSPECHOSOS PIC 9(4) COMP VALUE 0.
      *    Otras tarjetas usadas en un terminal sospechoso dentro de
      *    su ventana de exposicion; cada una queda asignada al
      *    terminal de mejor ranking en que aparecio.
       01 WS-TABLA-EXPUESTAS.
           05 EXP-FILA OCCURS 3000 TIMES.
               10 EXP-RUT PIC X(10).
               10 EXP-NUM-CUENTA PIC 9(3).
               10 EXP-TERMINAL PIC 9(4) COMP.
               10 EXP-USOS PIC 9(5) COMP.
               10 EXP-ENTERO-ULTIMO PIC S9(9) COMP.
       77 WS-EXP-CANTIDAD PIC 9(5) COMP VALUE 0.
       77 WS-EXP-INDICE PIC 9(5) COMP.
       77 WS-EXP-ENCONTRADA PIC 9(5) COMP.
       77 WS-EXP-DESCARTADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-A-BLOQUEAR PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-YA-BLOQUEADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-MOVIMIENTOS PIC 9(9) COMP VALUE 0.
      *    Campos de edicion de las lineas del reporte.
       77 WS-POSICION-ED PIC ZZ9.
       77 WS-CANTIDAD-ED PIC ZZZ9.
       77 WS-USOS-ED PIC ZZZZ9.
       77 WS-PORCENTAJE-ED PIC ZZ9.
       77 WS-PORCENTAJE PIC 9(5).
       77 WS-FECHA-DESDE-ED PIC 9(8).
       77 WS-FECHA-HASTA-ED PIC 9(8).
       77 WS-MARCA PIC X(12).
       77 WS-ESTADO-TARJETA PIC X(22).
       77 WS-TARJETA-ED PIC 9(16).
       77 WS-FECHAYHORA PIC X(21).

       PROCEDURE DIVISION.
            DISPLAY "------ PUNTO COMUN DE COMPROMISO ------".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.
            COMPUTE WS-ENTERO-HOY =
                FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).

            DISPLAY "DIAS HACIA ATRAS DE LOS CASOS CONFIRMADOS "
                "(0 = 60): ".
            ACCEPT WS-DIAS-CASOS.
            IF WS-DIAS-CASOS NOT NUMERIC OR WS-DIAS-CASOS = 0 THEN
                MOVE 60 TO WS-DIAS-CASOS
            END-IF.
            DISPLAY "DIAS PREVIOS AL FRAUDE A REVISAR (0 = 30): ".
            ACCEPT WS-VENTANA-DIAS.
            IF WS-VENTANA-DIAS NOT NUMERIC OR WS-VENTANA-DIAS = 0 THEN
                MOVE 30 TO WS-VENTANA-DIAS
            END-IF.
            DISPLAY "TARJETAS COMPROMETIDAS PARA SOSPECHAR DE UN "
                "TERMINAL (0 = 2): ".
            ACCEPT WS-MINIMO-TARJETAS.
            IF WS-MINIMO-TARJETAS NOT NUMERIC
               OR WS-MINIMO-TARJETAS = 0 THEN
                MOVE 2 TO WS-MINIMO-TARJETAS
            END-IF.
            COMPUTE WS-ENTERO-CORTE-CASOS =
                WS-ENTERO-HOY - WS-DIAS-CASOS.

            PERFORM CARGAR-CASOS-CONFIRMADOS.
            IF WS-CMP-CANTIDAD = 0 THEN
                DISPLAY "NO HAY CASOS DE FRAUDE CONFIRMADOS EN EL "
                    "PERIODO"
                STOP RUN
            END-IF.

            OPEN INPUT ARCHIVO-MOVIMIENTOS.
            IF WS-STATUS-MOVIMIENTOS = "35"
                DISPLAY "NO EXISTE EL INDICE DE MOVIMIENTOS"
                STOP RUN
            END-IF.
            OPEN INPUT ARCHIVO-TERMINALES.
            IF WS-STATUS-TERMINALES = "35"
                MOVE 'N' TO WS-HAY-TERMINALES
            ELSE
                MOVE 'S' TO WS-HAY-TERMINALES
            END-IF.

            PERFORM RASTREAR-TARJETAS-COMPROMETIDAS.
            PERFORM ORDENAR-TERMINALES.
            PERFORM BUSCAR-TARJETAS-EXPUESTAS.

            CLOSE ARCHIVO-MOVIMIENTOS.
            IF HAY-MAESTRO-TERMINALES
                CLOSE ARCHIVO-TERMINALES
            END-IF.

            PERFORM EMITIR-REPORTE.

            DISPLAY "CASOS CONFIRMADOS: " WS-TOTAL-CASOS
                "  TARJETAS COMPROMETIDAS: " WS-CMP-CANTIDAD.
            DISPLAY "TERMINALES CON USO: " WS-TER-CANTIDAD
                "  SOSPECHOSOS: " WS-TER-SOSPECHOSOS.
            DISPLAY "TARJETAS EXPUESTAS A BLOQUEAR Y REEMITIR: "
                WS-TOTAL-A-BLOQUEAR
                "  YA BLOQUEADAS: " WS-TOTAL-YA-BLOQUEADAS.
            IF WS-EXP-DESCARTADAS > 0
                DISPLAY "*** TABLA DE EXPUESTAS LLENA: "
                    WS-EXP-DESCARTADAS " USOS SIN LISTAR ***"
            END-IF.
            DISPLAY "REPORTE: " WS-NOMBRE-REPORTE.

            STOP RUN.

            CARGAR-CASOS-CONFIRMADOS.
      *        Un caso confirmado cuya alerta cae dentro del periodo
      *        pedido; la ventana de la tarjeta se mide desde la
      *        alerta mas antigua de su cuenta.
               OPEN INPUT ARCHIVO-CASOS
               IF WS-STATUS-CASOS = "35"
                   DISPLAY "NO EXISTE EL ARCHIVO DE CASOS DE FRAUDE"
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-CASOS-EOF
               MOVE LOW-VALUES TO CFR-NUM-CASO
               START ARCHIVO-CASOS
                   KEY IS NOT LESS THAN CFR-NUM-CASO
                   INVALID KEY
                       MOVE 'S' TO WS-CASOS-EOF
               END-START
               PERFORM UNTIL WS-CASOS-FIN-ARCHIVO
                   READ ARCHIVO-CASOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-CASOS-EOF
                       NOT AT END
                           IF CFR-FRAUDE-CONFIRMADO
                               PERFORM EVALUAR-CASO-CONFIRMADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CASOS.

            EVALUAR-CASO-CONFIRMADO.
      *        CFR-FECHAYHORA-ALERTA viene como AAAA-MM-DD HH:MM:SS.
               MOVE CFR-FECHAYHORA-ALERTA(1:4) TO WS-FECHA-AUX(1:4)
               MOVE CFR-FECHAYHORA-ALERTA(6:2) TO WS-FECHA-AUX(5:2)
               MOVE CFR-FECHAYHORA-ALERTA(9:2) TO WS-FECHA-AUX(7:2)
               IF WS-FECHA-AUX NUMERIC AND WS-FECHA-AUX > 19000101
                   COMPUTE WS-ENTERO-AUX =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX)
                   IF WS-ENTERO-AUX >= WS-ENTERO-CORTE-CASOS
                       ADD 1 TO WS-TOTAL-CASOS
                       PERFORM REGISTRAR-TARJETA-COMPROMETIDA
                   END-IF
               END-IF.

            REGISTRAR-TARJETA-COMPROMETIDA.
               MOVE 0 TO WS-CMP-ENCONTRADA
               PERFORM VARYING WS-CMP-INDICE FROM 1 BY 1
                       UNTIL WS-CMP-INDICE > WS-CMP-CANTIDAD
                          OR WS-CMP-ENCONTRADA > 0
                   IF CMP-RUT(WS-CMP-INDICE) = CFR-RUT
                      AND CMP-NUM-CUENTA(WS-CMP-INDICE)
                          = CFR-NUM-CUENTA
                       MOVE WS-CMP-INDICE TO WS-CMP-ENCONTRADA
                   END-IF
               END-PERFORM
               IF WS-CMP-ENCONTRADA = 0
                   IF WS-CMP-CANTIDAD < 300
                       ADD 1 TO WS-CMP-CANTIDAD
                       MOVE WS-CMP-CANTIDAD TO WS-CMP-ENCONTRADA
                       MOVE CFR-RUT TO CMP-RUT(WS-CMP-ENCONTRADA)
                       MOVE CFR-NUM-CUENTA
                           TO CMP-NUM-CUENTA(WS-CMP-ENCONTRADA)
                       MOVE WS-ENTERO-AUX
                           TO CMP-ENTERO-FRAUDE(WS-CMP-ENCONTRADA)
                   ELSE
                       DISPLAY "*** MAS DE 300 TARJETAS "
                           "COMPROMETIDAS: SE OMITE " CFR-RUT
                   END-IF
               END-IF
               IF WS-CMP-ENCONTRADA > 0
                   IF WS-ENTERO-AUX
                      < CMP-ENTERO-FRAUDE(WS-CMP-ENCONTRADA)
                       MOVE WS-ENTERO-AUX
                           TO CMP-ENTERO-FRAUDE(WS-CMP-ENCONTRADA)
                   END-IF
                   COMPUTE CMP-ENTERO-DESDE(WS-CMP-ENCONTRADA) =
                       CMP-ENTERO-FRAUDE(WS-CMP-ENCONTRADA)
                       - WS-VENTANA-DIAS
               END-IF.

            RASTREAR-TARJETAS-COMPROMETIDAS.
      *        Primera pasada, solo por las cuentas comprometidas:
      *        el indice esta ordenado por RUT y cuenta, asi que cada
      *        una se posiciona con START y se lee hasta que cambia.
               PERFORM VARYING WS-CMP-INDICE FROM 1 BY 1
                       UNTIL WS-CMP-INDICE > WS-CMP-CANTIDAD
                   MOVE CMP-RUT(WS-CMP-INDICE) TO MOV-RUT
                   MOVE CMP-NUM-CUENTA(WS-CMP-INDICE)
                       TO MOV-NUM-CUENTA
                   MOVE 0 TO MOV-NUM-SECUENCIA
                   MOVE 'N' TO WS-MOVIMIENTOS-EOF
                   START ARCHIVO-MOVIMIENTOS
                       KEY IS NOT LESS THAN MOV-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-MOVIMIENTOS-EOF
                   END-START
                   PERFORM UNTIL WS-MOVIMIENTOS-FIN-ARCHIVO
                       READ ARCHIVO-MOVIMIENTOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MOVIMIENTOS-EOF
                           NOT AT END
                               IF MOV-RUT NOT = CMP-RUT(WS-CMP-INDICE)
                                  OR MOV-NUM-CUENTA
                                     NOT = CMP-NUM-CUENTA(WS-CMP-INDICE)
                                   MOVE 'S' TO WS-MOVIMIENTOS-EOF
                               ELSE
                                   PERFORM EVALUAR-USO-COMPROMETIDA
                               END-IF
                       END-READ
                   END-PERFORM
               END-PERFORM.

            EVALUAR-USO-COMPROMETIDA.
               PERFORM TOMAR-FECHA-MOVIMIENTO
               IF WS-ENTERO-MOV >= CMP-ENTERO-DESDE(WS-CMP-INDICE)
                  AND WS-ENTERO-MOV
                      <= CMP-ENTERO-FRAUDE(WS-CMP-INDICE)
                   PERFORM CLASIFICAR-USO
                   IF USO-CON-TARJETA-EN-CAJERO
                       PERFORM ANOTAR-TERMINAL-COMPROMETIDO
                   END-IF
               END-IF.

            ANOTAR-TERMINAL-COMPROMETIDO.
               PERFORM BUSCAR-TERMINAL-TABLA
               IF WS-TER-ENCONTRADO = 0
                   IF WS-TER-CANTIDAD < 300
                       ADD 1 TO WS-TER-CANTIDAD
                       MOVE WS-TER-CANTIDAD TO WS-TER-ENCONTRADO
                       MOVE MOV-ID-TERMINAL
                           TO TER-ID-TERMINAL(WS-TER-ENCONTRADO)
                       MOVE TRM-CODIGO-SUCURSAL
                           TO TER-CODIGO-SUCURSAL(WS-TER-ENCONTRADO)
                       MOVE 0 TO TER-TARJETAS(WS-TER-ENCONTRADO)
                       MOVE 0 TO TER-ULTIMA-TARJETA(WS-TER-ENCONTRADO)
                       MOVE WS-ENTERO-MOV
                           TO TER-ENTERO-PRIMERO(WS-TER-ENCONTRADO)
                       MOVE WS-ENTERO-MOV
                           TO TER-ENTERO-ULTIMO(WS-TER-ENCONTRADO)
                       MOVE 0 TO TER-EXPUESTAS(WS-TER-ENCONTRADO)
                   END-IF
               END-IF
               IF WS-TER-ENCONTRADO > 0
                   IF TER-ULTIMA-TARJETA(WS-TER-ENCONTRADO)
                      NOT = WS-CMP-INDICE
                       ADD 1 TO TER-TARJETAS(WS-TER-ENCONTRADO)
                       MOVE WS-CMP-INDICE
                           TO TER-ULTIMA-TARJETA(WS-TER-ENCONTRADO)
                   END-IF
                   IF WS-ENTERO-MOV
                      < TER-ENTERO-PRIMERO(WS-TER-ENCONTRADO)
                       MOVE WS-ENTERO-MOV
                           TO TER-ENTERO-PRIMERO(WS-TER-ENCONTRADO)
                   END-IF
                   IF WS-ENTERO-MOV
                      > TER-ENTERO-ULTIMO(WS-TER-ENCONTRADO)
                       MOVE WS-ENTERO-MOV
                           TO TER-ENTERO-ULTIMO(WS-TER-ENCONTRADO)
                   END-IF
               END-IF.

            BUSCAR-TERMINAL-TABLA.
               MOVE 0 TO WS-TER-ENCONTRADO
               PERFORM VARYING WS-TER-INDICE FROM 1 BY 1
                       UNTIL WS-TER-INDICE > WS-TER-CANTIDAD
                          OR WS-TER-ENCONTRADO > 0
                   IF TER-ID-TERMINAL(WS-TER-INDICE) = MOV-ID-TERMINAL
                       MOVE WS-TER-INDICE TO WS-TER-ENCONTRADO
                   END-IF
               END-PERFORM.

            CLASIFICAR-USO.
      *        Solo una operacion hecha con la tarjeta en un cajero
      *        automatico expone la banda o el chip. Un terminal del
      *        maestro cuenta si es ATM; uno que no esta en el
      *        maestro cuenta salvo que sea un proceso interno
      *        (batch, ejecutivos, ventanilla, mantencion).
               MOVE 'N' TO WS-USO-CON-TARJETA
               MOVE SPACES TO TRM-CODIGO-SUCURSAL
               IF MOV-ID-TERMINAL NOT = SPACES
                  AND MOV-OPERACION NOT = "GSR"
                  AND MOV-OPERACION NOT = "GRA"
                   MOVE 'S' TO WS-USO-CON-TARJETA
                   IF MOV-ID-TERMINAL(1:5) = "BATCH"
                      OR MOV-ID-TERMINAL(1:4) = "EJEC"
                      OR MOV-ID-TERMINAL(1:4) = "MANT"
                      OR MOV-ID-TERMINAL(1:5) = "MIGRA"
                      OR MOV-ID-TERMINAL = "VENTANIL"
                       MOVE 'N' TO WS-USO-CON-TARJETA
                   END-IF
                   IF USO-CON-TARJETA-EN-CAJERO
                      AND HAY-MAESTRO-TERMINALES
                       MOVE MOV-ID-TERMINAL TO TRM-ID-TERMINAL
                       READ ARCHIVO-TERMINALES
                           INVALID KEY
                               MOVE SPACES TO TRM-CODIGO-SUCURSAL
                           NOT INVALID KEY
                               IF NOT TRM-ES-CAJERO
                                   MOVE 'N' TO WS-USO-CON-TARJETA
                               END-IF
                       END-READ
                   END-IF
               END-IF.

            TOMAR-FECHA-MOVIMIENTO.
      *        MOV-FECHAYHORA viene como AAAA-MM-DD HH:MM:SS.
               MOVE MOV-FECHAYHORA(1:4) TO WS-FECHA-AUX(1:4)
               MOVE MOV-FECHAYHORA(6:2) TO WS-FECHA-AUX(5:2)
               MOVE MOV-FECHAYHORA(9:2) TO WS-FECHA-AUX(7:2)
               IF WS-FECHA-AUX NUMERIC AND WS-FECHA-AUX > 19000101
                   COMPUTE WS-ENTERO-MOV =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX)
               ELSE
                   MOVE 0 TO WS-ENTERO-MOV
               END-IF.

            ORDENAR-TERMINALES.
      *        Ranking por tarjetas comprometidas distintas, de mayor
      *        a menor (la tabla es chica: burbuja).
               PERFORM VARYING WS-TER-INDICE FROM 1 BY 1
                       UNTIL WS-TER-INDICE >= WS-TER-CANTIDAD
                   PERFORM VARYING WS-TER-INDICE-2 FROM 1 BY 1
                           UNTIL WS-TER-INDICE-2
                                 > WS-TER-CANTIDAD - WS-TER-INDICE
                       IF TER-TARJETAS(WS-TER-INDICE-2)
                          < TER-TARJETAS(WS-TER-INDICE-2 + 1)
                           MOVE TER-FILA(WS-TER-INDICE-2)
                               TO WS-TERMINAL-AUX
                           MOVE TER-FILA(WS-TER-INDICE-2 + 1)
                               TO TER-FILA(WS-TER-INDICE-2)
                           MOVE WS-TERMINAL-AUX
                               TO TER-FILA(WS-TER-INDICE-2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
               MOVE 0 TO WS-TER-SOSPECHOSOS
               PERFORM VARYING WS-TER-INDICE FROM 1 BY 1
                       UNTIL WS-TER-INDICE > WS-TER-CANTIDAD
                   IF TER-TARJETAS(WS-TER-INDICE)
                      >= WS-MINIMO-TARJETAS
                       ADD 1 TO WS-TER-SOSPECHOSOS
                   END-IF
               END-PERFORM.

            BUSCAR-TARJETAS-EXPUESTAS.
      *        Segunda pasada, por todo el indice: los sospechosos
      *        son los primeros WS-TER-SOSPECHOSOS del ranking.
               IF WS-TER-SOSPECHOSOS > 0
                   MOVE 'N' TO WS-MOVIMIENTOS-EOF
                   MOVE LOW-VALUES TO MOV-CLAVE
                   START ARCHIVO-MOVIMIENTOS
                       KEY IS NOT LESS THAN MOV-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-MOVIMIENTOS-EOF
                   END-START
                   PERFORM UNTIL WS-MOVIMIENTOS-FIN-ARCHIVO
                       READ ARCHIVO-MOVIMIENTOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MOVIMIENTOS-EOF
                           NOT AT END
                               ADD 1 TO WS-TOTAL-MOVIMIENTOS
                               PERFORM EVALUAR-USO-EN-SOSPECHOSO
                       END-READ
                   END-PERFORM
               END-IF.

            EVALUAR-USO-EN-SOSPECHOSO.
               MOVE 0 TO WS-TER-ENCONTRADO
               PERFORM VARYING WS-TER-INDICE FROM 1 BY 1
                       UNTIL WS-TER-INDICE > WS-TER-SOSPECHOSOS
                          OR WS-TER-ENCONTRADO > 0
                   IF TER-ID-TERMINAL(WS-TER-INDICE) = MOV-ID-TERMINAL
                       MOVE WS-TER-INDICE TO WS-TER-ENCONTRADO
                   END-IF
               END-PERFORM
               IF WS-TER-ENCONTRADO > 0
                   PERFORM TOMAR-FECHA-MOVIMIENTO
                   IF WS-ENTERO-MOV
                      >= TER-ENTERO-PRIMERO(WS-TER-ENCONTRADO)
                      AND WS-ENTERO-MOV
                          <= TER-ENTERO-ULTIMO(WS-TER-ENCONTRADO)
                      AND MOV-OPERACION NOT = "GSR"
                      AND MOV-OPERACION NOT = "GRA"
                       PERFORM BUSCAR-COMPROMETIDA-MOV
                       IF WS-CMP-ENCONTRADA = 0
                           PERFORM ANOTAR-TARJETA-EXPUESTA
                       END-IF
                   END-IF
               END-IF.

            BUSCAR-COMPROMETIDA-MOV.
               MOVE 0 TO WS-CMP-ENCONTRADA
               PERFORM VARYING WS-CMP-INDICE FROM 1 BY 1
                       UNTIL WS-CMP-INDICE > WS-CMP-CANTIDAD
                          OR WS-CMP-ENCONTRADA > 0
                   IF CMP-RUT(WS-CMP-INDICE) = MOV-RUT
                      AND CMP-NUM-CUENTA(WS-CMP-INDICE)
                          = MOV-NUM-CUENTA
                       MOVE WS-CMP-INDICE TO WS-CMP-ENCONTRADA
                   END-IF
               END-PERFORM.

            ANOTAR-TARJETA-EXPUESTA.
      *        El indice viene por cuenta: la ultima fila de la tabla
      *        suele ser la misma cuenta, pero se busca completa
      *        porque una cuenta puede aparecer en dos sospechosos.
               MOVE 0 TO WS-EXP-ENCONTRADA
               PERFORM VARYING WS-EXP-INDICE FROM 1 BY 1
                       UNTIL WS-EXP-INDICE > WS-EXP-CANTIDAD
                          OR WS-EXP-ENCONTRADA > 0
                   IF EXP-RUT(WS-EXP-INDICE) = MOV-RUT
                      AND EXP-NUM-CUENTA(WS-EXP-INDICE)
                          = MOV-NUM-CUENTA
                       MOVE WS-EXP-INDICE TO WS-EXP-ENCONTRADA
                   END-IF
               END-PERFORM
               IF WS-EXP-ENCONTRADA = 0
                   IF WS-EXP-CANTIDAD < 3000
                       ADD 1 TO WS-EXP-CANTIDAD
                       MOVE WS-EXP-CANTIDAD TO WS-EXP-ENCONTRADA
                       MOVE MOV-RUT TO EXP-RUT(WS-EXP-ENCONTRADA)
                       MOVE MOV-NUM-CUENTA
                           TO EXP-NUM-CUENTA(WS-EXP-ENCONTRADA)
                       MOVE WS-TER-ENCONTRADO
                           TO EXP-TERMINAL(WS-EXP-ENCONTRADA)
                       MOVE 0 TO EXP-USOS(WS-EXP-ENCONTRADA)
                       MOVE WS-ENTERO-MOV
                           TO EXP-ENTERO-ULTIMO(WS-EXP-ENCONTRADA)
                   ELSE
                       ADD 1 TO WS-EXP-DESCARTADAS
                   END-IF
               END-IF
               IF WS-EXP-ENCONTRADA > 0
                   ADD 1 TO EXP-USOS(WS-EXP-ENCONTRADA)
                   IF WS-TER-ENCONTRADO
                      < EXP-TERMINAL(WS-EXP-ENCONTRADA)
                       MOVE WS-TER-ENCONTRADO
                           TO EXP-TERMINAL(WS-EXP-ENCONTRADA)
                   END-IF
                   IF WS-ENTERO-MOV
                      > EXP-ENTERO-ULTIMO(WS-EXP-ENCONTRADA)
                       MOVE WS-ENTERO-MOV
                           TO EXP-ENTERO-ULTIMO(WS-EXP-ENCONTRADA)
                   END-IF
               END-IF.

            EMITIR-REPORTE.
               MOVE SPACES TO WS-NOMBRE-REPORTE
               STRING
                   "punto_comun-" DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOMBRE-REPORTE
               END-STRING
               OPEN OUTPUT ARCHIVO-REPORTE

               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   "PUNTO COMUN DE COMPROMISO DE TARJETAS AL "
                   DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE
               MOVE WS-TOTAL-CASOS TO WS-CANTIDAD-ED
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   "CASOS CONFIRMADOS (ULTIMOS " DELIMITED BY SIZE
                   WS-DIAS-CASOS DELIMITED BY SIZE
                   " DIAS): " DELIMITED BY SIZE
                   WS-CANTIDAD-ED DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE
               MOVE WS-CMP-CANTIDAD TO WS-CANTIDAD-ED
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   "TARJETAS COMPROMETIDAS: " DELIMITED BY SIZE
                   WS-CANTIDAD-ED DELIMITED BY SIZE
                   "   VENTANA PREVIA AL FRAUDE: " DELIMITED BY SIZE
                   WS-VENTANA-DIAS DELIMITED BY SIZE
                   " DIAS" DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE
               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE

               MOVE "RANKING DE TERMINALES POR TARJETAS COMPROMETIDAS"
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE
                   "POS TERMINAL SUC  TARJ %CASOS PRIMER-USO ULTIMO-USO"
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               IF WS-TER-CANTIDAD = 0
                   MOVE "  (NINGUNA TARJETA PASO POR UN CAJERO EN LA "
                       TO REGISTRO-REPORTE
                   MOVE "VENTANA)" TO REGISTRO-REPORTE(45:8)
                   WRITE REGISTRO-REPORTE
               END-IF
               PERFORM VARYING WS-TER-INDICE FROM 1 BY 1
                       UNTIL WS-TER-INDICE > WS-TER-CANTIDAD
                   PERFORM ESCRIBIR-LINEA-RANKING
               END-PERFORM

               PERFORM VARYING WS-TER-INDICE FROM 1 BY 1
                       UNTIL WS-TER-INDICE > WS-TER-SOSPECHOSOS
                   PERFORM ESCRIBIR-EXPUESTAS-TERMINAL
               END-PERFORM

               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE WS-TOTAL-A-BLOQUEAR TO WS-CANTIDAD-ED
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   "TOTAL TARJETAS A BLOQUEAR Y REEMITIR (GESTION-"
                   DELIMITED BY SIZE
                   "TARJETAS): " DELIMITED BY SIZE
                   WS-CANTIDAD-ED DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE
               MOVE WS-TOTAL-YA-BLOQUEADAS TO WS-CANTIDAD-ED
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   "EXPUESTAS QUE YA ESTABAN BLOQUEADAS: "
                   DELIMITED BY SIZE
                   WS-CANTIDAD-ED DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE
               CLOSE ARCHIVO-REPORTE.

            ESCRIBIR-LINEA-RANKING.
               MOVE WS-TER-INDICE TO WS-POSICION-ED
               MOVE TER-TARJETAS(WS-TER-INDICE) TO WS-CANTIDAD-ED
               COMPUTE WS-PORCENTAJE =
                   (TER-TARJETAS(WS-TER-INDICE) * 100)
                   / WS-CMP-CANTIDAD
               MOVE WS-PORCENTAJE TO WS-PORCENTAJE-ED
               COMPUTE WS-FECHA-DESDE-ED = FUNCTION DATE-OF-INTEGER
                   (TER-ENTERO-PRIMERO(WS-TER-INDICE))
               COMPUTE WS-FECHA-HASTA-ED = FUNCTION DATE-OF-INTEGER
                   (TER-ENTERO-ULTIMO(WS-TER-INDICE))
               MOVE SPACES TO WS-MARCA
               IF WS-TER-INDICE <= WS-TER-SOSPECHOSOS
                   MOVE "SOSPECHOSO" TO WS-MARCA
               END-IF
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   WS-POSICION-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TER-ID-TERMINAL(WS-TER-INDICE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TER-CODIGO-SUCURSAL(WS-TER-INDICE)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CANTIDAD-ED DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-PORCENTAJE-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FECHA-DESDE-ED DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-FECHA-HASTA-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MARCA DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE.

            ESCRIBIR-EXPUESTAS-TERMINAL.
               COMPUTE WS-FECHA-DESDE-ED = FUNCTION DATE-OF-INTEGER
                   (TER-ENTERO-PRIMERO(WS-TER-INDICE))
               COMPUTE WS-FECHA-HASTA-ED = FUNCTION DATE-OF-INTEGER
                   (TER-ENTERO-ULTIMO(WS-TER-INDICE))
               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   "TARJETAS EXPUESTAS EN " DELIMITED BY SIZE
                   TER-ID-TERMINAL(WS-TER-INDICE) DELIMITED BY SIZE
                   " DEL " DELIMITED BY SIZE
                   WS-FECHA-DESDE-ED DELIMITED BY SIZE
                   " AL " DELIMITED BY SIZE
                   WS-FECHA-HASTA-ED DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE
               MOVE "RUT        CTA NUM-TARJETA      USOS ULTIMO-USO"
                   TO REGISTRO-REPORTE
               MOVE "ESTADO" TO REGISTRO-REPORTE(51:6)
               WRITE REGISTRO-REPORTE

               OPEN INPUT ARCHIVO-CUENTAS
               OPEN INPUT ARCHIVO-TARJETAS-BLOQUEADAS
               IF WS-STATUS-TARJETAS-BLOQ = "35"
                   MOVE 'N' TO WS-HAY-BLOQUEADAS
               ELSE
                   MOVE 'S' TO WS-HAY-BLOQUEADAS
               END-IF
               PERFORM VARYING WS-EXP-INDICE FROM 1 BY 1
                       UNTIL WS-EXP-INDICE > WS-EXP-CANTIDAD
                   IF EXP-TERMINAL(WS-EXP-INDICE) = WS-TER-INDICE
                       ADD 1 TO TER-EXPUESTAS(WS-TER-INDICE)
                       PERFORM ESCRIBIR-LINEA-EXPUESTA
                   END-IF
               END-PERFORM
               IF HAY-LISTA-CALIENTE
                   CLOSE ARCHIVO-TARJETAS-BLOQUEADAS
               END-IF
               IF WS-STATUS-CUENTAS NOT = "35"
                   CLOSE ARCHIVO-CUENTAS
               END-IF
               IF TER-EXPUESTAS(WS-TER-INDICE) = 0
                   MOVE "  (NINGUNA OTRA TARJETA USO EL TERMINAL EN LA "
                       TO REGISTRO-REPORTE
                   MOVE "VENTANA)" TO REGISTRO-REPORTE(47:8)
                   WRITE REGISTRO-REPORTE
               END-IF.

            ESCRIBIR-LINEA-EXPUESTA.
      *        La tarjeta vigente de la cuenta sale del maestro; si ya
      *        esta en la lista caliente no hace falta bloquearla.
               MOVE 0 TO WS-TARJETA-ED
               MOVE "BLOQUEAR Y REEMITIR" TO WS-ESTADO-TARJETA
               IF WS-STATUS-CUENTAS NOT = "35"
                   MOVE EXP-RUT(WS-EXP-INDICE) TO RUT
                   MOVE EXP-NUM-CUENTA(WS-EXP-INDICE) TO NUM-CUENTA
                   READ ARCHIVO-CUENTAS
                       INVALID KEY
                           MOVE "CUENTA NO EXISTE" TO WS-ESTADO-TARJETA
                       NOT INVALID KEY
                           MOVE NUM-TARJETA TO WS-TARJETA-ED
                   END-READ
               END-IF
               IF WS-TARJETA-ED = 0
                  AND WS-ESTADO-TARJETA = "BLOQUEAR Y REEMITIR"
                   MOVE "SIN TARJETA" TO WS-ESTADO-TARJETA
               END-IF
               IF WS-TARJETA-ED > 0 AND HAY-LISTA-CALIENTE
                   MOVE WS-TARJETA-ED TO TBL-NUM-TARJETA
                   READ ARCHIVO-TARJETAS-BLOQUEADAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TBL-ESTA-BLOQUEADA
                               MOVE "YA BLOQUEADA"
                                   TO WS-ESTADO-TARJETA
                           END-IF
                   END-READ
               END-IF
               IF WS-ESTADO-TARJETA = "BLOQUEAR Y REEMITIR"
                   ADD 1 TO WS-TOTAL-A-BLOQUEAR
               END-IF
               IF WS-ESTADO-TARJETA = "YA BLOQUEADA"
                   ADD 1 TO WS-TOTAL-YA-BLOQUEADAS
               END-IF
               MOVE EXP-USOS(WS-EXP-INDICE) TO WS-USOS-ED
               COMPUTE WS-FECHA-HASTA-ED = FUNCTION DATE-OF-INTEGER
                   (EXP-ENTERO-ULTIMO(WS-EXP-INDICE))
               MOVE SPACES TO REGISTRO-REPORTE
               STRING
                   EXP-RUT(WS-EXP-INDICE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EXP-NUM-CUENTA(WS-EXP-INDICE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TARJETA-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-USOS-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FECHA-HASTA-ED DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-ESTADO-TARJETA DELIMITED BY SIZE
                   INTO REGISTRO-REPORTE
               END-STRING
               WRITE REGISTRO-REPORTE.
       END PROGRAM ANALIZAR-PUNTO-COMUN.
