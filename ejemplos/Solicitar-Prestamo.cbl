      *          escribe el PRESTAMO, genera su calendario de cuotas
      *          y desembolsa el capital en la cuenta asociada como
      *          movimiento DES. La decision, aprobada o rechazada,
      *          queda en la bitacora administrativa. El prestamo
      *          puede pactarse a tasa fija o variable (tasa de
      *          referencia de tasas_referencia.txt mas un spread,
      *          repreciada cada tantos meses). Si el solicitante
      *          pertenece a un grupo economico del registro
      *          vinculos_riesgo.txt, la exposicion de todo el grupo
      *          (prestamos, avales otorgados y lineas de sobregiro
      *          de sus miembros) mas el monto pedido debe quedar
      *          bajo el limite legal por deudor; si es relacionado
      *          con el banco, aplican el limite individual y el
      *          global de relacionados y el credito exige la
      *          aprobacion especial de un segundo supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS AVL-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-AVALES.
           SELECT ARCHIVO-TASAS-REFERENCIA
               ASSIGN TO "tasas_referencia.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TASAS-REFERENCIA.
           SELECT ARCHIVO-VINCULOS
               ASSIGN TO "vinculos_riesgo.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIN-RUT
               ALTERNATE RECORD KEY IS VIN-CODIGO-GRUPO
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-VINCULOS.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "SCORE.CPY".
       FD ARCHIVO-AVALES.
           COPY "AVAL.CPY".
       FD ARCHIVO-TASAS-REFERENCIA.
           COPY "TASA-REFERENCIA.CPY".
       FD ARCHIVO-VINCULOS.
           COPY "VINCULO-RIESGO.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-HASH PIC X(2) VALUE "00".
       77 WS-HASH-ANTERIOR PIC 9(8) VALUE 0.
       77 WS-RUT-DV-VALIDO PIC X VALUE 'N'.
           88 RUT-DV-ES-VALIDO VALUE 'S'.
       77 WS-TASA-ANUAL PIC 9V9(4).
      *    Tipo de tasa: FIJ para toda la vida del prestamo, o VAR =
      *    tasa de referencia mas spread, repreciada cada tantos
      *    meses por REPRECIO-PRESTAMOS.
       77 WS-TIPO-TASA PIC X(3) VALUE "FIJ".
       77 WS-SPREAD PIC 9V9(4) VALUE 0.
       77 WS-MESES-REPRECIO PIC 9(2) VALUE 0.
      *    Tasa variable: tasa de referencia del dia
      *    (tasas_referencia.txt) mas el spread del prestamo, y
      *    fecha del proximo reprecio a tantos meses de una fecha
      *    base (el dia se conserva, o el ultimo del mes si ese mes
      *    es mas corto).
       77 WS-STATUS-TASAS-REFERENCIA PIC X(2) VALUE "00".
       77 WS-REF-CODIGO PIC X(4).
       77 WS-REF-FECHA PIC 9(8).
       77 WS-REF-TASA PIC 9V9(4) VALUE 0.
       77 WS-REF-ENCONTRADA PIC X VALUE 'N'.
           88 REFERENCIA-ENCONTRADA VALUE 'S'.
       77 WS-TASAS-REFERENCIA-EOF PIC X VALUE 'N'.
           88 WS-TASAS-REFERENCIA-FIN VALUE 'S'.
       77 WS-REP-FECHA-BASE PIC 9(8).
       77 WS-REP-MESES PIC 9(2).
       77 WS-REP-FECHA-SIGUIENTE PIC 9(8).
       77 WS-REP-ANIO PIC 9(4).
       77 WS-REP-MES PIC 9(2).
       77 WS-REP-DIA PIC 9(2).
       77 WS-REP-TOTAL-MESES PIC 9(6).
       77 WS-REP-ENTERO-INICIO PIC S9(9) COMP.
       77 WS-REP-ENTERO-FIN PIC S9(9) COMP.
       77 WS-CANTIDAD-CUOTAS PIC 9(3).
       77 WS-EXPOSICION-VIGENTE PIC 9(9) VALUE 0.
      *    Limites legales de credito sobre el patrimonio efectivo
      *    del banco (los mismos de REPORTE-GRANDES-EXPOSICIONES):
      *    un grupo economico cuenta como un solo deudor, y los
      *    relacionados tienen limite individual y global. La
      *    exposicion suma prestamos, avales otorgados a deudores
      *    de fuera del conjunto y lineas de sobregiro.
       77 WS-STATUS-VINCULOS PIC X(2) VALUE "00".
       77 WS-PATRIMONIO-EFECTIVO PIC 9(12) VALUE 250000000.
       77 WS-PORC-LIMITE-GRUPO PIC 9(3)V99 VALUE 10.
       77 WS-PORC-LIMITE-RELACIONADO PIC 9(3)V99 VALUE 5.
       77 WS-PORC-LIMITE-RELACIONADOS PIC 9(3)V99 VALUE 25.
       77 WS-LIMITE-LEGAL PIC 9(12).
       77 WS-GRUPO-SOLICITANTE PIC X(8) VALUE SPACES.
       77 WS-SOLICITANTE-RELACIONADO PIC X VALUE 'N'.
           88 SOLICITANTE-RELACIONADO VALUE 'S'.
      *    Conjunto cuya exposicion se suma: G=miembros del grupo
      *    del solicitante, R=todos los relacionados con el banco.
       77 WS-CONJUNTO PIC X(1).
           88 CONJUNTO-ES-GRUPO VALUE 'G'.
       77 WS-EXPOSICION-CONJUNTO PIC 9(12).
       77 WS-EXPOSICION-PROPIA PIC 9(12).
       77 WS-EXPOSICION-RUT PIC 9(12).
       77 WS-RUT-CONSULTA PIC X(10).
       77 WS-ES-MIEMBRO PIC X VALUE 'N'.
           88 ES-MIEMBRO-CONJUNTO VALUE 'S'.
       77 WS-AVAL-EN-CONJUNTO PIC X VALUE 'N'.
           88 AVAL-EN-CONJUNTO VALUE 'S'.
       77 WS-VINCULOS-EOF PIC X VALUE 'N'.
           88 WS-VINCULOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-AVALES-EOF PIC X VALUE 'N'.
           88 WS-AVALES-FIN-ARCHIVO VALUE 'S'.
       77 WS-CUENTAS-EOF PIC X VALUE 'N'.
           88 WS-CUENTAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-FORMATO-EXPOSICION PIC Z(11)9.
      *    Aprobacion especial del credito a un relacionado: firma
      *    de un segundo supervisor, distinto del que origina.
       77 WS-SEGUNDO-RUT PIC X(10) VALUE SPACES.
       77 WS-SEGUNDO-NUM-CUENTA PIC 9(3).
       77 WS-SEGUNDO-CLAVE PIC 9(4).
       77 WS-SEGUNDO-CLAVE-HASH PIC 9(8).
       77 WS-SEGUNDO-AUTORIZADO PIC X VALUE 'N'.
           88 SEGUNDO-AUTORIZADO VALUE 'S'.
       77 WS-MOTIVO-RECHAZO PIC X(40) VALUE SPACES.
       77 WS-CUENTA-OK PIC X VALUE 'N'.
           88 CUENTA-ELEGIBLE VALUE 'S'.
            DISPLAY "MONTO SOLICITADO: ".
            ACCEPT WS-MONTO-SOLICITADO.

            DISPLAY "TIPO DE TASA (FIJ=FIJA, VAR=VARIABLE): ".
            ACCEPT WS-TIPO-TASA.
            MOVE FUNCTION UPPER-CASE(WS-TIPO-TASA) TO WS-TIPO-TASA.
            IF WS-TIPO-TASA = "VAR"
                PERFORM PEDIR-TASA-VARIABLE
            ELSE
                MOVE "FIJ" TO WS-TIPO-TASA
                DISPLAY "TASA ANUAL (EJ: 0.1200): "
                ACCEPT WS-TASA-ANUAL
            END-IF.

            DISPLAY "CANTIDAD DE CUOTAS: ".
            ACCEPT WS-CANTIDAD-CUOTAS.

            PERFORM EVALUAR-ELEGIBILIDAD.

            IF WS-MOTIVO-RECHAZO = SPACES
               AND SOLICITANTE-RELACIONADO THEN
                DISPLAY
                    "SOLICITANTE RELACIONADO CON EL BANCO: SE "
                    "REQUIERE LA APROBACION ESPECIAL DE UN SEGUNDO "
                    "SUPERVISOR"
                PERFORM AUTORIZAR-APROBACION-ESPECIAL
                IF NOT SEGUNDO-AUTORIZADO
                    MOVE "RELACIONADO SIN APROBACION ESPECIAL"
                        TO WS-MOTIVO-RECHAZO
                END-IF
            END-IF.

            IF WS-MOTIVO-RECHAZO NOT = SPACES THEN
                DISPLAY "SOLICITUD RECHAZADA: " WS-MOTIVO-RECHAZO
                PERFORM GRABAR-AUDITORIA-DECISION
                           MOVE "CUENTA ASOCIADA BLOQUEADA"
                               TO WS-MOTIVO-RECHAZO
                       END-IF
                       IF PRODUCTO-ES-MENOR
                           MOVE "CUENTA DE MENOR: SIN CREDITO"
                               TO WS-MOTIVO-RECHAZO
                       END-IF
               END-READ
               CLOSE ARCHIVO-CUENTAS

                       MOVE "EXPOSICION SOBRE EL TOPE"
                           TO WS-MOTIVO-RECHAZO
                   END-IF
               END-IF

               IF WS-MOTIVO-RECHAZO = SPACES
                   PERFORM EVALUAR-VINCULOS
               END-IF.

            EVALUAR-VINCULOS.
      *        Limites legales segun el registro de grupos
      *        economicos y relacionados: sin registro, o sin el
      *        RUT en el, no hay nada mas que revisar.
               MOVE SPACES TO WS-GRUPO-SOLICITANTE
               MOVE 'N' TO WS-SOLICITANTE-RELACIONADO
               OPEN INPUT ARCHIVO-VINCULOS
               IF WS-STATUS-VINCULOS NOT = "35"
                   MOVE WS-RUT TO VIN-RUT
                   READ ARCHIVO-VINCULOS KEY IS VIN-RUT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF VIN-ESTA-VIGENTE
                               MOVE VIN-CODIGO-GRUPO
                                   TO WS-GRUPO-SOLICITANTE
                               MOVE VIN-RELACIONADO
                                   TO WS-SOLICITANTE-RELACIONADO
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-VINCULOS
               END-IF

               IF WS-GRUPO-SOLICITANTE NOT = SPACES
                   MOVE 'G' TO WS-CONJUNTO
                   PERFORM SUMAR-EXPOSICION-CONJUNTO
                   COMPUTE WS-LIMITE-LEGAL ROUNDED =
                       WS-PATRIMONIO-EFECTIVO
                       * WS-PORC-LIMITE-GRUPO / 100
                   MOVE WS-EXPOSICION-CONJUNTO
                       TO WS-FORMATO-EXPOSICION
                   DISPLAY "EXPOSICION DEL GRUPO " WS-GRUPO-SOLICITANTE
                       ": " WS-FORMATO-EXPOSICION
                   IF WS-EXPOSICION-CONJUNTO + WS-MONTO-SOLICITADO
                      > WS-LIMITE-LEGAL
                       MOVE "EXPOSICION DEL GRUPO SOBRE LIMITE LEGAL"
                           TO WS-MOTIVO-RECHAZO
                   END-IF
               END-IF

               IF WS-MOTIVO-RECHAZO = SPACES
                  AND SOLICITANTE-RELACIONADO
                   MOVE 'R' TO WS-CONJUNTO
                   PERFORM SUMAR-EXPOSICION-CONJUNTO
                   COMPUTE WS-LIMITE-LEGAL ROUNDED =
                       WS-PATRIMONIO-EFECTIVO
                       * WS-PORC-LIMITE-RELACIONADO / 100
                   IF WS-EXPOSICION-PROPIA + WS-MONTO-SOLICITADO
                      > WS-LIMITE-LEGAL
                       MOVE "RELACIONADO SOBRE SU LIMITE LEGAL"
                           TO WS-MOTIVO-RECHAZO
                   END-IF
                   COMPUTE WS-LIMITE-LEGAL ROUNDED =
                       WS-PATRIMONIO-EFECTIVO
                       * WS-PORC-LIMITE-RELACIONADOS / 100
                   IF WS-MOTIVO-RECHAZO = SPACES
                      AND WS-EXPOSICION-CONJUNTO + WS-MONTO-SOLICITADO
                          > WS-LIMITE-LEGAL
                       MOVE "RELACIONADOS SOBRE LIMITE GLOBAL"
                           TO WS-MOTIVO-RECHAZO
                   END-IF
               END-IF.

            SUMAR-EXPOSICION-CONJUNTO.
      *        Exposicion del conjunto WS-CONJUNTO en pesos: primero
      *        lo directo de cada miembro vigente (prestamos y lineas
      *        de sobregiro); despues los avales que algun miembro
      *        otorgo a un deudor de fuera del conjunto (los de
      *        adentro ya estan sumados como deuda directa). Lo del
      *        propio solicitante queda ademas en
      *        WS-EXPOSICION-PROPIA, con todos sus avales.
               MOVE 0 TO WS-EXPOSICION-CONJUNTO
               MOVE 0 TO WS-EXPOSICION-PROPIA
               OPEN INPUT ARCHIVO-VINCULOS
               OPEN INPUT ARCHIVO-PRESTAMOS
               OPEN INPUT ARCHIVO-CUENTAS
               MOVE 'N' TO WS-VINCULOS-EOF
               IF CONJUNTO-ES-GRUPO
                   MOVE WS-GRUPO-SOLICITANTE TO VIN-CODIGO-GRUPO
                   START ARCHIVO-VINCULOS
                       KEY IS EQUAL TO VIN-CODIGO-GRUPO
                       INVALID KEY
                           MOVE 'S' TO WS-VINCULOS-EOF
                   END-START
               ELSE
                   MOVE LOW-VALUES TO VIN-RUT
                   START ARCHIVO-VINCULOS
                       KEY IS NOT LESS THAN VIN-RUT
                       INVALID KEY
                           MOVE 'S' TO WS-VINCULOS-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-VINCULOS-FIN-ARCHIVO
                   READ ARCHIVO-VINCULOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-VINCULOS-EOF
                   END-READ
                   IF NOT WS-VINCULOS-FIN-ARCHIVO
                       IF CONJUNTO-ES-GRUPO
                          AND VIN-CODIGO-GRUPO
                              NOT = WS-GRUPO-SOLICITANTE
                           MOVE 'S' TO WS-VINCULOS-EOF
                       ELSE
                           PERFORM EVALUAR-MIEMBRO-LEIDO
                           IF ES-MIEMBRO-CONJUNTO
                               MOVE VIN-RUT TO WS-RUT-CONSULTA
                               PERFORM SUMAR-EXPOSICION-DIRECTA
                               ADD WS-EXPOSICION-RUT
                                   TO WS-EXPOSICION-CONJUNTO
                               IF VIN-RUT = WS-RUT
                                   ADD WS-EXPOSICION-RUT
                                       TO WS-EXPOSICION-PROPIA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM SUMAR-AVALES-CONJUNTO
               CLOSE ARCHIVO-CUENTAS
               IF WS-STATUS-PRESTAMOS NOT = "35"
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF
               CLOSE ARCHIVO-VINCULOS.

            EVALUAR-MIEMBRO-LEIDO.
      *        El registro de ARCHIVO-VINCULOS cargado es del
      *        conjunto si esta vigente y calza con el grupo o con
      *        la marca de relacionado.
               MOVE 'N' TO WS-ES-MIEMBRO
               IF VIN-ESTA-VIGENTE
                   IF CONJUNTO-ES-GRUPO
                       IF VIN-CODIGO-GRUPO = WS-GRUPO-SOLICITANTE
                           MOVE 'S' TO WS-ES-MIEMBRO
                       END-IF
                   ELSE
                       IF VIN-ES-RELACIONADO
                           MOVE 'S' TO WS-ES-MIEMBRO
                       END-IF
                   END-IF
               END-IF.

            BUSCAR-MIEMBRO.
               MOVE 'N' TO WS-ES-MIEMBRO
               MOVE WS-RUT-CONSULTA TO VIN-RUT
               READ ARCHIVO-VINCULOS KEY IS VIN-RUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM EVALUAR-MIEMBRO-LEIDO
               END-READ.

            SUMAR-EXPOSICION-DIRECTA.
      *        Prestamos con saldo (UF al valor del dia) y lineas
      *        de sobregiro de las cuentas de WS-RUT-CONSULTA.
               MOVE 0 TO WS-EXPOSICION-RUT
               IF WS-STATUS-PRESTAMOS = "35"
                   MOVE 'S' TO WS-PRESTAMOS-EOF
               ELSE
                   MOVE 'N' TO WS-PRESTAMOS-EOF
                   MOVE WS-RUT-CONSULTA TO PRESTAMO-RUT
                   MOVE 0 TO NUM-PRESTAMO
                   START ARCHIVO-PRESTAMOS
                       KEY IS NOT LESS THAN PRESTAMO-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-PRESTAMOS-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-PRESTAMOS-FIN-ARCHIVO
                   READ ARCHIVO-PRESTAMOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-PRESTAMOS-EOF
                   END-READ
                   IF NOT WS-PRESTAMOS-FIN-ARCHIVO
                       IF PRESTAMO-RUT NOT = WS-RUT-CONSULTA
                           MOVE 'S' TO WS-PRESTAMOS-EOF
                       ELSE
                           PERFORM SUMAR-SALDO-PRESTAMO
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'N' TO WS-CUENTAS-EOF
               MOVE WS-RUT-CONSULTA TO RUT
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
                   END-READ
                   IF NOT WS-CUENTAS-FIN-ARCHIVO
                       IF RUT NOT = WS-RUT-CONSULTA
                           MOVE 'S' TO WS-CUENTAS-EOF
                       ELSE
                           ADD LIMITE-SOBREGIRO TO WS-EXPOSICION-RUT
                       END-IF
                   END-IF
               END-PERFORM.

            SUMAR-SALDO-PRESTAMO.
      *        Saldo del PRESTAMO cargado, en pesos, a
      *        WS-EXPOSICION-RUT.
               IF PRESTAMO-ES-UF
                   COMPUTE WS-EXPOSICION-CLP ROUNDED =
                       SALDO-PRESTAMO * WS-VALOR-UF / 100
                   ADD WS-EXPOSICION-CLP TO WS-EXPOSICION-RUT
               ELSE
                   ADD SALDO-PRESTAMO TO WS-EXPOSICION-RUT
               END-IF.

            SUMAR-AVALES-CONJUNTO.
      *        Un aval otorgado por un miembro cuenta por el saldo
      *        del prestamo que garantiza; si el deudor tambien es
      *        del conjunto ya se sumo como deuda directa.
               OPEN INPUT ARCHIVO-AVALES
               IF WS-STATUS-AVALES = "35"
                   MOVE 'S' TO WS-AVALES-EOF
               ELSE
                   MOVE 'N' TO WS-AVALES-EOF
               END-IF
               PERFORM UNTIL WS-AVALES-FIN-ARCHIVO
                   READ ARCHIVO-AVALES NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-AVALES-EOF
                   END-READ
                   IF NOT WS-AVALES-FIN-ARCHIVO
                       MOVE AVL-RUT-AVAL TO WS-RUT-CONSULTA
                       PERFORM BUSCAR-MIEMBRO
                       MOVE WS-ES-MIEMBRO TO WS-AVAL-EN-CONJUNTO
                       IF AVAL-EN-CONJUNTO
                          OR AVL-RUT-AVAL = WS-RUT
                           PERFORM SUMAR-UN-AVAL
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-STATUS-AVALES NOT = "35"
                   CLOSE ARCHIVO-AVALES
               END-IF.

            SUMAR-UN-AVAL.
               MOVE 0 TO WS-EXPOSICION-RUT
               IF WS-STATUS-PRESTAMOS NOT = "35"
                   MOVE AVL-RUT-DEUDOR TO PRESTAMO-RUT
                   MOVE AVL-NUM-PRESTAMO TO NUM-PRESTAMO
                   READ ARCHIVO-PRESTAMOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM SUMAR-SALDO-PRESTAMO
                   END-READ
               END-IF
               IF AVL-RUT-AVAL = WS-RUT
                   ADD WS-EXPOSICION-RUT TO WS-EXPOSICION-PROPIA
               END-IF
               IF AVAL-EN-CONJUNTO
                   MOVE AVL-RUT-DEUDOR TO WS-RUT-CONSULTA
                   PERFORM BUSCAR-MIEMBRO
                   IF NOT ES-MIEMBRO-CONJUNTO
                       ADD WS-EXPOSICION-RUT TO WS-EXPOSICION-CONJUNTO
                   END-IF
               END-IF.

            AUTORIZAR-APROBACION-ESPECIAL.
      *        Segunda firma de un supervisor distinto del que
      *        origina, igual que la segunda firma de
      *        MANTENCION-PARAMETROS.
               MOVE 'N' TO WS-SEGUNDO-AUTORIZADO

               DISPLAY "RUT DEL SEGUNDO SUPERVISOR: "
               ACCEPT WS-SEGUNDO-RUT
               MOVE FUNCTION UPPER-CASE(WS-SEGUNDO-RUT)
                   TO WS-SEGUNDO-RUT

               IF WS-SEGUNDO-RUT = WS-SUPERVISOR-RUT
                   DISPLAY
                       "EL SEGUNDO SUPERVISOR DEBE SER DISTINTO DEL "
                       "PRIMERO"
               ELSE
                   DISPLAY "NUMERO DE CUENTA DEL SEGUNDO SUPERVISOR: "
                   ACCEPT WS-SEGUNDO-NUM-CUENTA

                   DISPLAY "CLAVE DEL SEGUNDO SUPERVISOR: "
                   ACCEPT WS-SEGUNDO-CLAVE

                   COMPUTE WS-SEGUNDO-CLAVE-HASH =
                       FUNCTION MOD
                           ((WS-SEGUNDO-CLAVE * 7919) + 104729,
                            100000000)

                   OPEN INPUT ARCHIVO-CUENTAS
                   MOVE WS-SEGUNDO-RUT TO RUT
                   MOVE WS-SEGUNDO-NUM-CUENTA TO NUM-CUENTA
                   READ ARCHIVO-CUENTAS
                       INVALID KEY
                           DISPLAY "SEGUNDO SUPERVISOR NO ENCONTRADO"
                       NOT INVALID KEY
                           IF CUENTA-ES-SUPERVISOR
                              AND WS-SEGUNDO-CLAVE-HASH = CLAVE
                               MOVE 'S' TO WS-SEGUNDO-AUTORIZADO
                           ELSE
                               DISPLAY
                                   "CREDENCIALES DEL SEGUNDO "
                                   "SUPERVISOR INVALIDAS"
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

            CONSULTAR-SCORE-EXTERNO.
               MOVE 0 TO PRESTAMO-DIAS-MORA
               MOVE 0 TO PRESTAMO-TRAMO-MORA
               MOVE 0 TO PRESTAMO-INTERES-PENAL
               MOVE WS-TIPO-TASA TO PRESTAMO-TIPO-TASA
               IF PRESTAMO-TASA-VARIABLE
                   MOVE WS-REF-CODIGO TO PRESTAMO-CODIGO-REFERENCIA
                   MOVE WS-SPREAD TO PRESTAMO-SPREAD
                   MOVE WS-MESES-REPRECIO TO PRESTAMO-MESES-REPRECIO
                   MOVE WS-FECHA-HOY TO WS-REP-FECHA-BASE
                   MOVE WS-MESES-REPRECIO TO WS-REP-MESES
                   PERFORM CALCULAR-FECHA-REPRECIO
                   MOVE WS-REP-FECHA-SIGUIENTE
                       TO PRESTAMO-FECHA-REPRECIO
               ELSE
                   MOVE SPACES TO PRESTAMO-CODIGO-REFERENCIA
                   MOVE 0 TO PRESTAMO-SPREAD
                   MOVE 0 TO PRESTAMO-MESES-REPRECIO
                   MOVE 0 TO PRESTAMO-FECHA-REPRECIO
               END-IF
               WRITE PRESTAMO
                   INVALID KEY
                       DISPLAY "YA EXISTE UN PRESTAMO CON ESE NUMERO"
               MOVE BIT-FECHAYHORA TO MOV-FECHAYHORA
               MOVE BIT-ID-TERMINAL TO MOV-ID-TERMINAL
               MOVE BIT-ANU-TIPO-ORIGINAL TO MOV-ANU-TIPO-ORIGINAL
               MOVE BIT-RUT-CONTRAPARTE TO MOV-RUT-CONTRAPARTE
               WRITE MOVIMIENTO
                   INVALID KEY
                       CONTINUE
               END-WRITE
               CLOSE ARCHIVO-MOVIMIENTOS.

            PEDIR-TASA-VARIABLE.
      *        La tasa inicial es la de referencia vigente hoy mas el
      *        spread pactado; sin tasa de referencia cargada para el
      *        codigo no se puede originar a tasa variable.
               DISPLAY "CODIGO DE TASA DE REFERENCIA: "
               ACCEPT WS-REF-CODIGO
               MOVE FUNCTION UPPER-CASE(WS-REF-CODIGO) TO WS-REF-CODIGO
               DISPLAY "SPREAD SOBRE LA REFERENCIA (EJ: 0.0250): "
               ACCEPT WS-SPREAD
               DISPLAY "MESES ENTRE REPRECIOS (1 A 12): "
               ACCEPT WS-MESES-REPRECIO
               IF WS-SPREAD NOT NUMERIC
                  OR WS-MESES-REPRECIO NOT NUMERIC
                  OR WS-MESES-REPRECIO = 0
                  OR WS-MESES-REPRECIO > 12
                   DISPLAY "DATOS DE TASA VARIABLE INVALIDOS"
                   STOP RUN
               END-IF
               MOVE WS-FECHA-HOY TO WS-REF-FECHA
               PERFORM BUSCAR-TASA-REFERENCIA
               IF NOT REFERENCIA-ENCONTRADA
                   DISPLAY "NO HAY TASA DE REFERENCIA " WS-REF-CODIGO
                       " VIGENTE: NO SE PUEDE ORIGINAR A TASA VARIABLE"
                   STOP RUN
               END-IF
               COMPUTE WS-TASA-ANUAL = WS-REF-TASA + WS-SPREAD
               DISPLAY "TASA INICIAL: " WS-TASA-ANUAL
                   " (REFERENCIA " WS-REF-TASA " + SPREAD " WS-SPREAD
                   ")".

            GRABAR-AUDITORIA-DECISION.
      *        La decision queda en la bitacora administrativa, tanto
      *        aprobada como rechazada con su motivo.
                   INTO ADM-OBJETO
               END-STRING
               WRITE REGISTRO-AUDITORIA-ADMIN
      *        El credito aprobado a un relacionado deja ademas la
      *        aprobacion especial a nombre del segundo supervisor.
               IF WS-MOTIVO-RECHAZO = SPACES
                  AND SOLICITANTE-RELACIONADO
                   MOVE WS-SEGUNDO-RUT TO ADM-EJECUTIVO-RUT
                   MOVE "APROB-ESP" TO ADM-ACCION
                   MOVE "CREDITO A RELACIONADO CON EL BANCO"
                       TO ADM-DETALLE
                   WRITE REGISTRO-AUDITORIA-ADMIN
               END-IF
               CLOSE ARCHIVO-AUDITORIA.

            CALCULAR-HASH-BITACORA.
                       END-IF
               END-READ
               CLOSE ARCHIVO-CUENTAS.

            BUSCAR-TASA-REFERENCIA.
      *        Tasa de referencia WS-REF-CODIGO que rige el dia
      *        WS-REF-FECHA: las filas del codigo se leen en orden de
      *        fecha, asi que la ultima que no es posterior a ese dia
      *        es la vigente.
               MOVE 'N' TO WS-REF-ENCONTRADA
               MOVE 0 TO WS-REF-TASA
               OPEN INPUT ARCHIVO-TASAS-REFERENCIA
               IF WS-STATUS-TASAS-REFERENCIA NOT = "35"
                   MOVE WS-REF-CODIGO TO REF-CODIGO
                   MOVE 0 TO REF-FECHA
                   MOVE 'N' TO WS-TASAS-REFERENCIA-EOF
                   START ARCHIVO-TASAS-REFERENCIA
                       KEY IS NOT LESS THAN REF-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-TASAS-REFERENCIA-EOF
                   END-START
                   PERFORM UNTIL WS-TASAS-REFERENCIA-FIN
                       READ ARCHIVO-TASAS-REFERENCIA NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-TASAS-REFERENCIA-EOF
                           NOT AT END
                               IF REF-CODIGO NOT = WS-REF-CODIGO
                                  OR REF-FECHA > WS-REF-FECHA
                                   MOVE 'S' TO WS-TASAS-REFERENCIA-EOF
                               ELSE
                                   MOVE 'S' TO WS-REF-ENCONTRADA
                                   MOVE REF-TASA-ANUAL TO WS-REF-TASA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TASAS-REFERENCIA
               END-IF.

            CALCULAR-FECHA-REPRECIO.
      *        WS-REP-FECHA-SIGUIENTE = WS-REP-FECHA-BASE mas
      *        WS-REP-MESES meses calendario, con el mismo dia del
      *        mes o el ultimo dia si el mes de llegada es mas corto.
               COMPUTE WS-REP-ANIO = WS-REP-FECHA-BASE / 10000
               COMPUTE WS-REP-MES =
                   FUNCTION MOD(WS-REP-FECHA-BASE / 100, 100)
               COMPUTE WS-REP-DIA =
                   FUNCTION MOD(WS-REP-FECHA-BASE, 100)
               COMPUTE WS-REP-TOTAL-MESES =
                   (WS-REP-ANIO * 12) + WS-REP-MES - 1 + WS-REP-MESES
               COMPUTE WS-REP-ANIO = WS-REP-TOTAL-MESES / 12
               COMPUTE WS-REP-MES =
                   WS-REP-TOTAL-MESES - (WS-REP-ANIO * 12) + 1
               COMPUTE WS-REP-ENTERO-INICIO =
                   FUNCTION INTEGER-OF-DATE
                       ((WS-REP-ANIO * 10000) + (WS-REP-MES * 100) + 1)
               IF WS-REP-MES = 12
                   COMPUTE WS-REP-ENTERO-FIN =
                       FUNCTION INTEGER-OF-DATE
                           (((WS-REP-ANIO + 1) * 10000) + 101) - 1
               ELSE
                   COMPUTE WS-REP-ENTERO-FIN =
                       FUNCTION INTEGER-OF-DATE
                           ((WS-REP-ANIO * 10000)
                            + ((WS-REP-MES + 1) * 100) + 1) - 1
               END-IF
               IF WS-REP-ENTERO-INICIO + WS-REP-DIA - 1
                  < WS-REP-ENTERO-FIN
                   COMPUTE WS-REP-ENTERO-FIN =
                       WS-REP-ENTERO-INICIO + WS-REP-DIA - 1
               END-IF
               COMPUTE WS-REP-FECHA-SIGUIENTE =
                   FUNCTION DATE-OF-INTEGER(WS-REP-ENTERO-FIN).
       END PROGRAM SOLICITAR-PRESTAMO.
