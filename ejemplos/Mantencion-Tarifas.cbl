      *          (tarifas.txt) para uso exclusivo de un ejecutivo:
      *          crear, modificar y consultar los codigos de cobro
      *          que COBRAR-COMISIONES aplica cada mes (monto,
      *          periodicidad y umbral de exencion). Tambien
      *          condona una comision por cobrar impaga de la cartera
      *          comisiones_por_cobrar.txt cuando el banco decide no
      *          cobrarla: queda en estado CON con su fecha y la carga
      *          de perdidas operacionales la recoge.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS TAR-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARIFAS.
           SELECT ARCHIVO-CXC
               ASSIGN TO "comisiones_por_cobrar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CXC.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-TARIFAS.
           COPY "TARIFA.CPY".
       FD ARCHIVO-CXC.
           COPY "COMISION-PENDIENTE.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-TARIFAS PIC X(2) VALUE "00".
       77 WS-CODIGO PIC X(3).
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA VALUE "CRE" "MOD" "CON" "CXC".
       77 WS-STATUS-CXC PIC X(2) VALUE "00".
       77 WS-CXC-RUT PIC X(10).
       77 WS-CXC-NUM-CUENTA PIC 9(3).
       77 WS-CXC-FECHA-DEVENGO PIC 9(8).
       77 WS-CXC-IMPAGO PIC 9(8).
       77 WS-CONFIRMACION PIC X(1).
       77 WS-FECHAYHORA PIC X(21).
       77 WS-SUPERVISOR-RUT PIC X(10).
       77 WS-SUPERVISOR-NUM-CUENTA PIC 9(3).
       77 WS-SUPERVISOR-CLAVE PIC 9(4).
                STOP RUN
            END-IF.

            DISPLAY "ACCION (CRE=CREAR, MOD=MODIFICAR, CON=CONSULTAR, "
            DISPLAY "        CXC=CONDONAR COMISION POR COBRAR): "
            ACCEPT WS-ACCION.
            MOVE FUNCTION UPPER-CASE(WS-ACCION) TO WS-ACCION.

                STOP RUN
            END-IF.

            IF WS-ACCION NOT = "CXC" THEN
                DISPLAY "CODIGO DE LA TARIFA (EJ: MAN, GIR): "
                ACCEPT WS-CODIGO
                MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO
            END-IF.

            EVALUATE WS-ACCION
                WHEN "CRE"
                    PERFORM MODIFICAR-TARIFA
                WHEN "CON"
                    PERFORM CONSULTAR-TARIFA
                WHEN "CXC"
                    PERFORM CONDONAR-COMISION
            END-EVALUATE.

            STOP RUN.
                   MOVE 0 TO TAR-MONTO
               END-IF

               DISPLAY "PERIODICIDAD (MEN=MENSUAL, ANU=ANUAL): "
               ACCEPT TAR-PERIODICIDAD
               MOVE FUNCTION UPPER-CASE(TAR-PERIODICIDAD)
                   TO TAR-PERIODICIDAD
               DISPLAY "PERIODICIDAD: " TAR-PERIODICIDAD
               DISPLAY "UMBRAL DE EXENCION: " TAR-UMBRAL-EXENCION.

            CONDONAR-COMISION.
      *        Una partida pendiente de la cartera por cobrar se
      *        identifica por RUT, cuenta y fecha de devengo (la
      *        clave con que la dejo el batch de cobro).
               OPEN I-O ARCHIVO-CXC
               IF WS-STATUS-CXC = "35"
                   DISPLAY "NO HAY COMISIONES POR COBRAR"
               ELSE
                   DISPLAY "RUT DEL CLIENTE: "
                   ACCEPT WS-CXC-RUT
                   MOVE FUNCTION UPPER-CASE(WS-CXC-RUT) TO WS-CXC-RUT
                   DISPLAY "NUMERO DE CUENTA: "
                   ACCEPT WS-CXC-NUM-CUENTA
                   DISPLAY "FECHA DE DEVENGO (AAAAMMDD): "
                   ACCEPT WS-CXC-FECHA-DEVENGO
                   MOVE WS-CXC-RUT TO CXC-RUT
                   MOVE WS-CXC-NUM-CUENTA TO CXC-NUM-CUENTA
                   MOVE WS-CXC-FECHA-DEVENGO TO CXC-FECHA-DEVENGO
                   READ ARCHIVO-CXC
                       INVALID KEY
                           DISPLAY "COMISION POR COBRAR NO ENCONTRADA"
                       NOT INVALID KEY
                           IF CXC-ESTA-PENDIENTE
                               PERFORM CONFIRMAR-CONDONACION
                           ELSE
                               DISPLAY "LA COMISION NO ESTA PENDIENTE: "
                                   CXC-ESTADO
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CXC
               END-IF.

            CONFIRMAR-CONDONACION.
               COMPUTE WS-CXC-IMPAGO = CXC-MONTO - CXC-MONTO-COBRADO
               DISPLAY "DEVENGADO: " CXC-MONTO
                   " COBRADO: " CXC-MONTO-COBRADO
                   " IMPAGO: " WS-CXC-IMPAGO
               DISPLAY "CONFIRMA CONDONAR EL IMPAGO? (S/N): "
               ACCEPT WS-CONFIRMACION
               MOVE FUNCTION UPPER-CASE(WS-CONFIRMACION)
                   TO WS-CONFIRMACION
               IF WS-CONFIRMACION = 'S'
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA
                   MOVE "CON" TO CXC-ESTADO
                   MOVE WS-FECHAYHORA(1:8) TO CXC-FECHA-CONDONACION
                   REWRITE COMISION-PENDIENTE
                   DISPLAY "COMISION CONDONADA"
               ELSE
                   DISPLAY "CONDONACION CANCELADA"
               END-IF.

            AUTORIZAR-SUPERVISOR.
      *        Exige RUT y CLAVE de una cuenta marcada CUENTA-ES-
      *        SUPERVISOR, validados contra ARCHIVO-CUENTAS igual que
