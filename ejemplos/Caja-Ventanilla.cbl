               RECORD KEY IS CLI-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CLIENTES.
           SELECT ARCHIVO-SEGMENTOS ASSIGN TO "segmentos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SEGMENTOS.
           SELECT ARCHIVO-RIESGOS ASSIGN TO "riesgos_clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIE-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RIESGOS.
           SELECT OPTIONAL ARCHIVO-DECLARACIONES
               ASSIGN TO "declaraciones_origen.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO "hash_bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HASH.
           SELECT ARCHIVO-MEMOS ASSIGN TO "memos_clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEM-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MEMOS.
           SELECT ARCHIVO-TERMINALES
               ASSIGN TO "terminales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-ID-TERMINAL
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TERMINALES.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "PRODUCTO.CPY".
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-SEGMENTOS.
           COPY "SEGMENTO.CPY".
       FD ARCHIVO-RIESGOS.
           COPY "RIESGO-CLIENTE.CPY".
       FD ARCHIVO-DECLARACIONES.
           COPY "DECLARACION-ORIGEN.CPY".
       FD ARCHIVO-BOVEDA.
           COPY "MOVIMIENTO.CPY".
       FD ARCHIVO-HASH-BITACORA.
       01 REGISTRO-HASH-BITACORA PIC 9(8).
       FD ARCHIVO-MEMOS.
           COPY "MEMO-CLIENTE.CPY".
       FD ARCHIVO-TERMINALES.
           COPY "TERMINAL.CPY".
       WORKING-STORAGE SECTION.
      *    Inicio de sesion del operador contra el maestro
      *    usuarios.txt (roles y bloqueo por intentos); ver
       77 WS-STATUS-CONVENIOS PIC X(2) VALUE "00".
       77 WS-STATUS-PRODUCTOS PIC X(2) VALUE "00".
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-STATUS-SEGMENTOS PIC X(2) VALUE "00".
       77 WS-STATUS-RIESGOS PIC X(2) VALUE "00".
      *    Alertas vigentes de la ficha del cliente; ver
      *    MEMO-CLIENTE.CPY.
       77 WS-STATUS-MEMOS PIC X(2) VALUE "00".
       77 WS-MEMOS-EOF PIC X VALUE 'N'.
           88 WS-MEMOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-ALERTA-BLOQUEA PIC X VALUE 'N'.
           88 ALERTA-BLOQUEA-OPERACION VALUE 'S'.
      *    Reglas del producto de la cuenta, del catalogo
      *    productos.txt, aplicadas igual que en el cajero
      *    automatico: sin sobregiro la linea no cuenta en el
      *    monto el giro exige perfil KYC vigente del cliente.
       77 WS-MONTO-UMBRAL-AUTORIZACION PIC 9(8) VALUE 2000000.
       77 WS-MESES-VIGENCIA-KYC PIC 9(2) VALUE 12.
      *    Un cliente calificado de riesgo alto tiene un periodo mas
      *    corto; ver RIESGO-CLIENTE.CPY.
       77 WS-KYC-MESES-CLIENTE PIC 9(2).
       77 WS-KYC-VIGENTE PIC X VALUE 'S'.
           88 KYC-ESTA-VIGENTE VALUE 'S'.
      *    Giro de una cuenta de menor sobre su tope sin tutor:
      *    el tutor legal debe estar en la ventanilla con su cedula.
       77 WS-TUTOR-RUT PIC X(10).
       77 WS-TUTOR-PRESENTE PIC X VALUE 'S'.
           88 TUTOR-ESTA-PRESENTE VALUE 'S'.
       77 WS-KYC-FECHA-LIMITE PIC 9(8).
       77 WS-KYC-ENTERO-LIMITE PIC S9(9) COMP.
      *    Declaracion de origen de fondos sobre el umbral legal,
       77 WS-SUPERVISOR-CLAVE-HASH PIC 9(8).
       77 WS-SUPERVISOR-AUTORIZADO PIC X VALUE 'N'.
           88 SUPERVISOR-AUTORIZADO VALUE 'S'.
      *    Sucursal del puesto segun el maestro de terminales
      *    (terminales.txt); queda en blanco si el puesto no esta
      *    registrado o el maestro aun no existe.
       77 WS-STATUS-TERMINALES PIC X(2) VALUE "00".
       77 WS-CODIGO-SUCURSAL PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
            DISPLAY "----------- CAJA DE VENTANILLA -----------".
            MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            PERFORM BUSCAR-SUCURSAL-TERMINAL.

            PERFORM ABRIR-CAJA-DEL-DIA.

            IF NOT CAJA-DEL-DIA-ABIERTA THEN

            DEPOSITO-VENTANILLA.
               PERFORM PEDIR-RUT-Y-CUENTA
               IF ALERTA-BLOQUEA-OPERACION
                   PERFORM AVISAR-OPERACION-BLOQUEADA
               ELSE
                   PERFORM POSTEAR-DEPOSITO-VENTANILLA
               END-IF.

            POSTEAR-DEPOSITO-VENTANILLA.
               DISPLAY "MONTO RECIBIDO EN EFECTIVO: "
               ACCEPT WS-MONTO
               IF WS-MONTO NOT NUMERIC OR WS-MONTO = 0
      *        operacion ocurre y los montos altos exigen perfil
      *        KYC vigente.
               PERFORM PEDIR-RUT-Y-CUENTA
               IF ALERTA-BLOQUEA-OPERACION
                   PERFORM AVISAR-OPERACION-BLOQUEADA
               ELSE
                   PERFORM POSTEAR-GIRO-VENTANILLA
               END-IF.

            POSTEAR-GIRO-VENTANILLA.
               DISPLAY "MONTO A GIRAR POR CAJA: "
               ACCEPT WS-MONTO
               IF WS-MONTO NOT NUMERIC OR WS-MONTO = 0
                       IF WS-MONTO > WS-MONTO-UMBRAL-AUTORIZACION
                           PERFORM VERIFICAR-KYC-VIGENTE
                       END-IF
                       MOVE 'S' TO WS-TUTOR-PRESENTE
                       IF PRODUCTO-ES-MENOR
                          AND NOT MENOR-CUMPLIO-MAYORIA
                          AND WS-MONTO > TOPE-GIRO-SIN-TUTOR
                           PERFORM VERIFICAR-TUTOR-PRESENTE
                       END-IF
                       COMPUTE WS-DISPONIBLE-GIRO =
                           SALDO + WS-SOBREGIRO-APLICABLE
                           - WS-TOTAL-EMBARGADO
                                   "DESACTUALIZADO: MONTOS ALTOS "
                                   "EXIGEN KYC VIGENTE. ACTUALICE "
                                   "LA FICHA ANTES DE PAGAR"
                           WHEN NOT TUTOR-ESTA-PRESENTE
                               DISPLAY
                                   "CUENTA DE MENOR: SOBRE "
                                   TOPE-GIRO-SIN-TUTOR
                                   " EL GIRO EXIGE AL TUTOR LEGAL"
                           WHEN NOT LIMITE-DIARIO-DISPONIBLE
                               DISPLAY
                                   "SUPERA EL LIMITE DIARIO DE "
               END-IF
               END-IF.

            VERIFICAR-TUTOR-PRESENTE.
      *        Cuenta de menor sobre el tope sin tutor: el tutor
      *        registrado en la cuenta debe presentarse y el cajero
      *        confirmar su identidad con la cedula en mano.
               MOVE 'N' TO WS-TUTOR-PRESENTE
               DISPLAY "CUENTA DE MENOR: SE REQUIERE AL TUTOR LEGAL"
               DISPLAY "RUT DEL TUTOR: "
               ACCEPT WS-TUTOR-RUT
               MOVE FUNCTION UPPER-CASE(WS-TUTOR-RUT) TO WS-TUTOR-RUT
               IF WS-TUTOR-RUT NOT = RUT-TUTOR
                   DISPLAY "EL RUT NO CORRESPONDE AL TUTOR DE LA CUENTA"
               ELSE
                   DISPLAY
                       "VERIFICO LA IDENTIDAD DEL TUTOR CON SU "
                       "CEDULA? SI O NO"
                   ACCEPT WS-RESPUESTA
                   MOVE FUNCTION UPPER-CASE(WS-RESPUESTA)
                       TO WS-RESPUESTA
                   IF WS-RESPUESTA-SI
                       MOVE 'S' TO WS-TUTOR-PRESENTE
                   END-IF
               END-IF.

            CARGAR-REGLAS-PRODUCTO-VENT.
      *        Reglas del producto de la cuenta, igual que
      *        CARGAR-REGLAS-PRODUCTO del cajero automatico: si el
      *        Giros GIR del mes en curso de la cuenta, contados en
      *        el indice de movimientos, igual que el cajero: el
      *        limite mensual del producto rige tambien por caja.
      *        Los traspasos TPC de proteccion de sobregiro tambien
      *        cuentan como giro.
               MOVE 0 TO WS-GIROS-ESTE-MES
               MOVE 'N' TO WS-MOVS-EOF
               OPEN INPUT ARCHIVO-MOVIMIENTOS
                              OR MOV-NUM-CUENTA NOT = WS-NUM-CUENTA
                               MOVE 'S' TO WS-MOVS-EOF
                           ELSE
                               IF (MOV-OPERACION = "GIR"
                                   OR MOV-OPERACION = "TPC")
                                  AND MOV-FECHAYHORA(1:7) =
                                      WS-FECHAYHORA-FORMATEADA(1:7)
                                   ADD 1 TO WS-GIROS-ESTE-MES

            VERIFICAR-KYC-VIGENTE.
      *        La revision KYC del cliente debe estar dentro del
      *        periodo regulatorio (el de su calificacion de riesgo
      *        si la tiene) para girar montos sobre el
      *        umbral de autorizacion; cliente sin ficha o sin
      *        fecha de revision se trata como vencido, igual que
      *        en el cajero automatico.
               MOVE 'S' TO WS-KYC-VIGENTE
               MOVE WS-MESES-VIGENCIA-KYC TO WS-KYC-MESES-CLIENTE
               OPEN INPUT ARCHIVO-RIESGOS
               IF WS-STATUS-RIESGOS NOT = "35"
                   MOVE WS-RUT TO RIE-RUT
                   READ ARCHIVO-RIESGOS
                       NOT INVALID KEY
                           IF RIE-MESES-KYC NUMERIC
                              AND RIE-MESES-KYC > 0
                               MOVE RIE-MESES-KYC
                                   TO WS-KYC-MESES-CLIENTE
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-RIESGOS
               END-IF
               COMPUTE WS-KYC-ENTERO-LIMITE =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                   - (WS-KYC-MESES-CLIENTE * 30)
               COMPUTE WS-KYC-FECHA-LIMITE =
                   FUNCTION DATE-OF-INTEGER(WS-KYC-ENTERO-LIMITE)
               OPEN INPUT ARCHIVO-CLIENTES
               ACCEPT WS-RUT
               MOVE FUNCTION UPPER-CASE(WS-RUT) TO WS-RUT
               DISPLAY " "
               PERFORM MOSTRAR-ALERTAS-CLIENTE
               IF ALERTA-BLOQUEA-OPERACION
                   PERFORM AVISAR-OPERACION-BLOQUEADA
               ELSE
                   PERFORM COBRAR-CONVENIO-VENTANILLA
               END-IF.

            COBRAR-CONVENIO-VENTANILLA.
               DISPLAY "CODIGO DE CONVENIO (BILLER): "
               ACCEPT WS-CODIGO-BILLER
               DISPLAY " "
               ACCEPT WS-RUT
               MOVE FUNCTION UPPER-CASE(WS-RUT) TO WS-RUT
               DISPLAY " "
               PERFORM MOSTRAR-SEGMENTO-CLIENTE
               PERFORM MOSTRAR-ALERTAS-CLIENTE
               DISPLAY "NUMERO DE CUENTA: "
               ACCEPT WS-NUM-CUENTA
               DISPLAY " ".

            MOSTRAR-ALERTAS-CLIENTE.
      *        Alertas vigentes de la ficha del cliente (se
      *        mantienen en MANTENCION-MEMOS), destacadas apenas se
      *        digita el RUT; las vencidas o levantadas no salen.
      *        Si una alerta bloquea la operacion en curso (o
      *        todas, TOD), la operacion no se postea hasta que la
      *        levanten.
               MOVE 'N' TO WS-ALERTA-BLOQUEA
               MOVE 'N' TO WS-MEMOS-EOF
               OPEN INPUT ARCHIVO-MEMOS
               IF WS-STATUS-MEMOS NOT = "35"
                   MOVE WS-RUT TO MEM-RUT
                   MOVE 0 TO MEM-NUMERO
                   START ARCHIVO-MEMOS
                       KEY IS NOT LESS THAN MEM-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-MEMOS-EOF
                   END-START
                   PERFORM UNTIL WS-MEMOS-FIN-ARCHIVO
                       READ ARCHIVO-MEMOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MEMOS-EOF
                       END-READ
                       IF NOT WS-MEMOS-FIN-ARCHIVO
                           IF MEM-RUT NOT = WS-RUT
                               MOVE 'S' TO WS-MEMOS-EOF
                           ELSE
                               PERFORM MOSTRAR-UNA-ALERTA
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-MEMOS
               END-IF.

            MOSTRAR-UNA-ALERTA.
               IF MEM-ES-ALERTA AND MEM-ESTA-VIGENTE
                  AND (MEM-FECHA-VENCE = 0
                       OR MEM-FECHA-VENCE NOT < WS-FECHA-HOY)
                   DISPLAY "*** ALERTA " MEM-CODIGO ": " MEM-TEXTO
                   IF NOT MEM-NO-BLOQUEA
                       DISPLAY
                           "*** BLOQUEA EN VENTANILLA: " MEM-BLOQUEA
                       IF MEM-BLOQUEA = "TOD"
                          OR MEM-BLOQUEA = WS-OPCION
                           MOVE 'S' TO WS-ALERTA-BLOQUEA
                       END-IF
                   END-IF
               END-IF.

            AVISAR-OPERACION-BLOQUEADA.
               DISPLAY
                   "OPERACION BLOQUEADA POR UNA ALERTA DEL CLIENTE: "
                   "NO SE POSTEA HASTA QUE UN SUPERVISOR LA LEVANTE"
               DISPLAY " ".

            MOSTRAR-SEGMENTO-CLIENTE.
      *        El segmento de la ultima segmentacion mensual le dice
      *        al cajero el nivel de atencion del cliente; sin
      *        calculo previo el cliente es masivo.
               MOVE "MAS" TO SEG-SEGMENTO
               OPEN INPUT ARCHIVO-SEGMENTOS
               IF WS-STATUS-SEGMENTOS NOT = "35"
                   MOVE WS-RUT TO SEG-RUT
                   READ ARCHIVO-SEGMENTOS
                       INVALID KEY
                           MOVE "MAS" TO SEG-SEGMENTO
                   END-READ
                   CLOSE ARCHIVO-SEGMENTOS
               END-IF
               EVALUATE TRUE
                   WHEN SEG-ES-PREMIUM
                       DISPLAY "SEGMENTO DEL CLIENTE: PREMIUM"
                   WHEN SEG-ES-PREFERENTE
                       DISPLAY "SEGMENTO DEL CLIENTE: PREFERENTE"
                   WHEN OTHER
                       DISPLAY "SEGMENTO DEL CLIENTE: MASIVO"
               END-EVALUATE
               DISPLAY " ".

            SUMAR-ENTRADA-CAJA.
               OPEN I-O ARCHIVO-CAJAS
               MOVE WS-OPERADOR-RUT TO CAJ-OPERADOR
               END-READ
               CLOSE ARCHIVO-CAJAS.

            BUSCAR-SUCURSAL-TERMINAL.
      *        CAJA_ID_VENTANILLA identifica el puesto de atencion
      *        (variable de ambiente, igual que CAJERO_ID_TERMINAL en
      *        el cajero); sin ella se asume VENTANIL. La sucursal se
      *        resuelve en el maestro que mantiene
      *        MANTENCION-SUCURSALES.
               ACCEPT WS-ID-TERMINAL
                   FROM ENVIRONMENT "CAJA_ID_VENTANILLA"
               IF WS-ID-TERMINAL = SPACES THEN
                   MOVE "VENTANIL" TO WS-ID-TERMINAL
               END-IF
               MOVE SPACES TO WS-CODIGO-SUCURSAL
               OPEN INPUT ARCHIVO-TERMINALES
               IF WS-STATUS-TERMINALES NOT = "35" THEN
                   MOVE WS-ID-TERMINAL TO TRM-ID-TERMINAL
                   READ ARCHIVO-TERMINALES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TRM-CODIGO-SUCURSAL
                               TO WS-CODIGO-SUCURSAL
                   END-READ
                   CLOSE ARCHIVO-TERMINALES
               END-IF.

            GRABAR-BOVEDA-FONDO.
      *        El fondo inicial de la caja sale de la boveda como
      *        carga CAR hacia esta ventanilla.
               MOVE WS-FONDO-INICIAL TO BOV-MONTO
               MOVE SPACES TO BOV-SELLO
               MOVE WS-OPERADOR-RUT TO BOV-OPERADOR
               MOVE WS-CODIGO-SUCURSAL TO BOV-SUCURSAL
               MOVE "FONDO INICIAL DE CAJA" TO BOV-DETALLE
               WRITE REGISTRO-BOVEDA
               CLOSE ARCHIVO-BOVEDA.
               MOVE WS-MONTO-CONTADO TO BOV-MONTO
               MOVE SPACES TO BOV-SELLO
               MOVE WS-OPERADOR-RUT TO BOV-OPERADOR
               MOVE WS-CODIGO-SUCURSAL TO BOV-SUCURSAL
               MOVE "RENDICION DE CAJA" TO BOV-DETALLE
               WRITE REGISTRO-BOVEDA
               CLOSE ARCHIVO-BOVEDA.
               MOVE BIT-FECHAYHORA TO MOV-FECHAYHORA
               MOVE BIT-ID-TERMINAL TO MOV-ID-TERMINAL
               MOVE BIT-ANU-TIPO-ORIGINAL TO MOV-ANU-TIPO-ORIGINAL
               MOVE BIT-RUT-CONTRAPARTE TO MOV-RUT-CONTRAPARTE
               WRITE MOVIMIENTO
                   INVALID KEY
                       CONTINUE
