           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-TARIFAS ASSIGN TO "tarifas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARIFAS.
           SELECT ARCHIVO-PUNTOS ASSIGN TO "puntos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PUNTOS.
           SELECT ARCHIVO-MOVIMIENTOS-PUNTOS
               ASSIGN TO "puntos_movimientos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MOV-PUNTOS.
           SELECT ARCHIVO-ANTICIPOS ASSIGN TO "anticipos_nomina.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-ANTICIPOS.
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
           SELECT OPTIONAL ARCHIVO-CONSENTIMIENTOS
               ASSIGN TO "consentimientos.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-PROVEEDORES-DATOS
               ASSIGN TO "proveedores_datos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PROVEEDORES.
           SELECT ARCHIVO-CONSENT-DATOS
               ASSIGN TO "consentimientos_datos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSD-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CONSENT-DATOS.
           SELECT ARCHIVO-TERMINOS ASSIGN TO "terminos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TERMINOS.
           SELECT ARCHIVO-ACEPTACIONES
               ASSIGN TO "aceptaciones_terminos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACP-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-ACEPTACIONES.
           SELECT OPTIONAL ARCHIVO-CAMARA-SALIDA
               ASSIGN TO "camara_salida.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               RECORD KEY IS DPF-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PLAZOS.
           SELECT ARCHIVO-TASAS-INTERES ASSIGN TO "tasas_interes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAS-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TASAS-INTERES.
           SELECT ARCHIVO-OFERTAS ASSIGN TO "ofertas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGI-NUMERO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RESERVAS.
           SELECT ARCHIVO-RETENCIONES-POS
               ASSIGN TO "retenciones_pos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPO-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RETENCIONES-POS.
           SELECT ARCHIVO-GIROS-RED ASSIGN TO "giros_red.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-GIROS-RED.
           SELECT ARCHIVO-REPRESENTANTES
               ASSIGN TO "representantes.txt"
               ORGANIZATION IS INDEXED
           SELECT OPTIONAL ARCHIVO-DECLARACIONES
               ASSIGN TO "declaraciones_origen.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-TARJETAS-CREDITO
               ASSIGN TO "tarjetas_credito.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCR-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARJETAS-CREDITO.
           SELECT ARCHIVO-TERMINALES
               ASSIGN TO "terminales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-ID-TERMINAL
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TERMINALES.
           SELECT ARCHIVO-PERFILES-TERMINAL
               ASSIGN TO "perfiles_terminal.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTE-ID-TERMINAL
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PERFILES.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
          05 REG-CASS-RETRACTO PIC 9(8).
          05 FILLER PIC X.
          05 REG-CASS-RECHAZADOS PIC 9(6).
          05 FILLER PIC X.
          05 REG-CASS-USD-ACTIVO PIC X.
          05 FILLER PIC X.
          05 REG-CASS-USD-TABLA PIC X(45).
          05 FILLER PIC X.
          05 REG-CASS-USD-RETRACTO PIC 9(8).
       FD ARCHIVO-SALUDOS.
       01 REGISTRO-SALUDO PIC X(60).
       FD ARCHIVO-MENSAJES.
           COPY "OFERTA.CPY".
       FD ARCHIVO-PLAZOS.
           COPY "DEPOSITO-PLAZO.CPY".
       FD ARCHIVO-TASAS-INTERES.
           COPY "TASA-INTERES.CPY".
       FD ARCHIVO-BOLSILLOS.
           COPY "BOLSILLO.CPY".
       FD ARCHIVO-GIROS-SIN-TARJETA.
          05 CON-SUPERVISOR PIC X(10).
       FD ARCHIVO-AUDITORIA.
           COPY "AUDITORIA-ADMIN.CPY".
       FD ARCHIVO-TARIFAS.
           COPY "TARIFA.CPY".
       FD ARCHIVO-PUNTOS.
           COPY "PUNTOS.CPY".
       FD ARCHIVO-MOVIMIENTOS-PUNTOS.
           COPY "MOVIMIENTO-PUNTOS.CPY".
       FD ARCHIVO-ANTICIPOS.
           COPY "ANTICIPO-NOMINA.CPY".
       FD ARCHIVO-SEGMENTOS.
           COPY "SEGMENTO.CPY".
       FD ARCHIVO-RIESGOS.
           COPY "RIESGO-CLIENTE.CPY".
       FD ARCHIVO-CONSENTIMIENTOS.
           COPY "CONSENTIMIENTO.CPY".
       FD ARCHIVO-PROVEEDORES-DATOS.
           COPY "PROVEEDOR-DATOS.CPY".
       FD ARCHIVO-CONSENT-DATOS.
           COPY "CONSENTIMIENTO-DATOS.CPY".
       FD ARCHIVO-TERMINOS.
           COPY "TERMINO.CPY".
       FD ARCHIVO-ACEPTACIONES.
           COPY "ACEPTACION-TERMINOS.CPY".
       FD ARCHIVO-ALERTAS-FRAUDE.
       01 REGISTRO-ALERTA-FRAUDE.
          05 ALF-FECHAYHORA PIC X(19).
           COPY "COMISION-PENDIENTE.CPY".
       FD ARCHIVO-RESERVAS.
           COPY "RESERVA-GIRO.CPY".
       FD ARCHIVO-RETENCIONES-POS.
           COPY "RETENCION-POS.CPY".
       FD ARCHIVO-GIROS-RED.
           COPY "GIRO-RED.CPY".
       FD ARCHIVO-REPRESENTANTES.
           COPY "REPRESENTANTE.CPY".
       FD ARCHIVO-DECLARACIONES.
           COPY "DECLARACION-ORIGEN.CPY".
       FD ARCHIVO-TARJETAS-CREDITO.
           COPY "TARJETA-CREDITO.CPY".
       FD ARCHIVO-TERMINALES.
           COPY "TERMINAL.CPY".
       FD ARCHIVO-PERFILES-TERMINAL.
           COPY "PERFIL-TERMINAL.CPY".
       WORKING-STORAGE SECTION.
      *    Calendario de feriados bancarios cargado desde
      *    feriados.txt (mantenido por operaciones): toda fecha de
       77 WS-PROD-PERMITE-SOBREGIRO PIC X VALUE 'S'.
       77 WS-PROD-MAX-GIROS-MES PIC 9(3) VALUE 0.
       77 WS-GIROS-ESTE-MES PIC 9(4) COMP VALUE 0.
      *    Proteccion de sobregiro: una cuenta corriente puede tener
      *    vinculada una cuenta de ahorro del mismo titular y moneda
      *    (NUM-CUENTA-PROTECCION). Cuando un giro o un pago no
      *    alcanza con el saldo propio, el faltante se traspasa desde
      *    el ahorro (TPC en el ahorro, TPA en la corriente) antes de
      *    ocupar la linea o rechazar; el traspaso cuenta como un
      *    giro del mes del producto de ahorro y puede cobrar la
      *    comision PSO del tarifario al ahorro.
       77 WS-PSO-CUENTA-AHORRO PIC 9(3) VALUE 0.
       77 WS-PSO-SALDO-AHORRO PIC S9(8) VALUE 0.
       77 WS-PSO-DISPONIBLE-AHORRO PIC S9(9) VALUE 0.
       77 WS-PSO-COMISION PIC 9(8) VALUE 0.
       77 WS-PSO-FALTANTE PIC S9(9) VALUE 0.
       77 WS-PSO-TRASPASO PIC 9(8) VALUE 0.
       77 WS-PSO-MAX-GIROS-AHORRO PIC 9(3) VALUE 0.
       77 WS-PSO-NUEVA-CUENTA PIC 9(3) VALUE 0.
       77 WS-PSO-CUENTA-VALIDA PIC X VALUE 'N'.
           88 PSO-CUENTA-ES-VALIDA VALUE 'S'.
       77 WS-PSO-CUENTA-SESION PIC 9(3) VALUE 0.
       77 WS-PSO-SALDO-SESION PIC S9(8) VALUE 0.
       77 WS-PSO-MONTO-SESION PIC 9(8) VALUE 0.
       77 WS-PSO-OPERACION-SESION PIC X(3) VALUE SPACES.
       77 WS-PSO-BOLSILLOS-SESION PIC 9(9) VALUE 0.
       77 WS-PSO-RESERVADO-SESION PIC 9(9) VALUE 0.
       77 WS-PSO-GIROS-SESION PIC 9(4) COMP VALUE 0.
      *    Aprobacion conjunta: sobre el umbral definido por los
      *    titulares, una transferencia queda retenida (cargo TRP)
      *    esperando que el titular secundario la apruebe desde su
           88 SESION-DE-SECUNDARIO VALUE 'S'.
       77 WS-RUT-SECUNDARIO-SESION PIC X(10) VALUE SPACES.
       77 WS-UMBRAL-APROBACION-CONJ PIC 9(8) VALUE 0.
      *    Cuenta de menor (producto MEN): su tutor legal, el tope
      *    de giro en efectivo que el menor puede hacer sin el y si
      *    ya cumplio la mayoria de edad (M), caso en que el tutor
      *    deja de autorizar.
       77 WS-RUT-TUTOR-SESION PIC X(10) VALUE SPACES.
       77 WS-TOPE-GIRO-SIN-TUTOR PIC 9(8) VALUE 0.
       77 WS-ESTADO-MAYORIA PIC X VALUE 'N'.
           88 SESION-MENOR-ES-MAYOR VALUE 'M'.
       77 WS-TUTOR-RUT PIC X(10).
       77 WS-TUTOR-NUM-CUENTA PIC 9(3).
       77 WS-TUTOR-CLAVE PIC 9(4).
       77 WS-TUTOR-CLAVE-HASH PIC 9(8).
       77 WS-TUTOR-AUTORIZADO PIC X VALUE 'N'.
           88 TUTOR-AUTORIZADO VALUE 'S'.
      *    Controles previos de una transferencia (alcance del
      *    representante, enfriamiento de agenda, retencion KYC):
      *    cada uno deja su veredicto en una llave, porque el
           88 OPERACION-RETENIDA-KYC VALUE 'S'.
       77 WS-ENFRIAMIENTO-OK PIC X VALUE 'S'.
           88 ENFRIAMIENTO-PERMITE-SEGUIR VALUE 'S'.
       77 WS-SEG-RETUVO PIC X VALUE 'N'.
           88 OPERACION-RETENIDA-SEGURIDAD VALUE 'S'.
      *    Periodo de seguridad tras un cambio de telefono, correo o
      *    clave (CLI-CAMBIO-SEGURIDAD): durante las horas de la
      *    tarifa PSG (TAR-MONTO; cero = 48) no se transfiere a un
      *    destino nuevo, no se emiten giros sin tarjeta y se
      *    rechazan los giros sobre TAR-UMBRAL-EXENCION (cero =
      *    200000). Cada intento retenido queda en el diario.
       77 WS-SEG-HORAS-PERIODO PIC 9(4) VALUE 48.
       77 WS-SEG-UMBRAL-GIRO PIC 9(8) VALUE 200000.
       77 WS-SEG-EN-PERIODO PIC X VALUE 'N'.
           88 SESION-EN-PERIODO-SEGURIDAD VALUE 'S'.
       77 WS-SEG-FECHA-CAMBIO PIC 9(8) VALUE 0.
       77 WS-SEG-HORA-CAMBIO PIC 9(2) VALUE 0.
       77 WS-SEG-HORAS PIC S9(7) COMP.
       77 WS-TRA-PUEDE-SEGUIR PIC X VALUE 'S'.
           88 TRANSFERENCIA-PUEDE-SEGUIR VALUE 'S'.
       77 WS-TRA-ENCOLADA PIC X VALUE 'N'.
      *    KYC del cliente supere el periodo regulatorio; el
      *    ejecutivo debe actualizar el perfil primero.
       77 WS-MESES-VIGENCIA-KYC PIC 9(2) VALUE 12.
      *    Un cliente calificado de riesgo alto tiene un periodo mas
      *    corto; ver RIESGO-CLIENTE.CPY.
       77 WS-KYC-MESES-CLIENTE PIC 9(2).
       77 WS-KYC-VIGENTE PIC X VALUE 'S'.
           88 KYC-ESTA-VIGENTE VALUE 'S'.
       77 WS-KYC-FECHA-LIMITE PIC 9(8).
       77 WS-KYC-ENTERO-LIMITE PIC S9(9) COMP.
      *    Terminos y condiciones del producto: la version vigente
      *    no aceptada por el RUT se muestra al iniciar sesion;
      *    pasada su fecha de gracia, sin aceptacion no se opera y
      *    el cliente queda derivado a la sucursal.
       77 WS-STATUS-TERMINOS PIC X(2) VALUE "00".
       77 WS-STATUS-ACEPTACIONES PIC X(2) VALUE "00".
       77 WS-TYC-EOF PIC X VALUE 'N'.
           88 WS-TYC-FIN-ARCHIVO VALUE 'S'.
       77 WS-TYC-VERSION PIC 9(3) VALUE 0.
       77 WS-TYC-FECHA-GRACIA PIC 9(8) VALUE 0.
       77 WS-TYC-TEXTO PIC X(60) VALUE SPACES.
       77 WS-TYC-DECISION PIC X VALUE SPACE.
       77 WS-TYC-PENDIENTE PIC X VALUE 'N'.
           88 HAY-TERMINOS-PENDIENTES VALUE 'S'.
      *    Consentimiento de publicidad por canal (PUB): la oferta
      *    del login solo se muestra con el canal CAJ aceptado.
       01 WS-CANALES-PUBLICIDAD.
           05 FILLER PIC X(23) VALUE "SMSMENSAJE DE TEXTO    ".
           05 FILLER PIC X(23) VALUE "EMLCORREO ELECTRONICO  ".
           05 FILLER PIC X(23) VALUE "CARCARTA               ".
           05 FILLER PIC X(23) VALUE "CAJPANTALLA DEL CAJERO ".
       01 WS-CANALES-PUBLICIDAD-TABLA
           REDEFINES WS-CANALES-PUBLICIDAD.
           05 WS-CANAL-PUB OCCURS 4 TIMES.
              10 WS-CANAL-PUB-CODIGO PIC X(3).
              10 WS-CANAL-PUB-NOMBRE PIC X(20).
       77 WS-CANAL-INDICE PIC 9(1).
       77 WS-RESPUESTA-PUB PIC X(1).
       77 WS-MARCA-ANTERIOR PIC X(1).
       77 WS-PUB-CAJERO PIC X VALUE 'N'.
           88 PUB-CAJERO-ACEPTADA VALUE 'S'.
      *    Consentimientos de finanzas abiertas (FAB): el titular
      *    autoriza o revoca a un proveedor inscrito a recibir los
      *    datos de la cuenta en sesion; ver CONSENTIMIENTO-DATOS.CPY.
       77 WS-STATUS-PROVEEDORES PIC X(2) VALUE "00".
       77 WS-STATUS-CONSENT-DATOS PIC X(2) VALUE "00".
       77 WS-FAB-ACCION PIC X(3).
       77 WS-FAB-PROVEEDOR PIC X(6).
       77 WS-FAB-ALCANCE PIC X(1).
       77 WS-FAB-MESES-MAXIMO PIC 9(2) VALUE 12.
       77 WS-FAB-MESES PIC 9(2).
       77 WS-FAB-ANIO-EXPIRACION PIC 9(4).
       77 WS-FAB-MES-EXPIRACION PIC 9(2).
       77 WS-FAB-DIA-EXPIRACION PIC 9(2).
       77 WS-FAB-EOF PIC X VALUE 'N'.
           88 WS-FAB-FIN-ARCHIVO VALUE 'S'.
       77 WS-FAB-PROVEEDOR-VALIDO PIC X VALUE 'N'.
           88 FAB-PROVEEDOR-ES-VALIDO VALUE 'S'.
      *    Tamizado contra la lista de vigilancia de cumplimiento:
      *    una transferencia interbancaria hacia un RUT listado no
      *    viaja a la camara; el cargo queda retenido en la cola de
       77 WS-TOTAL-RESERVADO PIC 9(9) VALUE 0.
       77 WS-RESERVAS-EOF PIC X VALUE 'N'.
           88 WS-RESERVAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-STATUS-RETENCIONES-POS PIC X(2) VALUE "00".
       77 WS-RETENCIONES-POS-EOF PIC X VALUE 'N'.
           88 WS-RETENCIONES-POS-FIN-ARCHIVO VALUE 'S'.
      *    Giro con tarjeta de otro banco: el efectivo sale del
      *    cassette sin tocar ninguna cuenta y el giro queda en
      *    giros_red.txt para cobrarlo al emisor en la liquidacion de
      *    la red. WS-GRD-MONTO-MAXIMO es el tope por giro que la red
      *    permite entregar a una tarjeta ajena.
       77 WS-STATUS-GIROS-RED PIC X(2) VALUE "00".
       77 WS-GRD-NUM-TARJETA PIC 9(16).
       77 WS-GRD-MONTO-MAXIMO PIC 9(8) VALUE 200000.
       77 WS-GRD-ES-PROPIA PIC X VALUE 'N'.
           88 GRD-TARJETA-ES-PROPIA VALUE 'S'.
       77 WS-RGI-CONTADOR PIC 9(10) VALUE 0.
       77 WS-RGI-NUMERO PIC 9(8).
       77 WS-RGI-FECHA PIC 9(8).
      *    transaccion, para poder distinguirlas cuando haya mas de un
      *    cajero escribiendo a la misma bitacora.
       77 WS-ID-TERMINAL PIC X(8) VALUE "CAJERO01".
      *    Autocertificacion de residencia tributaria al abrir la
      *    primera cuenta de un RUT.
       77 WS-RESIDENCIA-INDICE PIC 9(1).
       77 WS-FIN-RESIDENCIAS PIC X VALUE 'N'.
           88 FIN-RESIDENCIAS VALUE 'S'.
       77 WS-PAIS-INGRESADO PIC X(2).
       77 WS-NIF-INGRESADO PIC X(20).
      *    Sucursal a la que pertenece el cajero segun el maestro de
      *    terminales (terminales.txt); queda en blanco si el terminal
      *    no esta registrado o el maestro aun no existe.
       77 WS-STATUS-TERMINALES PIC X(2) VALUE "00".
       77 WS-CODIGO-SUCURSAL PIC X(4) VALUE SPACES.
      *    Perfil de capacidades del terminal (perfiles_terminal.txt,
      *    ver PERFIL-TERMINAL.CPY), leido una vez al partir: que
      *    operaciones ofrece el menu, si recibe efectivo o cheques,
      *    si paga giros sin tarjeta, el tope de giro por franja
      *    horaria y que denominaciones tiene instaladas. Sin perfil
      *    el terminal opera con todo. Cada rechazo por perfil queda
      *    en el diario con el evento PRF y su motivo propio.
       77 WS-STATUS-PERFILES PIC X(2) VALUE "00".
       77 WS-PERFIL-OPERACION PIC X(3).
       77 WS-PERFIL-OPERACION-OK PIC X VALUE 'S'.
           88 OPERACION-HABILITADA-TERMINAL VALUE 'S'.
       77 WS-PERFIL-MOTIVO PIC X(30).
       77 WS-PERFIL-INDICE PIC 9(2) COMP.
       77 WS-PERFIL-INDICE-DENOM PIC 9(1) COMP.
       77 WS-PERFIL-HORA-ACTUAL PIC 9(4).
       77 WS-PERFIL-TOPE-FRANJA PIC 9(8) VALUE 0.
       77 WS-TOPE-FRANJA-OK PIC X VALUE 'S'.
           88 TOPE-FRANJA-RESPETADO VALUE 'S'.
       01 WS-PERFIL-ACTIVO.
           05 WS-PERFIL-TODAS PIC X VALUE 'S'.
               88 PERFIL-OFRECE-TODAS VALUE 'S'.
           05 WS-PERFIL-OPERACIONES.
               10 WS-PERFIL-OPERACION-HAB PIC X(3) OCCURS 40 TIMES.
           05 WS-PERFIL-EFECTIVO PIC X VALUE 'S'.
               88 PERFIL-RECIBE-EFECTIVO VALUE 'S'.
           05 WS-PERFIL-CHEQUES PIC X VALUE 'S'.
               88 PERFIL-RECIBE-CHEQUES VALUE 'S'.
           05 WS-PERFIL-GST PIC X VALUE 'S'.
               88 PERFIL-PAGA-GST VALUE 'S'.
           05 WS-PERFIL-FRANJAS.
               10 WS-PERFIL-FRANJA OCCURS 4 TIMES.
                   15 WS-FRANJA-DESDE PIC 9(4).
                   15 WS-FRANJA-HASTA PIC 9(4).
                   15 WS-FRANJA-TOPE PIC 9(8).
       01 WS-PERFIL-DENOMINACIONES.
           05 WS-DENOMINACION-INSTALADA PIC X OCCURS 5 TIMES.
               88 DENOMINACION-INSTALADA VALUE 'S'.
       77 WS-DENOMINACION-MINIMA PIC 9(5) VALUE 1000.
      *    Contador de secuencia de movimientos, persistido en
      *    secuencia.txt entre ejecuciones para que cada entrada de la
      *    bitacora tenga un identificador unico y referenciable
       01 WS-MSG-DEFECTO PIC X(60).
       77 WS-MSG-ENCONTRADO PIC X VALUE 'N'.
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-STATUS-SEGMENTOS PIC X(2) VALUE "00".
       77 WS-STATUS-RIESGOS PIC X(2) VALUE "00".
      *    Canje de puntos (PTS): abono a la cuenta en pesos al
      *    valor del punto del tarifario (codigo PVL, 1 peso si no
      *    esta), con un minimo de puntos por canje.
       77 WS-STATUS-TARIFAS PIC X(2) VALUE "00".
      *    Tasa de IVA de las comisiones (tarifa IVA del tarifario,
      *    en puntos base) y cargo bruto que se desglosa al grabarlo.
       77 WS-TASA-IVA-PB PIC 9(5) VALUE 1900.
       77 WS-IVA-BRUTO PIC 9(8).
       77 WS-STATUS-PUNTOS PIC X(2) VALUE "00".
       77 WS-STATUS-MOV-PUNTOS PIC X(2) VALUE "00".
       77 WS-VALOR-PUNTO PIC 9(8) VALUE 1.
       77 WS-MINIMO-CANJE-PUNTOS PIC 9(9) VALUE 1000.
       77 WS-PUNTOS-CANJE PIC 9(9) VALUE 0.
       77 WS-PUNTOS-POR-CONSUMIR PIC 9(9) VALUE 0.
       77 WS-PUNTOS-FORMATO PIC Z(8)9.
       77 WS-MONTO-PUNTOS PIC 9(12) VALUE 0.
       77 WS-PUNTOS-EOF PIC X VALUE 'N'.
           88 WS-PUNTOS-FIN-ARCHIVO VALUE 'S'.
      *    Anticipo de remuneraciones (ANT): hasta WS-ANT-PORCENTAJE
      *    del sueldo promedio de los ultimos WS-ANT-SUELDOS-
      *    REQUERIDOS meses seguidos con NOM del mismo empleador,
      *    con la comision fija del tarifario (codigo ANP).
       77 WS-STATUS-ANTICIPOS PIC X(2) VALUE "00".
       77 WS-ANTICIPOS-EOF PIC X VALUE 'N'.
           88 WS-ANTICIPOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-ANT-VIGENTE PIC X VALUE 'N'.
           88 ANTICIPO-VIGENTE-ENCONTRADO VALUE 'S'.
       77 WS-ANT-ELEGIBLE PIC X VALUE 'N'.
           88 SUELDO-ES-ELEGIBLE VALUE 'S'.
       77 WS-ANT-SUELDOS-REQUERIDOS PIC 9(2) COMP VALUE 3.
       77 WS-ANT-PORCENTAJE PIC 9(3) VALUE 50.
       77 WS-ANT-COMISION PIC 9(8) VALUE 0.
       77 WS-ANT-SUELDO-PROMEDIO PIC 9(8) VALUE 0.
       77 WS-ANT-MAXIMO PIC 9(8) VALUE 0.
       77 WS-ANT-MONTO-PEDIDO PIC 9(8) VALUE 0.
       77 WS-ANT-ADEUDADO PIC 9(8) VALUE 0.
       77 WS-ANT-EMPLEADOR PIC X(10) VALUE SPACES.
       77 WS-ANT-SEGUIDOS PIC 9(2) COMP VALUE 0.
       77 WS-ANT-SUMA-SUELDOS PIC 9(10) VALUE 0.
       77 WS-ANT-PERIODO-HOY PIC 9(6) COMP VALUE 0.
       77 WS-ANT-PERIODO-MOV PIC 9(6) COMP VALUE 0.
       77 WS-ANT-ANIO-MOV PIC 9(4).
       77 WS-ANT-MES-MOV PIC 9(2).
       77 WS-SDO-CANTIDAD PIC 9(2) COMP VALUE 0.
       77 WS-SDO-INDICE PIC 9(2) COMP.
      *    Sueldos NOM de la cuenta agrupados por mes y empleador,
      *    los ultimos 12 en orden de llegada.
       01 WS-TABLA-SUELDOS.
          05 WS-SUELDO-MES OCCURS 12 TIMES.
             10 WS-SDO-PERIODO PIC 9(6) COMP.
             10 WS-SDO-EMPLEADOR PIC X(10).
             10 WS-SDO-MONTO PIC 9(9).
       77 WS-STATUS-CONVENIOS PIC X(2) VALUE "00".
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
       77 WS-MOVIMIENTOS-EOF PIC X VALUE 'N'.
               VALUE "CON" "DEP" "GIR" "TRA" "CAM" "EST" "PAG" "ANU"
                     "CIE" "HIS" "SAL" "PPR" "ORD" "CVD" "DCH"
                     "DPF" "BOL" "GST" "REI" "MAN" "ACJ" "AGD"
                     "DTR" "RGI" "AVC" "PTC" "PUB" "PTS" "ANT"
                     "FAB" "PSO".
       77 WS-CODIGO-BILLER PIC X(6).
      *    Pago de cuotas de un prestamo (PPR), distinto de PAG que
      *    paga un convenio/servicio externo.
       77 WS-DPF-NUMERO PIC 9(3).
       77 WS-DPF-PLAZO PIC 9(4).
       77 WS-DPF-TASA PIC 9V9(4) VALUE 0.0450.
       77 WS-FORMATO-TASA-DPF PIC 9.9(4).
       77 WS-DPF-INSTRUCCION PIC X(3).
       77 WS-DPF-ENTERO-FECHA PIC S9(9) COMP.
      *    Tabla de tasas de captacion con fecha de vigencia
      *    (tasas_interes.txt, MANTENCION-TASAS): busqueda de la
      *    tasa anual que rige un dia para un producto, moneda,
      *    saldo y plazo.
       77 WS-STATUS-TASAS-INTERES PIC X(2) VALUE "00".
       77 WS-TASA-PRODUCTO PIC X(3).
       77 WS-TASA-MONEDA PIC X(3).
       77 WS-TASA-SALDO PIC 9(10).
       77 WS-TASA-PLAZO PIC 9(4).
       77 WS-TASA-FECHA PIC 9(8).
       77 WS-TASA-VIGENTE PIC 9V9(4) VALUE 0.
       77 WS-TASA-ENCONTRADA PIC X VALUE 'N'.
           88 TASA-ENCONTRADA VALUE 'S'.
       77 WS-TASAS-INTERES-EOF PIC X VALUE 'N'.
           88 WS-TASAS-INTERES-FIN VALUE 'S'.
      *    Bolsillos de ahorro: plata de la cuenta cercada con nombre
      *    para una meta, descontada del disponible de giros, pagos y
      *    transferencias.
      *    Sobre este umbral, GIRAR exige que un supervisor autorice
      *    el retiro con su propio RUT y CLAVE antes de entregarlo.
       77 WS-MONTO-UMBRAL-AUTORIZACION PIC 9(8) VALUE 2000000.
      *    Los mismos limites para un giro en dolares desde una
      *    cuenta USD en un terminal bicomoneda, expresados en
      *    dolares; GIRAR deja en WS-GIRO-MINIMO, WS-GIRO-MAXIMO y
      *    WS-GIRO-UMBRAL los que rigen segun la moneda de la cuenta.
       77 WS-MONTO-MINIMO-GIRO-USD PIC 9(8) VALUE 20.
       77 WS-MONTO-MAXIMO-GIRO-USD PIC 9(8) VALUE 5000.
       77 WS-MONTO-UMBRAL-AUTORIZ-USD PIC 9(8) VALUE 2000.
       77 WS-GIRO-MINIMO PIC 9(8) VALUE 1000.
       77 WS-GIRO-MAXIMO PIC 9(8) VALUE 5000000.
       77 WS-GIRO-UMBRAL PIC 9(8) VALUE 2000000.
       77 WS-SUPERVISOR-RUT PIC X(10).
       77 WS-SUPERVISOR-NUM-CUENTA PIC 9(3).
       77 WS-SUPERVISOR-CLAVE PIC 9(4).
       01 WS-CASS-NOTAS-USADAS OCCURS 5 TIMES PIC 9(4) COMP.
       77 WS-CASSETTE-OK PIC X VALUE 'S'.
           88 CASSETTE-TIENE-EFECTIVO VALUE 'S'.
       77 WS-GIRO-EN-DOLARES PIC X VALUE 'N'.
           88 GIRO-EN-DOLARES VALUE 'S'.
       77 WS-MONTO-SUGERIDO PIC 9(8).
       77 WS-SALDO-ANTERIOR PIC S9(8).
       77 WS-FECHA-ULTIMA-ACTIVIDAD PIC 9(8) VALUE 0.
       77 WS-HORA-FIN-MANTENCION PIC 99 VALUE 04.
       77 WS-EN-MANTENCION PIC X VALUE 'N'.
           88 CAJERO-EN-MANTENCION VALUE 'S'.
      *    Tarjeta de credito rotativa del RUT en sesion: avance en
      *    efectivo (AVC) contra el cupo y pago (PTC) con cargo a la
      *    cuenta; ver TARJETA-CREDITO.CPY. Desde el tramo de mora
      *    WS-TCR-TRAMO-BLOQUEO-AVANCE la tarjeta ya no da avances.
       77 WS-STATUS-TARJETAS-CREDITO PIC X(2) VALUE "00".
       77 WS-TCR-ENCONTRADA PIC X VALUE 'N'.
           88 TCR-FUE-ENCONTRADA VALUE 'S'.
       77 WS-TCR-PUEDE-CONTINUAR PIC X VALUE 'N'.
           88 TCR-PUEDE-CONTINUAR VALUE 'S'.
       77 WS-TCR-DISPONIBLE PIC S9(8).
       77 WS-TCR-DEUDA PIC 9(8).
       77 WS-TCR-TRAMO-BLOQUEO-AVANCE PIC 9(1) VALUE 2.

       PROCEDURE DIVISION.
            DISPLAY "----------- CAJERO AUTOMATICO -----------".

            PERFORM LEER-CASSETTE.

            PERFORM LEER-PERFIL-TERMINAL.

            PERFORM LEER-TASAS-CAMBIO.

            PERFORM CARGAR-FERIADOS.
                   INTO WS-NOMBRE-ARCHIVO-CASSETTE
               END-STRING.

            BUSCAR-SUCURSAL-TERMINAL.
      *        Resuelve la sucursal del terminal en el maestro que
      *        mantiene MANTENCION-SUCURSALES, para dejar registrada en
      *        la cuenta nueva la sucursal donde se abrio.
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

            LEER-PERFIL-TERMINAL.
      *        Carga el perfil del terminal en WS-PERFIL-ACTIVO. Sin
      *        archivo o sin registro para este WS-ID-TERMINAL se
      *        conservan los valores por defecto: todas las
      *        operaciones, efectivo, cheques y giros sin tarjeta, sin
      *        tope por franja y con todas las denominaciones.
               MOVE ZEROS TO WS-PERFIL-FRANJAS
               MOVE "SSSSS" TO WS-PERFIL-DENOMINACIONES
               OPEN INPUT ARCHIVO-PERFILES-TERMINAL
               IF WS-STATUS-PERFILES NOT = "35" THEN
                   MOVE WS-ID-TERMINAL TO PTE-ID-TERMINAL
                   READ ARCHIVO-PERFILES-TERMINAL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM COPIAR-PERFIL-TERMINAL
                   END-READ
                   CLOSE ARCHIVO-PERFILES-TERMINAL
               END-IF
               PERFORM FIJAR-DENOMINACION-MINIMA.

            COPIAR-PERFIL-TERMINAL.
               MOVE PTE-TODAS-OPERACIONES TO WS-PERFIL-TODAS
               PERFORM VARYING WS-PERFIL-INDICE FROM 1 BY 1
                       UNTIL WS-PERFIL-INDICE > 40
                   MOVE PTE-OPERACION-HABILITADA(WS-PERFIL-INDICE)
                       TO WS-PERFIL-OPERACION-HAB(WS-PERFIL-INDICE)
               END-PERFORM
               MOVE PTE-ACEPTA-EFECTIVO TO WS-PERFIL-EFECTIVO
               MOVE PTE-ACEPTA-CHEQUES TO WS-PERFIL-CHEQUES
               MOVE PTE-PAGA-GIRO-SIN-TARJETA TO WS-PERFIL-GST
               PERFORM VARYING WS-PERFIL-INDICE FROM 1 BY 1
                       UNTIL WS-PERFIL-INDICE > 4
                   MOVE PTE-FRANJA(WS-PERFIL-INDICE)
                       TO WS-PERFIL-FRANJA(WS-PERFIL-INDICE)
               END-PERFORM
      *        Una posicion del cassette cuya denominacion no figura
      *        entre las instaladas no entrega billetes, aunque la
      *        tabla conserve existencia de una carga anterior.
               PERFORM VARYING WS-CASS-INDICE FROM 1 BY 1
                       UNTIL WS-CASS-INDICE > 5
                   MOVE 'N' TO WS-DENOMINACION-INSTALADA(WS-CASS-INDICE)
                   PERFORM VARYING WS-PERFIL-INDICE-DENOM FROM 1 BY 1
                           UNTIL WS-PERFIL-INDICE-DENOM > 5
                       IF PTE-DENOMINACION-INSTALADA
                          (WS-PERFIL-INDICE-DENOM)
                          = WS-CASSETTE-DENOMINACION(WS-CASS-INDICE)
                           MOVE 'S' TO
                               WS-DENOMINACION-INSTALADA(WS-CASS-INDICE)
                       END-IF
                   END-PERFORM
               END-PERFORM.

            FIJAR-DENOMINACION-MINIMA.
      *        La menor denominacion instalada es la base del monto
      *        sugerido cuando no hay vuelto exacto.
               MOVE WS-CASSETTE-DENOMINACION(5)
                   TO WS-DENOMINACION-MINIMA
               PERFORM VARYING WS-CASS-INDICE FROM 1 BY 1
                       UNTIL WS-CASS-INDICE > 5
                   IF DENOMINACION-INSTALADA(WS-CASS-INDICE)
                       MOVE WS-CASSETTE-DENOMINACION(WS-CASS-INDICE)
                           TO WS-DENOMINACION-MINIMA
                   END-IF
               END-PERFORM.

            ACTIVAR-MODO-ENTRENAMIENTO.
      *        Al elegir entrenamiento, ARCHIVO-CUENTAS se redirige a
      *        una copia de practica y GRABAR-BITACORA deja de escribir
                   TO WS-MSG-DEFECTO
               PERFORM MOSTRAR-MENSAJE.

            CARGAR-TASA-IVA.
      *        Tasa de IVA de las comisiones desde la tarifa IVA del
      *        tarifario; sin esa fila rige la tasa por defecto.
               OPEN INPUT ARCHIVO-TARIFAS
               IF WS-STATUS-TARIFAS NOT = "35"
                   MOVE "IVA" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       NOT INVALID KEY
                           MOVE TAR-MONTO TO WS-TASA-IVA-PB
                   END-READ
                   CLOSE ARCHIVO-TARIFAS
               END-IF.

            DESGLOSAR-IVA-COMISION.
      *        El cobro cargado en BIT-MONTO es bruto, con el IVA
      *        incluido: se separa en neto e IVA para que el asiento
      *        contable y el libro de ventas no lo hagan a mano.
               PERFORM CARGAR-TASA-IVA
               MOVE BIT-MONTO TO WS-IVA-BRUTO
               COMPUTE BIT-MONTO-NETO ROUNDED =
                   (WS-IVA-BRUTO * 10000) / (10000 + WS-TASA-IVA-PB)
               COMPUTE BIT-MONTO-IVA =
                   WS-IVA-BRUTO - BIT-MONTO-NETO.

            CALCULAR-HASH-BITACORA.
      *        Hash encadenado del movimiento que esta cargado en
      *        REGISTRO-BITACORA: mezcla el hash del movimiento
                           ELSE
                               MOVE 0 TO WS-CASSETTE-RECHAZADOS
                           END-IF
                           PERFORM RESTAURAR-CASSETTE-DOLARES
                   END-READ
                   CLOSE ARCHIVO-CASSETTE
               END-IF.

            RESTAURAR-CASSETTE-DOLARES.
      *        La seccion de dolares del registro solo existe en los
      *        terminales bicomoneda; un registro sin ella (terminal
      *        solo en pesos o archivo antiguo) deja los cassettes USD
      *        vacios e inactivos.
               IF REG-CASS-USD-ACTIVO = 'S'
                  AND REG-CASS-USD-TABLA NUMERIC
                   MOVE 'S' TO WS-CASSETTE-USD-ACTIVO
                   MOVE REG-CASS-USD-TABLA TO WS-CASSETTE-USD-INICIAL
               ELSE
                   MOVE 'N' TO WS-CASSETTE-USD-ACTIVO
                   PERFORM VARYING WS-CASS-INDICE FROM 1 BY 1
                           UNTIL WS-CASS-INDICE > 5
                       MOVE 0
                           TO WS-CASSETTE-USD-CANTIDAD(WS-CASS-INDICE)
                   END-PERFORM
               END-IF
               IF REG-CASS-USD-RETRACTO NUMERIC
                   MOVE REG-CASS-USD-RETRACTO
                       TO WS-CASSETTE-USD-RETRACTO
               ELSE
                   MOVE 0 TO WS-CASSETTE-USD-RETRACTO
               END-IF.

            GRABAR-CASSETTE.
      *        Persiste la existencia de billetes despues de cada giro
      *        exitoso, para que CUADRE-DIARIO pueda leer el efectivo
               MOVE WS-CASSETTE-INICIAL TO REG-CASS-TABLA
               MOVE WS-CASSETTE-RETRACTO TO REG-CASS-RETRACTO
               MOVE WS-CASSETTE-RECHAZADOS TO REG-CASS-RECHAZADOS
               MOVE WS-CASSETTE-USD-ACTIVO TO REG-CASS-USD-ACTIVO
               MOVE WS-CASSETTE-USD-INICIAL TO REG-CASS-USD-TABLA
               MOVE WS-CASSETTE-USD-RETRACTO
                   TO REG-CASS-USD-RETRACTO
               WRITE REGISTRO-CASSETTE
               CLOSE ARCHIVO-CASSETTE.

                           MOVE 'N' TO CUENTA-BLOQUEADA
                           REWRITE CUENTA
                           CLOSE ARCHIVO-CUENTAS
                           PERFORM REGISTRAR-CAMBIO-CLAVE
                           DISPLAY "CLAVE ACTUALIZADA EXITOSAMENTE"
                           DISPLAY
                               "INICIE SESION NUEVAMENTE CON SU "
                    WS-FECHA-ULTIMA-ACTIVIDAD + 40000
                MOVE 0 TO NUM-TARJETA-NUEVA
                MOVE 0 TO FECHA-EXPIRACION-NUEVA
                MOVE SPACES TO RUT-TUTOR
                MOVE 0 TO TOPE-GIRO-SIN-TUTOR
                MOVE 'N' TO ESTADO-MAYORIA
                MOVE 0 TO FECHA-AVISO-MAYORIA
                PERFORM BUSCAR-SUCURSAL-TERMINAL
                MOVE WS-CODIGO-SUCURSAL TO SUCURSAL-APERTURA
                MOVE WS-FECHA-ULTIMA-ACTIVIDAD TO FECHA-APERTURA
                MOVE 0 TO NUM-CUENTA-PROTECCION
                WRITE CUENTA
                    INVALID KEY
                        DISPLAY
                           MOVE WS-FECHA-ULTIMA-ACTIVIDAD
                               TO CLI-FECHA-REVISION-KYC
                           MOVE WS-RUT TO CLI-RUT
                           MOVE 0 TO CLI-FECHA-ANONIMIZACION
                           MOVE 0 TO CLI-FECHA-NACIMIENTO
                           MOVE SPACES TO CLI-RUT-TUTOR
                           MOVE SPACES TO CLI-EJECUTIVO-RUT
                           MOVE 0 TO CLI-FECHA-ASIGNACION
                           MOVE 'N' TO CLI-DIRECCION-INVALIDA
                               CLI-TELEFONO-INVALIDO CLI-EMAIL-INVALIDO
                           MOVE 0 TO CLI-FECHA-DIRECCION-INV
                               CLI-FECHA-TELEFONO-INV
                               CLI-FECHA-EMAIL-INV
                           MOVE 0 TO CLI-FECHA-CAMBIO-SEG
                               CLI-HORA-CAMBIO-SEG
                           MOVE SPACES TO CLI-TIPO-CAMBIO-SEG
                               CLI-TELEFONO-ANTERIOR CLI-EMAIL-ANTERIOR
                           PERFORM CAPTURAR-RESIDENCIA-FISCAL
      *                    Sin consentimiento de publicidad hasta
      *                    que el cliente lo otorgue (PUB).
                           PERFORM VARYING WS-CANAL-INDICE
                               FROM 1 BY 1 UNTIL WS-CANAL-INDICE > 4
                               MOVE 'N'
                                   TO CLI-PUB-MARCA(WS-CANAL-INDICE)
                               MOVE 0
                                   TO CLI-PUB-FECHA(WS-CANAL-INDICE)
                               MOVE SPACES
                                   TO CLI-PUB-ORIGEN(WS-CANAL-INDICE)
                           END-PERFORM
                           WRITE CLIENTE
                               INVALID KEY
                                   CONTINUE
                   CLOSE ARCHIVO-CLIENTES
               END-IF.

            CAPTURAR-RESIDENCIA-FISCAL.
      *        Autocertificacion de residencia tributaria al abrir la
      *        primera cuenta: lo que el cliente declara en el cajero
      *        con su clave vale como autocertificacion firmada y
      *        queda fechada hoy, igual que el perfil KYC.
               INITIALIZE CLI-RESIDENCIA-FISCAL
               DISPLAY "ES CIUDADANO O RESIDENTE DE EEUU? (S/N): "
               ACCEPT CLI-US-PERSON
               MOVE FUNCTION UPPER-CASE(CLI-US-PERSON)
                   TO CLI-US-PERSON
               IF CLI-US-PERSON NOT = 'S'
                   MOVE 'N' TO CLI-US-PERSON
               END-IF
               DISPLAY "PAISES DONDE PAGA IMPUESTOS FUERA DE CHILE "
                   "(CODIGO ISO, EN BLANCO PARA TERMINAR)"
               MOVE 'N' TO WS-FIN-RESIDENCIAS
               PERFORM VARYING WS-RESIDENCIA-INDICE FROM 1 BY 1
                   UNTIL WS-RESIDENCIA-INDICE > 3 OR FIN-RESIDENCIAS
                   DISPLAY "PAIS " WS-RESIDENCIA-INDICE ": "
                   MOVE SPACES TO WS-PAIS-INGRESADO WS-NIF-INGRESADO
                   ACCEPT WS-PAIS-INGRESADO
                   MOVE FUNCTION UPPER-CASE(WS-PAIS-INGRESADO)
                       TO WS-PAIS-INGRESADO
                   IF WS-PAIS-INGRESADO = SPACES OR "CL"
                       MOVE 'S' TO WS-FIN-RESIDENCIAS
                   ELSE
                       DISPLAY "NUMERO TRIBUTARIO EN "
                           WS-PAIS-INGRESADO ": "
                       ACCEPT WS-NIF-INGRESADO
                       MOVE FUNCTION UPPER-CASE(WS-NIF-INGRESADO)
                           TO WS-NIF-INGRESADO
                       MOVE WS-PAIS-INGRESADO TO
                           CLI-PAIS-RESIDENCIA(WS-RESIDENCIA-INDICE)
                       MOVE WS-NIF-INGRESADO TO
                           CLI-NIF-EXTRANJERO(WS-RESIDENCIA-INDICE)
                       IF WS-PAIS-INGRESADO = "US"
                           MOVE 'S' TO CLI-US-PERSON
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-FECHA-ULTIMA-ACTIVIDAD
                   TO CLI-FECHA-AUTOCERTIFICACION.

            GRABAR-CUENTA.
      *        Vuelca WS-SALDO y los contadores de giro diario al
      *        registro de ARCHIVO-CUENTAS de la sesion actual,
                   ELSE
                       MOVE SPACES TO BIT-CODIGO-CONVENIO
                   END-IF
                   IF WS-OPERACION = "CXC"
                      OR WS-OPERACION = "COM" THEN
                       PERFORM DESGLOSAR-IVA-COMISION
                   END-IF
                   MOVE WS-MONEDA TO BIT-MONEDA
                   PERFORM SETEAR-FECHA-NEGOCIO
                   MOVE WS-FECHA-NEGOCIO TO BIT-FECHA-NEGOCIO
                           WHEN "TRP"
                           WHEN "CXC"
                           WHEN "CVD"
                           WHEN "PTC"
                           WHEN "TPC"
                           WHEN "COM"
                               MOVE 'C' TO BIT-ABONO-CARGO
                           WHEN "TRX"
                           WHEN "CNJ"
                           WHEN "ANT"
                           WHEN "TPA"
                               MOVE 'A' TO BIT-ABONO-CARGO
                           WHEN "DPF"
                           WHEN "GST"
                               MOVE 'C' TO BIT-ABONO-CARGO
                           WHEN "GSR"
                           WHEN "GRA"
                               MOVE SPACE TO BIT-ABONO-CARGO
                           WHEN "DCH"
                               MOVE SPACE TO BIT-ABONO-CARGO
               MOVE BIT-FECHAYHORA TO MOV-FECHAYHORA
               MOVE BIT-ID-TERMINAL TO MOV-ID-TERMINAL
               MOVE BIT-ANU-TIPO-ORIGINAL TO MOV-ANU-TIPO-ORIGINAL
               MOVE BIT-RUT-CONTRAPARTE TO MOV-RUT-CONTRAPARTE
               WRITE MOVIMIENTO
                   INVALID KEY
                       CONTINUE
                                   TO WS-RUT-SECUNDARIO-SESION
                               MOVE UMBRAL-APROBACION-CONJUNTA
                                   TO WS-UMBRAL-APROBACION-CONJ
                               MOVE RUT-TUTOR TO WS-RUT-TUTOR-SESION
                               MOVE TOPE-GIRO-SIN-TUTOR
                                   TO WS-TOPE-GIRO-SIN-TUTOR
                               MOVE ESTADO-MAYORIA TO WS-ESTADO-MAYORIA
                               MOVE 0 TO INTENTOS-FALLIDOS
                               REWRITE CUENTA
                           ELSE
                   DISPLAY
                       "MONTO INVALIDO PARA EL SERVICIO LIMITADO"
               ELSE
                   PERFORM VERIFICAR-TOPE-FRANJA
                   IF TOPE-FRANJA-RESPETADO
                       PERFORM VERIFICAR-CASSETTE
                       IF NOT CASSETTE-TIENE-EFECTIVO
                           PERFORM SUGERIR-MONTO-CASSETTE
                           DISPLAY
                               "EL CAJERO NO PUEDE ENTREGAR ESE MONTO "
                               "EXACTO. SUGERIDO: " WS-MONTO-SUGERIDO
                       ELSE
                           PERFORM ACTUALIZAR-CASSETTE
                           PERFORM ENCOLAR-MOVIMIENTO-STANDIN
                           DISPLAY "RETIRE SU DINERO: " WS-MONTO
                           DISPLAY
                               "EL CARGO SE APLICARA A SU CUENTA "
                               "CUANDO EL SERVICIO SE NORMALICE"
                           MOVE "STI" TO WS-DIARIO-EVENTO
                           MOVE "GIRO STAND-IN ENCOLADO"
                               TO WS-DIARIO-MOTIVO
                           PERFORM GRABAR-DIARIO-EVENTO
                       END-IF
                   END-IF
               END-IF.

                               TO WS-RUT-SECUNDARIO-SESION
                           MOVE UMBRAL-APROBACION-CONJUNTA
                               TO WS-UMBRAL-APROBACION-CONJ
                           MOVE RUT-TUTOR TO WS-RUT-TUTOR-SESION
                           MOVE TOPE-GIRO-SIN-TUTOR
                               TO WS-TOPE-GIRO-SIN-TUTOR
                           MOVE ESTADO-MAYORIA TO WS-ESTADO-MAYORIA
                           MOVE REP-ALCANCE TO WS-REP-ALCANCE
                           MOVE REP-LIMITE-TRANSFERENCIA
                               TO WS-REP-LIMITE
                           TO WS-RUT-SECUNDARIO-SESION
                       MOVE UMBRAL-APROBACION-CONJUNTA
                           TO WS-UMBRAL-APROBACION-CONJ
                       MOVE RUT-TUTOR TO WS-RUT-TUTOR-SESION
                       MOVE TOPE-GIRO-SIN-TUTOR
                           TO WS-TOPE-GIRO-SIN-TUTOR
                       MOVE ESTADO-MAYORIA TO WS-ESTADO-MAYORIA
                       MOVE 'S' TO WS-SESION-ES-SECUNDARIO
                       MOVE 0 TO INTENTOS-FALLIDOS
                       REWRITE CUENTA
            LOGIN-USUARIO.
      *        Antes de pedir la tarjeta se ofrece la unica operacion
      *        que no la requiere: cobrar un giro sin tarjeta con su
      *        codigo de un solo uso, salvo en un terminal cuyo
      *        perfil no paga giros sin tarjeta.
               IF PERFIL-PAGA-GST
                   DISPLAY "DESEA COBRAR UN GIRO SIN TARJETA? SI O NO"
                   ACCEPT WS-RESPUESTA
                   MOVE FUNCTION UPPER-CASE(WS-RESPUESTA)
                       TO WS-RESPUESTA
                   DISPLAY " "
                   IF WS-RESPUESTA-SI THEN
                       PERFORM COBRAR-GIRO-SIN-TARJETA
                       PERFORM IMPRIMIR-MUCHAS-GRACIAS
                       STOP RUN
                   END-IF
               END-IF

      *        El giro con tarjeta de otro banco es un GIR: solo se
      *        ofrece si el perfil del terminal incluye giros.
               MOVE "GIR" TO WS-PERFIL-OPERACION
               PERFORM VERIFICAR-OPERACION-PERFIL
               IF OPERACION-HABILITADA-TERMINAL
                   DISPLAY
                       "DESEA GIRAR CON TARJETA DE OTRO BANCO? SI O NO"
                   ACCEPT WS-RESPUESTA
                   MOVE FUNCTION UPPER-CASE(WS-RESPUESTA)
                       TO WS-RESPUESTA
                   DISPLAY " "
                   IF WS-RESPUESTA-SI THEN
                       PERFORM GIRAR-TARJETA-OTRO-BANCO
                       PERFORM IMPRIMIR-MUCHAS-GRACIAS
                       STOP RUN
                   END-IF
               END-IF

               DISPLAY "MODO SUPERVISOR DE SUCURSAL? SI O NO"
                   PERFORM OFRECER-ACTIVACION-TARJETA
               END-IF

               PERFORM VERIFICAR-TERMINOS-PENDIENTES

               DISPLAY "HA INICIADO SESION EXITOSAMENTE"
               PERFORM SALUDAR-SEGUN-SEGMENTO
               DISPLAY " "

               PERFORM REGISTRAR-FE-VIDA-LOGIN
            CONTAR-GIROS-DEL-MES.
      *        Giros GIR del mes en curso de la cuenta en sesion,
      *        contados en el indice de movimientos; los productos
      *        de ahorro limitan este numero. Un traspaso TPC de
      *        proteccion de sobregiro cuenta como un giro mas.
               MOVE 0 TO WS-GIROS-ESTE-MES
               PERFORM SETEAR-FECHA-ACTUAL
               PERFORM POSICIONAR-MOVIMIENTOS-CUENTA
                   PERFORM UNTIL WS-MOVIMIENTOS-FIN-ARCHIVO
                       PERFORM LEER-SIGUIENTE-MOVIMIENTO-CTA
                       IF NOT WS-MOVIMIENTOS-FIN-ARCHIVO
                          AND (MOV-OPERACION = "GIR"
                               OR MOV-OPERACION = "TPC")
                          AND MOV-FECHAYHORA(1:7)
                              = WS-FECHAYHORA-FORMATEADA(1:7)
                           ADD 1 TO WS-GIROS-ESTE-MES

            VERIFICAR-KYC-VIGENTE.
      *        La revision KYC del cliente debe estar dentro del
      *        periodo regulatorio (el de su calificacion de riesgo
      *        si la tiene) para operar montos sobre el
      *        umbral de autorizacion. Un cliente sin ficha o sin
      *        fecha de revision (anterior al perfil KYC) se trata
      *        como vencido: compromiso asumido tras la observacion
                   (WS-ANIO-FORMATEADO * 10000)
                   + (WS-MES-FORMATEADO * 100)
                   + WS-DIA-FORMATEADO
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
                   END-IF
               END-IF.

            RETENER-POR-CAMBIO-SEGURIDAD.
      *        Version para transferencias: durante el periodo de
      *        seguridad solo pasan las transferencias a un
      *        destinatario de la agenda guardado antes del cambio;
      *        cualquier otro destino se considera nuevo y la
      *        operacion vuelve al menu con su evento en el diario.
               MOVE 'N' TO WS-SEG-RETUVO
               IF ENFRIAMIENTO-PERMITE-SEGUIR
                  AND LIMITE-REP-PERMITE-SEGUIR
                  AND NOT OPERACION-RETENIDA-KYC
                   PERFORM VERIFICAR-PERIODO-SEGURIDAD
                   IF SESION-EN-PERIODO-SEGURIDAD
                      AND (NOT AGENDA-FUE-USADA
                       OR (WS-AGD-FECHA-ALTA * 100) + WS-AGD-HORA-ALTA
                          >= (WS-SEG-FECHA-CAMBIO * 100)
                             + WS-SEG-HORA-CAMBIO)
                       DISPLAY
                           "POR SU SEGURIDAD, TRAS UN CAMBIO DE DATOS "
                           "O DE CLAVE SOLO PUEDE TRANSFERIR A "
                           "DESTINATARIOS YA GUARDADOS EN SU AGENDA"
                       MOVE "SEG" TO WS-DIARIO-EVENTO
                       MOVE "TRANSF DESTINO NUEVO RETENIDA"
                           TO WS-DIARIO-MOTIVO
                       PERFORM GRABAR-DIARIO-EVENTO
                       MOVE 'S' TO WS-SEG-RETUVO
                       PERFORM REALIZAR-OTRA-OPERACION
                   END-IF
               END-IF.

            CARGAR-PERIODO-SEGURIDAD.
      *        Horas del periodo y umbral de giro desde la tarifa PSG
      *        del tarifario; sin esa fila rigen los valores por
      *        defecto.
               MOVE 48 TO WS-SEG-HORAS-PERIODO
               MOVE 200000 TO WS-SEG-UMBRAL-GIRO
               OPEN INPUT ARCHIVO-TARIFAS
               IF WS-STATUS-TARIFAS NOT = "35"
                   MOVE "PSG" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       NOT INVALID KEY
                           IF TAR-MONTO > 0
                               MOVE TAR-MONTO TO WS-SEG-HORAS-PERIODO
                           END-IF
                           IF TAR-UMBRAL-EXENCION > 0
                               MOVE TAR-UMBRAL-EXENCION
                                   TO WS-SEG-UMBRAL-GIRO
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-TARIFAS
               END-IF.

            VERIFICAR-PERIODO-SEGURIDAD.
      *        La sesion esta en periodo de seguridad si el ultimo
      *        cambio de datos de seguridad del cliente fue hace
      *        menos horas que las del periodo.
               MOVE 'N' TO WS-SEG-EN-PERIODO
               MOVE 0 TO WS-SEG-FECHA-CAMBIO
               MOVE 0 TO WS-SEG-HORA-CAMBIO
               PERFORM CARGAR-PERIODO-SEGURIDAD
               PERFORM SETEAR-FECHA-ACTUAL
               COMPUTE WS-FECHA-HOY =
                   (WS-ANIO-FORMATEADO * 10000)
                   + (WS-MES-FORMATEADO * 100)
                   + WS-DIA-FORMATEADO
               OPEN INPUT ARCHIVO-CLIENTES
               IF WS-STATUS-CLIENTES NOT = "35"
                   MOVE WS-RUT TO CLI-RUT
                   READ ARCHIVO-CLIENTES
                       NOT INVALID KEY
                           PERFORM CALCULAR-HORAS-CAMBIO-SEG
                           IF WS-SEG-HORAS < WS-SEG-HORAS-PERIODO
                               MOVE 'S' TO WS-SEG-EN-PERIODO
                               MOVE CLI-FECHA-CAMBIO-SEG
                                   TO WS-SEG-FECHA-CAMBIO
                               MOVE CLI-HORA-CAMBIO-SEG
                                   TO WS-SEG-HORA-CAMBIO
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF.

            CALCULAR-HORAS-CAMBIO-SEG.
      *        Horas desde el ultimo cambio de seguridad de la ficha
      *        leida; una ficha sin cambio registrado queda muy
      *        lejos de cualquier periodo.
               MOVE 9999999 TO WS-SEG-HORAS
               IF CLI-FECHA-CAMBIO-SEG NUMERIC
                  AND CLI-FECHA-CAMBIO-SEG > 19000101
                  AND CLI-HORA-CAMBIO-SEG NUMERIC
                   COMPUTE WS-SEG-HORAS =
                       ((FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                         - FUNCTION INTEGER-OF-DATE
                               (CLI-FECHA-CAMBIO-SEG)) * 24)
                       + WS-HORA-FORMATEADA - CLI-HORA-CAMBIO-SEG
               END-IF.

            REGISTRAR-CAMBIO-CLAVE.
      *        Un cambio o recuperacion de clave abre el periodo de
      *        seguridad del cliente y deja en la cola el aviso CSG.
      *        Si el cambio anterior de telefono o correo ya salio de
      *        su periodo, sus datos anteriores no son los del
      *        cliente de hoy y el aviso va al contacto vigente.
               IF NOT MODO-ES-ENTRENAMIENTO THEN
                   PERFORM CARGAR-PERIODO-SEGURIDAD
                   PERFORM SETEAR-FECHA-ACTUAL
                   COMPUTE WS-FECHA-HOY =
                       (WS-ANIO-FORMATEADO * 10000)
                       + (WS-MES-FORMATEADO * 100)
                       + WS-DIA-FORMATEADO
                   OPEN I-O ARCHIVO-CLIENTES
                   IF WS-STATUS-CLIENTES NOT = "35"
                       MOVE WS-RUT TO CLI-RUT
                       READ ARCHIVO-CLIENTES
                           NOT INVALID KEY
                               PERFORM CALCULAR-HORAS-CAMBIO-SEG
                               IF WS-SEG-HORAS >= WS-SEG-HORAS-PERIODO
                                   MOVE SPACES TO CLI-TELEFONO-ANTERIOR
                                   MOVE SPACES TO CLI-EMAIL-ANTERIOR
                               END-IF
                               MOVE WS-FECHA-HOY TO CLI-FECHA-CAMBIO-SEG
                               MOVE WS-HORA-FORMATEADA
                                   TO CLI-HORA-CAMBIO-SEG
                               MOVE "CLA" TO CLI-TIPO-CAMBIO-SEG
                               REWRITE CLIENTE
                       END-READ
                       CLOSE ARCHIVO-CLIENTES
                   END-IF
                   OPEN EXTEND ARCHIVO-NOTIFICACIONES
                   MOVE SPACES TO REGISTRO-NOTIFICACION
                   MOVE WS-RUT TO NOT-RUT
                   MOVE WS-NUM-CUENTA TO NOT-NUM-CUENTA
                   MOVE "CSG" TO NOT-OPERACION
                   MOVE 0 TO NOT-SALDO-NUEVO
                   MOVE WS-FECHAYHORA-FORMATEADA TO NOT-FECHAYHORA
                   MOVE WS-ID-TERMINAL TO NOT-ID-TERMINAL
                   MOVE "PEN" TO NOT-ESTADO
                   MOVE 0 TO NOT-REINTENTOS
                   WRITE REGISTRO-NOTIFICACION AFTER ADVANCING 1 LINE
                   CLOSE ARCHIVO-NOTIFICACIONES
               END-IF.

            VERIFICAR-VIGENCIA-TARJETA.
      *        Una tarjeta con fecha de expiracion cumplida no opera,
      *        aunque la clave sea correcta: se corta la sesion con
                   CLOSE ARCHIVO-FE-VIDA
               END-IF.

            VERIFICAR-TERMINOS-PENDIENTES.
      *        Busca la ultima version de terminos ya vigente para el
      *        producto de la cuenta y, si el RUT no la ha aceptado,
      *        se la muestra y pide su decision. Un rechazo queda
      *        registrado y deriva al cliente a la sucursal; pasada
      *        la fecha de gracia de la version, sin aceptacion la
      *        sesion termina aqui.
               PERFORM SETEAR-FECHA-ACTUAL
               COMPUTE WS-FECHA-HOY =
                   (WS-ANIO-FORMATEADO * 10000)
                   + (WS-MES-FORMATEADO * 100)
                   + WS-DIA-FORMATEADO
               PERFORM BUSCAR-TERMINOS-VIGENTES
               IF WS-TYC-VERSION > 0
                   PERFORM VERIFICAR-ACEPTACION-TERMINOS
               END-IF
               IF HAY-TERMINOS-PENDIENTES
                   PERFORM PEDIR-ACEPTACION-TERMINOS
               END-IF.

            BUSCAR-TERMINOS-VIGENTES.
               MOVE 0 TO WS-TYC-VERSION
               OPEN INPUT ARCHIVO-TERMINOS
               IF WS-STATUS-TERMINOS NOT = "35"
                   MOVE 'N' TO WS-TYC-EOF
                   MOVE WS-TIPO-PRODUCTO TO TRM-PRODUCTO
                   MOVE 0 TO TRM-VERSION
                   START ARCHIVO-TERMINOS
                       KEY IS NOT LESS THAN TRM-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-TYC-EOF
                   END-START
                   PERFORM UNTIL WS-TYC-FIN-ARCHIVO
                       READ ARCHIVO-TERMINOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-TYC-EOF
                       END-READ
                       IF NOT WS-TYC-FIN-ARCHIVO
                           IF TRM-PRODUCTO NOT = WS-TIPO-PRODUCTO
                               MOVE 'S' TO WS-TYC-EOF
                           ELSE
                               IF TRM-FECHA-VIGENCIA <= WS-FECHA-HOY
                                   MOVE TRM-VERSION TO WS-TYC-VERSION
                                   MOVE TRM-FECHA-GRACIA
                                       TO WS-TYC-FECHA-GRACIA
                                   MOVE TRM-TEXTO TO WS-TYC-TEXTO
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-TERMINOS
               END-IF.

            VERIFICAR-ACEPTACION-TERMINOS.
               MOVE 'S' TO WS-TYC-PENDIENTE
               OPEN INPUT ARCHIVO-ACEPTACIONES
               IF WS-STATUS-ACEPTACIONES NOT = "35"
                   MOVE WS-RUT TO ACP-RUT
                   MOVE WS-TIPO-PRODUCTO TO ACP-PRODUCTO
                   MOVE WS-TYC-VERSION TO ACP-VERSION
                   READ ARCHIVO-ACEPTACIONES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ACP-FUE-ACEPTADA
                               MOVE 'N' TO WS-TYC-PENDIENTE
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-ACEPTACIONES
               END-IF.

            PEDIR-ACEPTACION-TERMINOS.
               DISPLAY "****************************************"
               DISPLAY "NUEVOS TERMINOS Y CONDICIONES DE SU "
                   "PRODUCTO " WS-TIPO-PRODUCTO
                   " (VERSION " WS-TYC-VERSION ")"
               DISPLAY WS-TYC-TEXTO
               DISPLAY "****************************************"
               IF WS-FECHA-HOY <= WS-TYC-FECHA-GRACIA
                   DISPLAY
                       "DEBE ACEPTARLOS PARA SEGUIR OPERANDO "
                       "DESPUES DEL " WS-TYC-FECHA-GRACIA
               END-IF
               DISPLAY "ACEPTA LOS NUEVOS TERMINOS? SI O NO"
               ACCEPT WS-RESPUESTA
               MOVE FUNCTION UPPER-CASE(WS-RESPUESTA) TO WS-RESPUESTA
               DISPLAY " "

               MOVE SPACES TO WS-DIARIO-MOTIVO
               IF WS-RESPUESTA-SI
                   MOVE 'A' TO WS-TYC-DECISION
                   STRING "TERMINOS " WS-TIPO-PRODUCTO
                       " V" WS-TYC-VERSION " ACEPTADOS"
                       DELIMITED BY SIZE INTO WS-DIARIO-MOTIVO
                   END-STRING
               ELSE
                   MOVE 'R' TO WS-TYC-DECISION
                   STRING "TERMINOS " WS-TIPO-PRODUCTO
                       " V" WS-TYC-VERSION " RECHAZADOS"
                       DELIMITED BY SIZE INTO WS-DIARIO-MOTIVO
                   END-STRING
               END-IF
               IF NOT MODO-ES-ENTRENAMIENTO
                   PERFORM REGISTRAR-DECISION-TERMINOS
               END-IF
               MOVE "TYC" TO WS-DIARIO-EVENTO
               MOVE 0 TO WS-MONTO
               PERFORM GRABAR-DIARIO-EVENTO

               IF WS-TYC-DECISION = 'A'
                   DISPLAY "TERMINOS ACEPTADOS. GRACIAS"
               ELSE
                   DISPLAY
                       "SU RECHAZO QUEDO REGISTRADO. ACERQUESE A "
                       "UNA SUCURSAL PARA REVISAR SU CONTRATO"
                   IF WS-FECHA-HOY > WS-TYC-FECHA-GRACIA
                       DISPLAY
                           "VENCIO EL PLAZO PARA ACEPTARLOS: NO "
                           "PUEDE OPERAR EN ESTE CAJERO"
                       PERFORM IMPRIMIR-MUCHAS-GRACIAS
                       STOP RUN
                   END-IF
               END-IF
               DISPLAY " ".

            REGISTRAR-DECISION-TERMINOS.
               OPEN I-O ARCHIVO-ACEPTACIONES
               IF WS-STATUS-ACEPTACIONES = "35"
                   OPEN OUTPUT ARCHIVO-ACEPTACIONES
                   CLOSE ARCHIVO-ACEPTACIONES
                   OPEN I-O ARCHIVO-ACEPTACIONES
               END-IF
               MOVE WS-RUT TO ACP-RUT
               MOVE WS-TIPO-PRODUCTO TO ACP-PRODUCTO
               MOVE WS-TYC-VERSION TO ACP-VERSION
               MOVE WS-TYC-DECISION TO ACP-DECISION
               MOVE WS-FECHAYHORA-FORMATEADA TO ACP-FECHAYHORA
               MOVE "CAJ" TO ACP-ORIGEN
               MOVE WS-ID-TERMINAL TO ACP-USUARIO
               WRITE ACEPTACION-TERMINOS
                   INVALID KEY
                       REWRITE ACEPTACION-TERMINOS
               END-WRITE
               CLOSE ARCHIVO-ACEPTACIONES.

            SALUDAR-SEGUN-SEGMENTO.
      *        Saludo personalizado segun el segmento vigente del
      *        cliente (ultima segmentacion mensual); sin calculo
      *        previo el cliente es masivo.
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
                       MOVE 71 TO WS-MSG-ID
                       MOVE "BIENVENIDO, CLIENTE PREMIUM"
                           TO WS-MSG-DEFECTO
                   WHEN SEG-ES-PREFERENTE
                       MOVE 72 TO WS-MSG-ID
                       MOVE "BIENVENIDO, CLIENTE PREFERENTE"
                           TO WS-MSG-DEFECTO
                   WHEN OTHER
                       MOVE 73 TO WS-MSG-ID
                       MOVE "BIENVENIDO, GRACIAS POR PREFERIRNOS"
                           TO WS-MSG-DEFECTO
               END-EVALUATE
               PERFORM MOSTRAR-MENSAJE.

            MOSTRAR-OFERTA-CLIENTE.
      *        Si el batch de scoring dejo una oferta pendiente para
      *        este RUT, se muestra con un acepta/rechaza; la
      *        respuesta queda en ofertas.txt para el seguimiento
      *        comercial y como evento OFE en el diario del terminal.
      *        En modo entrenamiento no se ofrece nada, y tampoco
      *        si el cliente no acepto publicidad en el cajero.
               PERFORM VERIFICAR-PUBLICIDAD-CAJERO
               IF MODO-ES-ENTRENAMIENTO
                  OR NOT PUB-CAJERO-ACEPTADA
                   CONTINUE
               ELSE
                   OPEN I-O ARCHIVO-OFERTAS
                   IF WS-STATUS-OFERTAS = "35"
                       CONTINUE
                   ELSE
                       MOVE WS-RUT TO OFE-RUT
                       READ ARCHIVO-OFERTAS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF OFE-ESTA-PENDIENTE
                                   PERFORM OFRECER-AL-CLIENTE
                               END-IF
                       END-READ
                       CLOSE ARCHIVO-OFERTAS
                   END-IF
               END-IF.

            OFRECER-AL-CLIENTE.
               MOVE OFE-MONTO TO WS-FORMATO-MONEDA
               DISPLAY "****************************************"
               IF OFE-ES-PRESTAMO
                   DISPLAY
                       "TENEMOS UN PRESTAMO PREAPROBADO PARA "
                       "USTED POR " WS-FORMATO-MONEDA
               ELSE
                   DISPLAY
                       "PODEMOS AUMENTAR SU LINEA DE SOBREGIRO "
                       "A " WS-FORMATO-MONEDA
               REWRITE OFERTA
               PERFORM GRABAR-DIARIO-EVENTO.

            VERIFICAR-PUBLICIDAD-CAJERO.
               MOVE 'N' TO WS-PUB-CAJERO
               OPEN INPUT ARCHIVO-CLIENTES
               IF WS-STATUS-CLIENTES = "35"
                   CONTINUE
               ELSE
                   MOVE WS-RUT TO CLI-RUT
                   READ ARCHIVO-CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CLI-ACEPTA-PUB-CAJ
                               MOVE 'S' TO WS-PUB-CAJERO
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF.

            GESTIONAR-PUNTOS.
      *        Saldo de puntos del cliente y canje por un abono a la
      *        cuenta en sesion, con movimiento propio CNJ en la
      *        bitacora. El canje descuenta el saldo de puntos y
      *        consume los lotes del libro del mas antiguo al mas
      *        nuevo. En modo entrenamiento solo se muestra.
               PERFORM LEER-VALOR-PUNTO
               OPEN I-O ARCHIVO-PUNTOS
               IF WS-STATUS-PUNTOS = "35"
                   DISPLAY "NO TIENE PUNTOS ACUMULADOS"
               ELSE
                   MOVE WS-RUT TO PTS-RUT
                   READ ARCHIVO-PUNTOS
                       INVALID KEY
                           DISPLAY "NO TIENE PUNTOS ACUMULADOS"
                       NOT INVALID KEY
                           PERFORM OFRECER-CANJE-PUNTOS
                   END-READ
                   CLOSE ARCHIVO-PUNTOS
               END-IF
               PERFORM REALIZAR-OTRA-OPERACION.

            OFRECER-CANJE-PUNTOS.
               MOVE PTS-SALDO TO WS-PUNTOS-FORMATO
               DISPLAY "SALDO DE PUNTOS: " WS-PUNTOS-FORMATO
               COMPUTE WS-MONTO-PUNTOS = PTS-SALDO * WS-VALOR-PUNTO
               MOVE WS-MONTO-PUNTOS TO WS-FORMATO-MONEDA
               DISPLAY "EQUIVALEN A: " WS-FORMATO-MONEDA " CLP"
               MOVE 0 TO WS-PUNTOS-CANJE
               IF PTS-SALDO < WS-MINIMO-CANJE-PUNTOS
                   MOVE WS-MINIMO-CANJE-PUNTOS TO WS-PUNTOS-FORMATO
                   DISPLAY
                       "EL CANJE MINIMO ES DE " WS-PUNTOS-FORMATO
                       " PUNTOS"
               ELSE
               IF WS-MONEDA NOT = "CLP"
                   DISPLAY
                       "LOS PUNTOS SE CANJEAN SOLO EN UNA CUENTA "
                       "EN PESOS"
               ELSE
                   DISPLAY "PUNTOS A CANJEAR (0 PARA NO CANJEAR): "
                   ACCEPT WS-PUNTOS-CANJE
                   DISPLAY " "
                   IF WS-PUNTOS-CANJE NOT NUMERIC
                       MOVE 0 TO WS-PUNTOS-CANJE
                   END-IF
                   IF WS-PUNTOS-CANJE > 0
                       IF WS-PUNTOS-CANJE < WS-MINIMO-CANJE-PUNTOS
                          OR WS-PUNTOS-CANJE > PTS-SALDO
                           DISPLAY
                               "CANTIDAD INVALIDA: BAJO EL MINIMO O "
                               "SOBRE SU SALDO DE PUNTOS"
                       ELSE
                           PERFORM CANJEAR-PUNTOS
                       END-IF
                   END-IF
               END-IF
               END-IF.

            CANJEAR-PUNTOS.
               COMPUTE WS-MONTO = WS-PUNTOS-CANJE * WS-VALOR-PUNTO
               IF MODO-ES-ENTRENAMIENTO
                   MOVE WS-MONTO TO WS-FORMATO-MONEDA
                   DISPLAY "CANJE SIMULADO POR " WS-FORMATO-MONEDA
               ELSE
                   MOVE WS-SALDO TO WS-SALDO-ANTERIOR
                   ADD WS-MONTO TO WS-SALDO
                   MOVE "CNJ" TO WS-OPERACION
                   PERFORM ACTUALIZAR-FECHA-ACTIVIDAD
                   PERFORM GRABAR-CUENTA
                   PERFORM GRABAR-BITACORA
                   SUBTRACT WS-PUNTOS-CANJE FROM PTS-SALDO
                   ADD WS-PUNTOS-CANJE TO PTS-CANJEADOS
                   MOVE WS-FECHA-ULTIMA-ACTIVIDAD
                       TO PTS-FECHA-ULTIMO-MOVIMIENTO
                   REWRITE PUNTOS
                   PERFORM REGISTRAR-CANJE-PUNTOS
                   MOVE WS-SALDO TO WS-FORMATO-MONEDA
                   DISPLAY
                       "PUNTOS CANJEADOS. SALDO NUEVO DE LA CUENTA: "
                       WS-FORMATO-MONEDA " " WS-MONEDA
                   MOVE PTS-SALDO TO WS-PUNTOS-FORMATO
                   DISPLAY "PUNTOS RESTANTES: " WS-PUNTOS-FORMATO
                   PERFORM GRABAR-NOTIFICACION-SALDO
                   PERFORM IMPRIMIR-FECHA-ACTUAL
               END-IF.

            REGISTRAR-CANJE-PUNTOS.
      *        Consume los lotes vigentes del RUT en orden de fecha y
      *        deja el canje CAN en el libro bajo la secuencia del
      *        movimiento CNJ recien grabado en la bitacora.
               OPEN I-O ARCHIVO-MOVIMIENTOS-PUNTOS
               IF WS-STATUS-MOV-PUNTOS = "35"
                   OPEN OUTPUT ARCHIVO-MOVIMIENTOS-PUNTOS
                   CLOSE ARCHIVO-MOVIMIENTOS-PUNTOS
                   OPEN I-O ARCHIVO-MOVIMIENTOS-PUNTOS
               END-IF
               MOVE WS-PUNTOS-CANJE TO WS-PUNTOS-POR-CONSUMIR
               MOVE 'N' TO WS-PUNTOS-EOF
               MOVE WS-RUT TO PTM-RUT
               MOVE 0 TO PTM-FECHA
               MOVE LOW-VALUES TO PTM-ORIGEN
               MOVE 0 TO PTM-SECUENCIA
               START ARCHIVO-MOVIMIENTOS-PUNTOS
                   KEY IS NOT LESS THAN PTM-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-PUNTOS-EOF
               END-START
               PERFORM UNTIL WS-PUNTOS-FIN-ARCHIVO
                       OR WS-PUNTOS-POR-CONSUMIR = 0
                   READ ARCHIVO-MOVIMIENTOS-PUNTOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-PUNTOS-EOF
                   END-READ
                   IF NOT WS-PUNTOS-FIN-ARCHIVO
                       IF PTM-RUT NOT = WS-RUT
                           MOVE 'S' TO WS-PUNTOS-EOF
                       ELSE
                           IF PTM-ES-ACUMULACION AND PTM-VIGENTES > 0
                               PERFORM CONSUMIR-LOTE-PUNTOS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               MOVE WS-RUT TO PTM-RUT
               MOVE WS-FECHA-ULTIMA-ACTIVIDAD TO PTM-FECHA
               MOVE "CNJ" TO PTM-ORIGEN
               MOVE WS-NUM-SECUENCIA TO PTM-SECUENCIA
               MOVE "CAN" TO PTM-TIPO
               MOVE WS-PUNTOS-CANJE TO PTM-PUNTOS
               MOVE 0 TO PTM-VIGENTES
               MOVE 0 TO PTM-FECHA-VENCIMIENTO
               MOVE WS-MONTO TO PTM-MONTO-CLP
               WRITE MOVIMIENTO-PUNTOS
                   INVALID KEY
                       CONTINUE
               END-WRITE
               CLOSE ARCHIVO-MOVIMIENTOS-PUNTOS.

            CONSUMIR-LOTE-PUNTOS.
               IF PTM-VIGENTES > WS-PUNTOS-POR-CONSUMIR
                   SUBTRACT WS-PUNTOS-POR-CONSUMIR FROM PTM-VIGENTES
                   MOVE 0 TO WS-PUNTOS-POR-CONSUMIR
               ELSE
                   SUBTRACT PTM-VIGENTES FROM WS-PUNTOS-POR-CONSUMIR
                   MOVE 0 TO PTM-VIGENTES
               END-IF
               REWRITE MOVIMIENTO-PUNTOS.

            LEER-VALOR-PUNTO.
               MOVE 1 TO WS-VALOR-PUNTO
               OPEN INPUT ARCHIVO-TARIFAS
               IF WS-STATUS-TARIFAS NOT = "35"
                   MOVE "PVL" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       NOT INVALID KEY
                           MOVE TAR-MONTO TO WS-VALOR-PUNTO
                   END-READ
                   CLOSE ARCHIVO-TARIFAS
               END-IF.

            ANTICIPAR-REMUNERACION.
      *        Anticipo de remuneraciones: el cliente con sueldos NOM
      *        seguidos del mismo empleador en esta cuenta puede
      *        pedir hasta un porcentaje de su sueldo promedio, que
      *        se abona de inmediato (movimiento ANT). El proximo NOM
      *        lo descuenta con su comision antes de quedar
      *        disponible. Un anticipo vigente a la vez por RUT.
               IF WS-MONEDA NOT = "CLP"
                   DISPLAY
                       "EL ANTICIPO DE REMUNERACIONES SE ABONA SOLO "
                       "EN UNA CUENTA EN PESOS"
               ELSE
                   PERFORM LEER-TARIFA-ANTICIPO
                   PERFORM BUSCAR-ANTICIPO-VIGENTE
                   IF ANTICIPO-VIGENTE-ENCONTRADO
                       MOVE WS-ANT-ADEUDADO TO WS-FORMATO-MONEDA
                       DISPLAY
                           "YA TIENE UN ANTICIPO VIGENTE. ADEUDADO: "
                           WS-FORMATO-MONEDA " CLP"
                   ELSE
                       PERFORM EVALUAR-SUELDOS-NOMINA
                       IF SUELDO-ES-ELEGIBLE
                           PERFORM OFRECER-ANTICIPO
                       ELSE
                           DISPLAY
                               "EL ANTICIPO REQUIERE "
                               WS-ANT-SUELDOS-REQUERIDOS
                               " SUELDOS MENSUALES SEGUIDOS DEL MISMO "
                               "EMPLEADOR"
                           DISPLAY
                               "ABONADOS POR NOMINA EN ESTA CUENTA, EL "
                               "ULTIMO DEL MES ACTUAL O ANTERIOR"
                       END-IF
                   END-IF
               END-IF
               PERFORM REALIZAR-OTRA-OPERACION.

            LEER-TARIFA-ANTICIPO.
               MOVE 0 TO WS-ANT-COMISION
               MOVE 50 TO WS-ANT-PORCENTAJE
               OPEN INPUT ARCHIVO-TARIFAS
               IF WS-STATUS-TARIFAS NOT = "35"
                   MOVE "ANP" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       NOT INVALID KEY
                           MOVE TAR-MONTO TO WS-ANT-COMISION
                           IF TAR-UMBRAL-EXENCION > 0
                              AND TAR-UMBRAL-EXENCION <= 100
                               MOVE TAR-UMBRAL-EXENCION
                                   TO WS-ANT-PORCENTAJE
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-TARIFAS
               END-IF.

            BUSCAR-ANTICIPO-VIGENTE.
               MOVE 'N' TO WS-ANT-VIGENTE
               MOVE 0 TO WS-ANT-ADEUDADO
               MOVE 'N' TO WS-ANTICIPOS-EOF
               OPEN INPUT ARCHIVO-ANTICIPOS
               IF WS-STATUS-ANTICIPOS = "35"
                   MOVE 'S' TO WS-ANTICIPOS-EOF
               ELSE
                   MOVE WS-RUT TO ANT-RUT
                   MOVE 0 TO ANT-NUM-CUENTA
                   MOVE 0 TO ANT-NUM-SECUENCIA
                   START ARCHIVO-ANTICIPOS
                       KEY IS NOT LESS THAN ANT-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-ANTICIPOS-EOF
                   END-START
                   PERFORM UNTIL WS-ANTICIPOS-FIN-ARCHIVO
                       READ ARCHIVO-ANTICIPOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-ANTICIPOS-EOF
                       END-READ
                       IF NOT WS-ANTICIPOS-FIN-ARCHIVO
                           IF ANT-RUT NOT = WS-RUT
                               MOVE 'S' TO WS-ANTICIPOS-EOF
                           ELSE
                               IF ANT-ESTA-VIGENTE
                                   MOVE 'S' TO WS-ANT-VIGENTE
                                   COMPUTE WS-ANT-ADEUDADO =
                                       WS-ANT-ADEUDADO + ANT-MONTO
                                       + ANT-COMISION
                                       - ANT-MONTO-PAGADO
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-ANTICIPOS
               END-IF.

            EVALUAR-SUELDOS-NOMINA.
      *        Agrupa los NOM de la cuenta por mes y empleador y
      *        cuenta hacia atras, desde el ultimo, los meses
      *        seguidos del mismo empleador. El ultimo sueldo debe
      *        ser de este mes o del anterior; el promedio se saca de
      *        los meses exigidos mas recientes.
               MOVE 'N' TO WS-ANT-ELEGIBLE
               MOVE 0 TO WS-SDO-CANTIDAD
               MOVE 0 TO WS-ANT-SUELDO-PROMEDIO
               PERFORM POSICIONAR-MOVIMIENTOS-CUENTA
               IF WS-STATUS-MOVIMIENTOS NOT = "35"
                   PERFORM UNTIL WS-MOVIMIENTOS-FIN-ARCHIVO
                       PERFORM LEER-SIGUIENTE-MOVIMIENTO-CTA
                       IF NOT WS-MOVIMIENTOS-FIN-ARCHIVO
                          AND MOV-OPERACION = "NOM"
                           PERFORM ACUMULAR-SUELDO-NOMINA
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-MOVIMIENTOS
               END-IF

               PERFORM SETEAR-FECHA-ACTUAL
               COMPUTE WS-ANT-PERIODO-HOY =
                   (WS-ANIO-FORMATEADO * 12) + WS-MES-FORMATEADO
               MOVE 0 TO WS-ANT-SEGUIDOS
               MOVE 0 TO WS-ANT-SUMA-SUELDOS
               IF WS-SDO-CANTIDAD > 0
                   MOVE WS-SDO-EMPLEADOR(WS-SDO-CANTIDAD)
                       TO WS-ANT-EMPLEADOR
                   IF WS-ANT-EMPLEADOR NOT = SPACES
                      AND WS-SDO-PERIODO(WS-SDO-CANTIDAD) + 1
                          >= WS-ANT-PERIODO-HOY
                       PERFORM CONTAR-SUELDOS-SEGUIDOS
                   END-IF
               END-IF
               IF WS-ANT-SEGUIDOS >= WS-ANT-SUELDOS-REQUERIDOS
                   MOVE 'S' TO WS-ANT-ELEGIBLE
                   COMPUTE WS-ANT-SUELDO-PROMEDIO =
                       WS-ANT-SUMA-SUELDOS / WS-ANT-SUELDOS-REQUERIDOS
               END-IF.

            ACUMULAR-SUELDO-NOMINA.
               MOVE MOV-FECHAYHORA(1:4) TO WS-ANT-ANIO-MOV
               MOVE MOV-FECHAYHORA(6:2) TO WS-ANT-MES-MOV
               COMPUTE WS-ANT-PERIODO-MOV =
                   (WS-ANT-ANIO-MOV * 12) + WS-ANT-MES-MOV
               IF WS-SDO-CANTIDAD > 0
                  AND WS-SDO-PERIODO(WS-SDO-CANTIDAD)
                      = WS-ANT-PERIODO-MOV
                  AND WS-SDO-EMPLEADOR(WS-SDO-CANTIDAD)
                      = MOV-RUT-CONTRAPARTE
                   ADD MOV-MONTO TO WS-SDO-MONTO(WS-SDO-CANTIDAD)
               ELSE
                   IF WS-SDO-CANTIDAD = 12
                       PERFORM VARYING WS-SDO-INDICE FROM 1 BY 1
                           UNTIL WS-SDO-INDICE > 11
                           MOVE WS-SUELDO-MES(WS-SDO-INDICE + 1)
                               TO WS-SUELDO-MES(WS-SDO-INDICE)
                       END-PERFORM
                   ELSE
                       ADD 1 TO WS-SDO-CANTIDAD
                   END-IF
                   MOVE WS-ANT-PERIODO-MOV
                       TO WS-SDO-PERIODO(WS-SDO-CANTIDAD)
                   MOVE MOV-RUT-CONTRAPARTE
                       TO WS-SDO-EMPLEADOR(WS-SDO-CANTIDAD)
                   MOVE MOV-MONTO TO WS-SDO-MONTO(WS-SDO-CANTIDAD)
               END-IF.

            CONTAR-SUELDOS-SEGUIDOS.
      *        Del ultimo mes hacia atras, mientras cada entrada sea
      *        del mismo empleador y del mes inmediatamente anterior.
      *        Solo los meses exigidos mas recientes suman al
      *        promedio.
               MOVE WS-SDO-CANTIDAD TO WS-SDO-INDICE
               MOVE 1 TO WS-ANT-SEGUIDOS
               ADD WS-SDO-MONTO(WS-SDO-INDICE) TO WS-ANT-SUMA-SUELDOS
               PERFORM UNTIL WS-SDO-INDICE = 1
                   IF WS-SDO-EMPLEADOR(WS-SDO-INDICE - 1)
                      = WS-ANT-EMPLEADOR
                      AND WS-SDO-PERIODO(WS-SDO-INDICE - 1) + 1
                          = WS-SDO-PERIODO(WS-SDO-INDICE)
                       SUBTRACT 1 FROM WS-SDO-INDICE
                       ADD 1 TO WS-ANT-SEGUIDOS
                       IF WS-ANT-SEGUIDOS <= WS-ANT-SUELDOS-REQUERIDOS
                           ADD WS-SDO-MONTO(WS-SDO-INDICE)
                               TO WS-ANT-SUMA-SUELDOS
                       END-IF
                   ELSE
                       MOVE 1 TO WS-SDO-INDICE
                   END-IF
               END-PERFORM.

            OFRECER-ANTICIPO.
               COMPUTE WS-ANT-MAXIMO =
                   WS-ANT-SUELDO-PROMEDIO * WS-ANT-PORCENTAJE / 100
               MOVE WS-ANT-SUELDO-PROMEDIO TO WS-FORMATO-MONEDA
               DISPLAY "SUELDO PROMEDIO: " WS-FORMATO-MONEDA " CLP"
               MOVE WS-ANT-MAXIMO TO WS-FORMATO-MONEDA
               DISPLAY
                   "PUEDE ANTICIPAR HASTA: " WS-FORMATO-MONEDA " CLP"
               MOVE WS-ANT-COMISION TO WS-FORMATO-MONEDA
               DISPLAY
                   "COMISION DEL ANTICIPO: " WS-FORMATO-MONEDA
                   " CLP, SE DESCUENTA CON SU PROXIMO SUELDO"
               DISPLAY "MONTO A ANTICIPAR (0 PARA NO PEDIRLO): "
               MOVE 0 TO WS-ANT-MONTO-PEDIDO
               ACCEPT WS-ANT-MONTO-PEDIDO
               DISPLAY " "
               IF WS-ANT-MONTO-PEDIDO NOT NUMERIC
                   MOVE 0 TO WS-ANT-MONTO-PEDIDO
               END-IF
               IF WS-ANT-MONTO-PEDIDO > 0
                   IF WS-ANT-MONTO-PEDIDO > WS-ANT-MAXIMO
                       DISPLAY
                           "ERROR EL MONTO SUPERA EL MAXIMO QUE PUEDE "
                           "ANTICIPAR"
                   ELSE
                       PERFORM OTORGAR-ANTICIPO
                   END-IF
               END-IF.

            OTORGAR-ANTICIPO.
               MOVE WS-ANT-MONTO-PEDIDO TO WS-MONTO
               IF MODO-ES-ENTRENAMIENTO
                   MOVE WS-MONTO TO WS-FORMATO-MONEDA
                   DISPLAY "ANTICIPO SIMULADO POR " WS-FORMATO-MONEDA
               ELSE
                   MOVE WS-SALDO TO WS-SALDO-ANTERIOR
                   ADD WS-MONTO TO WS-SALDO
                   MOVE "ANT" TO WS-OPERACION
                   PERFORM ACTUALIZAR-FECHA-ACTIVIDAD
                   PERFORM GRABAR-CUENTA
                   PERFORM GRABAR-BITACORA
                   PERFORM REGISTRAR-ANTICIPO
                   MOVE WS-SALDO TO WS-FORMATO-MONEDA
                   DISPLAY
                       "ANTICIPO ABONADO. SALDO NUEVO DE LA CUENTA: "
                       WS-FORMATO-MONEDA " " WS-MONEDA
                   PERFORM GRABAR-NOTIFICACION-SALDO
                   PERFORM IMPRIMIR-FECHA-ACTUAL
               END-IF.

            REGISTRAR-ANTICIPO.
      *        El anticipo queda vigente bajo la secuencia del
      *        movimiento ANT recien grabado en la bitacora.
               OPEN I-O ARCHIVO-ANTICIPOS
               IF WS-STATUS-ANTICIPOS = "35"
                   OPEN OUTPUT ARCHIVO-ANTICIPOS
                   CLOSE ARCHIVO-ANTICIPOS
                   OPEN I-O ARCHIVO-ANTICIPOS
               END-IF
               MOVE WS-RUT TO ANT-RUT
               MOVE WS-NUM-CUENTA TO ANT-NUM-CUENTA
               MOVE WS-NUM-SECUENCIA TO ANT-NUM-SECUENCIA
               MOVE WS-ANT-EMPLEADOR TO ANT-RUT-EMPLEADOR
               MOVE WS-FECHA-ULTIMA-ACTIVIDAD TO ANT-FECHA-OTORGAMIENTO
               MOVE WS-ANT-SUELDO-PROMEDIO TO ANT-SUELDO-PROMEDIO
               MOVE WS-MONTO TO ANT-MONTO
               MOVE WS-ANT-COMISION TO ANT-COMISION
               MOVE 0 TO ANT-MONTO-PAGADO
               MOVE "VIG" TO ANT-ESTADO
               MOVE 0 TO ANT-FECHA-PAGO
               WRITE ANTICIPO-NOMINA
                   INVALID KEY
                       CONTINUE
               END-WRITE
               CLOSE ARCHIVO-ANTICIPOS.

            GESTIONAR-CONSENTIMIENTOS.
      *        El cliente otorga o revoca aqui su consentimiento de
      *        publicidad canal por canal. Cada cambio efectivo queda
      *        fechado en la ficha con origen CAJ, en
      *        consentimientos.txt con el terminal, y como evento PUB
      *        en el diario. En modo entrenamiento solo se muestra.
               OPEN I-O ARCHIVO-CLIENTES
               IF WS-STATUS-CLIENTES = "35"
                   DISPLAY "NO HAY FICHA DE CLIENTE PARA ESTE RUT"
               ELSE
                   MOVE WS-RUT TO CLI-RUT
                   READ ARCHIVO-CLIENTES
                       INVALID KEY
                           DISPLAY
                               "NO HAY FICHA DE CLIENTE PARA ESTE RUT"
                       NOT INVALID KEY
                           PERFORM CAPTURAR-CONSENTIMIENTOS
                           IF NOT MODO-ES-ENTRENAMIENTO
                               REWRITE CLIENTE
                           END-IF
                           DISPLAY "PREFERENCIAS REGISTRADAS"
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF
               PERFORM REALIZAR-OTRA-OPERACION.

            CAPTURAR-CONSENTIMIENTOS.
               PERFORM VARYING WS-CANAL-INDICE FROM 1 BY 1
                   UNTIL WS-CANAL-INDICE > 4
                   MOVE CLI-PUB-MARCA(WS-CANAL-INDICE)
                       TO WS-MARCA-ANTERIOR
                   IF WS-MARCA-ANTERIOR NOT = 'S'
                       MOVE 'N' TO WS-MARCA-ANTERIOR
                   END-IF
                   DISPLAY "PUBLICIDAD POR "
                       WS-CANAL-PUB-NOMBRE(WS-CANAL-INDICE)
                       ": " WS-MARCA-ANTERIOR
                   DISPLAY "ACEPTA? (S/N, EN BLANCO SIN CAMBIO): "
                   MOVE SPACE TO WS-RESPUESTA-PUB
                   ACCEPT WS-RESPUESTA-PUB
                   MOVE FUNCTION UPPER-CASE(WS-RESPUESTA-PUB)
                       TO WS-RESPUESTA-PUB
                   IF (WS-RESPUESTA-PUB = 'S' OR 'N')
                      AND WS-RESPUESTA-PUB NOT = WS-MARCA-ANTERIOR
                      AND NOT MODO-ES-ENTRENAMIENTO
                       PERFORM REGISTRAR-CONSENTIMIENTO
                   END-IF
               END-PERFORM
               DISPLAY " ".

            REGISTRAR-CONSENTIMIENTO.
               PERFORM SETEAR-FECHA-ACTUAL
               MOVE WS-RESPUESTA-PUB TO CLI-PUB-MARCA(WS-CANAL-INDICE)
               COMPUTE CLI-PUB-FECHA(WS-CANAL-INDICE) =
                   (WS-ANIO-FORMATEADO * 10000)
                   + (WS-MES-FORMATEADO * 100)
                   + WS-DIA-FORMATEADO
               MOVE "CAJ" TO CLI-PUB-ORIGEN(WS-CANAL-INDICE)

               OPEN EXTEND ARCHIVO-CONSENTIMIENTOS
               MOVE SPACES TO REGISTRO-CONSENTIMIENTO
               MOVE WS-FECHAYHORA-FORMATEADA TO CNS-FECHAYHORA
               MOVE WS-RUT TO CNS-RUT
               MOVE WS-CANAL-PUB-CODIGO(WS-CANAL-INDICE) TO CNS-CANAL
               MOVE WS-MARCA-ANTERIOR TO CNS-VALOR-ANTERIOR
               MOVE WS-RESPUESTA-PUB TO CNS-VALOR-NUEVO
               MOVE "CAJ" TO CNS-ORIGEN
               MOVE WS-ID-TERMINAL TO CNS-USUARIO
               WRITE REGISTRO-CONSENTIMIENTO
               CLOSE ARCHIVO-CONSENTIMIENTOS

               MOVE "PUB" TO WS-DIARIO-EVENTO
               MOVE SPACES TO WS-DIARIO-MOTIVO
               IF WS-RESPUESTA-PUB = 'S'
                   STRING "PUBLICIDAD "
                       WS-CANAL-PUB-CODIGO(WS-CANAL-INDICE)
                       " OTORGADA" DELIMITED BY SIZE
                       INTO WS-DIARIO-MOTIVO
                   END-STRING
               ELSE
                   STRING "PUBLICIDAD "
                       WS-CANAL-PUB-CODIGO(WS-CANAL-INDICE)
                       " REVOCADA" DELIMITED BY SIZE
                       INTO WS-DIARIO-MOTIVO
                   END-STRING
               END-IF
               MOVE 0 TO WS-MONTO
               PERFORM GRABAR-DIARIO-EVENTO.

            GESTIONAR-FINANZAS-ABIERTAS.
      *        El titular ve sus consentimientos de finanzas abiertas
      *        y otorga o revoca el de la cuenta en sesion para un
      *        proveedor inscrito. Cada cambio queda en
      *        consentimientos_datos.txt con origen CAJ y el
      *        terminal, y como evento FAB en el diario. Un
      *        representante no puede compartir datos del titular.
      *        En modo entrenamiento solo se muestra.
               IF NOT SESION-SIN-REPRESENTANTE
                   DISPLAY "SOLO EL TITULAR PUEDE AUTORIZAR EL USO "
                       "DE SUS DATOS"
               ELSE
                   PERFORM LISTAR-CONSENT-DATOS
                   DISPLAY "OTO=OTORGAR PARA ESTA CUENTA, REV=REVOCAR"
                       ", EN BLANCO VOLVER: "
                   MOVE SPACES TO WS-FAB-ACCION
                   ACCEPT WS-FAB-ACCION
                   MOVE FUNCTION UPPER-CASE(WS-FAB-ACCION)
                       TO WS-FAB-ACCION
                   IF WS-FAB-ACCION = "OTO" OR WS-FAB-ACCION = "REV"
                       DISPLAY "CODIGO DEL PROVEEDOR: "
                       ACCEPT WS-FAB-PROVEEDOR
                       MOVE FUNCTION UPPER-CASE(WS-FAB-PROVEEDOR)
                           TO WS-FAB-PROVEEDOR
                       IF MODO-ES-ENTRENAMIENTO
                           DISPLAY "MODO ENTRENAMIENTO: NO SE "
                               "REGISTRA EL CAMBIO"
                       ELSE
                           IF WS-FAB-ACCION = "OTO"
                               PERFORM OTORGAR-CONSENT-DATOS
                           ELSE
                               PERFORM REVOCAR-CONSENT-DATOS
                           END-IF
                       END-IF
                   END-IF
               END-IF
               PERFORM REALIZAR-OTRA-OPERACION.

            LISTAR-CONSENT-DATOS.
               OPEN INPUT ARCHIVO-CONSENT-DATOS
               IF WS-STATUS-CONSENT-DATOS = "35"
                   DISPLAY "NO TIENE CONSENTIMIENTOS DE FINANZAS "
                       "ABIERTAS"
               ELSE
                   DISPLAY "PROVEE CTA SAL MOV PRE EST EXPIRA"
                   MOVE WS-RUT TO CSD-RUT
                   MOVE LOW-VALUES TO CSD-PROVEEDOR
                   MOVE 0 TO CSD-NUM-CUENTA
                   MOVE 'N' TO WS-FAB-EOF
                   START ARCHIVO-CONSENT-DATOS
                       KEY IS NOT LESS THAN CSD-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-FAB-EOF
                   END-START
                   PERFORM UNTIL WS-FAB-FIN-ARCHIVO
                       READ ARCHIVO-CONSENT-DATOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-FAB-EOF
                       END-READ
                       IF NOT WS-FAB-FIN-ARCHIVO
                           IF CSD-RUT NOT = WS-RUT
                               MOVE 'S' TO WS-FAB-EOF
                           ELSE
                               DISPLAY
                                   CSD-PROVEEDOR " " CSD-NUM-CUENTA
                                   "  " CSD-ALCANCE-SALDOS "   "
                                   CSD-ALCANCE-MOVIMIENTOS "   "
                                   CSD-ALCANCE-PRESTAMOS "  "
                                   CSD-ESTADO " "
                                   CSD-FECHA-EXPIRACION
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-CONSENT-DATOS
               END-IF.

            OTORGAR-CONSENT-DATOS.
      *        Solo a un proveedor vigente del maestro. Otorgar sobre
      *        un consentimiento revocado o expirado lo renueva; lo
      *        ya entregado al proveedor no se vuelve a enviar.
               MOVE 'N' TO WS-FAB-PROVEEDOR-VALIDO
               OPEN INPUT ARCHIVO-PROVEEDORES-DATOS
               IF WS-STATUS-PROVEEDORES NOT = "35"
                   MOVE WS-FAB-PROVEEDOR TO PRD-CODIGO
                   READ ARCHIVO-PROVEEDORES-DATOS
                       NOT INVALID KEY
                           IF PRD-ESTA-VIGENTE
                               MOVE 'S' TO WS-FAB-PROVEEDOR-VALIDO
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-PROVEEDORES-DATOS
               END-IF
               IF NOT FAB-PROVEEDOR-ES-VALIDO
                   DISPLAY "PROVEEDOR NO INSCRITO O DADO DE BAJA"
               ELSE
                   DISPLAY "PROVEEDOR: " PRD-NOMBRE
                   OPEN I-O ARCHIVO-CONSENT-DATOS
                   IF WS-STATUS-CONSENT-DATOS = "35"
                       OPEN OUTPUT ARCHIVO-CONSENT-DATOS
                       CLOSE ARCHIVO-CONSENT-DATOS
                       OPEN I-O ARCHIVO-CONSENT-DATOS
                   END-IF
                   MOVE WS-RUT TO CSD-RUT
                   MOVE WS-FAB-PROVEEDOR TO CSD-PROVEEDOR
                   MOVE WS-NUM-CUENTA TO CSD-NUM-CUENTA
                   READ ARCHIVO-CONSENT-DATOS
                       INVALID KEY
                           MOVE WS-RUT TO CSD-RUT
                           MOVE WS-FAB-PROVEEDOR TO CSD-PROVEEDOR
                           MOVE WS-NUM-CUENTA TO CSD-NUM-CUENTA
                           MOVE 0 TO CSD-ULTIMA-SECUENCIA
                           MOVE 0 TO CSD-FECHA-ULTIMA-ENTREGA
                           PERFORM CAPTURAR-CONSENT-DATOS
                           WRITE CONSENTIMIENTO-DATOS
                       NOT INVALID KEY
                           PERFORM CAPTURAR-CONSENT-DATOS
                           REWRITE CONSENTIMIENTO-DATOS
                   END-READ
                   CLOSE ARCHIVO-CONSENT-DATOS
                   DISPLAY "CONSENTIMIENTO VIGENTE HASTA "
                       CSD-FECHA-EXPIRACION
                   MOVE "FAB" TO WS-DIARIO-EVENTO
                   MOVE SPACES TO WS-DIARIO-MOTIVO
                   STRING "DATOS OTORGADOS A "
                       WS-FAB-PROVEEDOR DELIMITED BY SIZE
                       INTO WS-DIARIO-MOTIVO
                   END-STRING
                   MOVE 0 TO WS-MONTO
                   PERFORM GRABAR-DIARIO-EVENTO
               END-IF.

            CAPTURAR-CONSENT-DATOS.
               DISPLAY "COMPARTIR SALDOS? (S/N): "
               PERFORM PEDIR-ALCANCE-DATOS
               MOVE WS-FAB-ALCANCE TO CSD-ALCANCE-SALDOS
               DISPLAY "COMPARTIR MOVIMIENTOS? (S/N): "
               PERFORM PEDIR-ALCANCE-DATOS
               MOVE WS-FAB-ALCANCE TO CSD-ALCANCE-MOVIMIENTOS
               DISPLAY "COMPARTIR PRESTAMOS? (S/N): "
               PERFORM PEDIR-ALCANCE-DATOS
               MOVE WS-FAB-ALCANCE TO CSD-ALCANCE-PRESTAMOS
               IF NOT CSD-INCLUYE-SALDOS
                  AND NOT CSD-INCLUYE-MOVIMIENTOS
                  AND NOT CSD-INCLUYE-PRESTAMOS
                   DISPLAY "SIN ALCANCE ELEGIDO: SE COMPARTEN SALDOS"
                   MOVE 'S' TO CSD-ALCANCE-SALDOS
               END-IF
               DISPLAY "MESES DE VIGENCIA (01-" WS-FAB-MESES-MAXIMO
                   "): "
               ACCEPT WS-FAB-MESES
               IF WS-FAB-MESES NOT NUMERIC OR WS-FAB-MESES = 0
                  OR WS-FAB-MESES > WS-FAB-MESES-MAXIMO
                   MOVE WS-FAB-MESES-MAXIMO TO WS-FAB-MESES
               END-IF
      *        Mismo dia WS-FAB-MESES meses despues; los dias 29 a 31
      *        vencen el 28 para no caer en una fecha inexistente.
               PERFORM SETEAR-FECHA-ACTUAL
               MOVE WS-ANIO-FORMATEADO TO WS-FAB-ANIO-EXPIRACION
               COMPUTE WS-FAB-MES-EXPIRACION =
                   WS-MES-FORMATEADO + WS-FAB-MESES
               IF WS-FAB-MES-EXPIRACION > 12
                   SUBTRACT 12 FROM WS-FAB-MES-EXPIRACION
                   ADD 1 TO WS-FAB-ANIO-EXPIRACION
               END-IF
               MOVE WS-DIA-FORMATEADO TO WS-FAB-DIA-EXPIRACION
               IF WS-FAB-DIA-EXPIRACION > 28
                   MOVE 28 TO WS-FAB-DIA-EXPIRACION
               END-IF
               COMPUTE CSD-FECHA-EXPIRACION =
                   (WS-FAB-ANIO-EXPIRACION * 10000)
                   + (WS-FAB-MES-EXPIRACION * 100)
                   + WS-FAB-DIA-EXPIRACION
               COMPUTE CSD-FECHA-OTORGAMIENTO =
                   (WS-ANIO-FORMATEADO * 10000)
                   + (WS-MES-FORMATEADO * 100)
                   + WS-DIA-FORMATEADO
               MOVE "VIG" TO CSD-ESTADO
               MOVE 0 TO CSD-FECHA-REVOCACION
               MOVE "CAJ" TO CSD-ORIGEN
               MOVE WS-ID-TERMINAL TO CSD-USUARIO.

            PEDIR-ALCANCE-DATOS.
               MOVE SPACE TO WS-FAB-ALCANCE
               ACCEPT WS-FAB-ALCANCE
               MOVE FUNCTION UPPER-CASE(WS-FAB-ALCANCE)
                   TO WS-FAB-ALCANCE
               IF WS-FAB-ALCANCE NOT = 'S'
                   MOVE 'N' TO WS-FAB-ALCANCE
               END-IF.

            REVOCAR-CONSENT-DATOS.
      *        Revoca el consentimiento de la cuenta en sesion con el
      *        proveedor; desde la noche siguiente no recibe nada mas.
               OPEN I-O ARCHIVO-CONSENT-DATOS
               IF WS-STATUS-CONSENT-DATOS = "35"
                   DISPLAY "NO HAY CONSENTIMIENTO VIGENTE CON ESE "
                       "PROVEEDOR"
               ELSE
                   MOVE WS-RUT TO CSD-RUT
                   MOVE WS-FAB-PROVEEDOR TO CSD-PROVEEDOR
                   MOVE WS-NUM-CUENTA TO CSD-NUM-CUENTA
                   READ ARCHIVO-CONSENT-DATOS
                       INVALID KEY
                           DISPLAY "NO HAY CONSENTIMIENTO VIGENTE "
                               "CON ESE PROVEEDOR"
                       NOT INVALID KEY
                           IF NOT CSD-ESTA-VIGENTE
                               DISPLAY "NO HAY CONSENTIMIENTO "
                                   "VIGENTE CON ESE PROVEEDOR"
                           ELSE
                               PERFORM SETEAR-FECHA-ACTUAL
                               MOVE "REV" TO CSD-ESTADO
                               COMPUTE CSD-FECHA-REVOCACION =
                                   (WS-ANIO-FORMATEADO * 10000)
                                   + (WS-MES-FORMATEADO * 100)
                                   + WS-DIA-FORMATEADO
                               MOVE "CAJ" TO CSD-ORIGEN
                               MOVE WS-ID-TERMINAL TO CSD-USUARIO
                               REWRITE CONSENTIMIENTO-DATOS
                               DISPLAY "CONSENTIMIENTO REVOCADO"
                               MOVE "FAB" TO WS-DIARIO-EVENTO
                               MOVE SPACES TO WS-DIARIO-MOTIVO
                               STRING "DATOS REVOCADOS A "
                                   WS-FAB-PROVEEDOR DELIMITED BY SIZE
                                   INTO WS-DIARIO-MOTIVO
                               END-STRING
                               MOVE 0 TO WS-MONTO
                               PERFORM GRABAR-DIARIO-EVENTO
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CONSENT-DATOS
               END-IF.

            VALIDAR-DIGITO-VERIFICADOR.
      *        Calcula el digito verificador (modulo 11) del cuerpo
      *        del RUT ingresado y lo compara con el digito informado
            VALIDAR-POLITICA-MONTO-GIRO.
      *        Umbral minimo/maximo por giro, independiente del saldo
      *        disponible que GIRAR valida por su cuenta.
               PERFORM FIJAR-LIMITES-GIRO-MONEDA
               IF WS-MONTO < WS-GIRO-MINIMO
                  OR WS-MONTO > WS-GIRO-MAXIMO THEN
                   DISPLAY
                       "ERROR EL MONTO A GIRAR DEBE ESTAR ENTRE "
                       WS-GIRO-MINIMO " Y " WS-GIRO-MAXIMO
                   MOVE 44 TO WS-MSG-ID
                   MOVE "POR FAVOR INGRESE NUEVAMENTE EL MONTO"
                       TO WS-MSG-DEFECTO
                   ACCEPT WS-MONTO
                   DISPLAY " "
                   PERFORM VALIDAR-MONTO-NUMERICO
                   IF WS-MONTO < WS-GIRO-MINIMO
                      OR WS-MONTO > WS-GIRO-MAXIMO THEN
                       MOVE 45 TO WS-MSG-ID
                       MOVE "DATO INVALIDO. SESION FINALIZADA"
                           TO WS-MSG-DEFECTO
                   END-IF
               END-IF.

            FIJAR-LIMITES-GIRO-MONEDA.
      *        Un giro en dolares (cuenta USD en terminal bicomoneda)
      *        se mide contra los limites en dolares; todo lo demas
      *        sale en pesos.
               IF WS-MONEDA = "USD"
                   MOVE WS-MONTO-MINIMO-GIRO-USD TO WS-GIRO-MINIMO
                   MOVE WS-MONTO-MAXIMO-GIRO-USD TO WS-GIRO-MAXIMO
                   MOVE WS-MONTO-UMBRAL-AUTORIZ-USD TO WS-GIRO-UMBRAL
               ELSE
                   MOVE WS-MONTO-MINIMO-GIRO TO WS-GIRO-MINIMO
                   MOVE WS-MONTO-MAXIMO-GIRO TO WS-GIRO-MAXIMO
                   MOVE WS-MONTO-UMBRAL-AUTORIZACION TO WS-GIRO-UMBRAL
               END-IF.

            REALIZAR-OTRA-OPERACION.

                PERFORM INGRESAR-RESPUESTA
                PERFORM SUMAR-BOLSILLOS
                IF WS-TOTAL-BOLSILLOS > 0
                   OR WS-TOTAL-EMBARGADO > 0
                   OR WS-TOTAL-RESERVADO > 0
                    COMPUTE WS-SALDO-LIBRE =
                        WS-SALDO - WS-TOTAL-EMBARGADO
                        - WS-TOTAL-BOLSILLOS
                    MOVE WS-TOTAL-BOLSILLOS TO WS-FORMATO-MONEDA
                    DISPLAY
                        "APARTADO EN BOLSILLOS: " WS-FORMATO-MONEDA
                    IF WS-TOTAL-RESERVADO > 0
                        MOVE WS-TOTAL-RESERVADO TO WS-FORMATO-MONEDA
                        DISPLAY
                            "RETENIDO POR RESERVAS Y COMPRAS: "
                            WS-FORMATO-MONEDA
                    END-IF
                    MOVE WS-SALDO-LIBRE TO WS-FORMATO-MONEDA
                    DISPLAY "SALDO LIBRE: " WS-FORMATO-MONEDA
                END-IF
                   MOVE 'S' TO WS-LIMITE-DIARIO-OK
               END-IF.

            CALCULAR-TOPE-FRANJA.
      *        Deja en WS-PERFIL-TOPE-FRANJA el tope por giro de la
      *        primera franja del perfil que contiene la hora actual
      *        (0 = sin tope en este horario). Una franja con desde
      *        mayor que hasta cruza la medianoche (ej. 2200 a 0600).
               MOVE 0 TO WS-PERFIL-TOPE-FRANJA
               PERFORM SETEAR-FECHA-ACTUAL
               COMPUTE WS-PERFIL-HORA-ACTUAL =
                   (WS-HORA-FORMATEADA * 100) + WS-MINUTO-FORMATEADO
               PERFORM VARYING WS-PERFIL-INDICE FROM 1 BY 1
                       UNTIL WS-PERFIL-INDICE > 4
                          OR WS-PERFIL-TOPE-FRANJA > 0
                   IF WS-FRANJA-TOPE(WS-PERFIL-INDICE) > 0
                       IF (WS-FRANJA-DESDE(WS-PERFIL-INDICE)
                           <= WS-FRANJA-HASTA(WS-PERFIL-INDICE)
                           AND WS-PERFIL-HORA-ACTUAL
                               >= WS-FRANJA-DESDE(WS-PERFIL-INDICE)
                           AND WS-PERFIL-HORA-ACTUAL
                               < WS-FRANJA-HASTA(WS-PERFIL-INDICE))
                          OR
                          (WS-FRANJA-DESDE(WS-PERFIL-INDICE)
                           > WS-FRANJA-HASTA(WS-PERFIL-INDICE)
                           AND (WS-PERFIL-HORA-ACTUAL
                                >= WS-FRANJA-DESDE(WS-PERFIL-INDICE)
                                OR WS-PERFIL-HORA-ACTUAL
                                < WS-FRANJA-HASTA(WS-PERFIL-INDICE)))
                           MOVE WS-FRANJA-TOPE(WS-PERFIL-INDICE)
                               TO WS-PERFIL-TOPE-FRANJA
                       END-IF
                   END-IF
               END-PERFORM.

            VERIFICAR-TOPE-FRANJA.
      *        Compara WS-MONTO contra el tope del terminal para la
      *        hora actual, ademas de los limites propios de la
      *        cuenta y del producto.
               MOVE 'S' TO WS-TOPE-FRANJA-OK
               PERFORM CALCULAR-TOPE-FRANJA
               IF WS-PERFIL-TOPE-FRANJA > 0
                  AND WS-MONTO > WS-PERFIL-TOPE-FRANJA
                   MOVE 'N' TO WS-TOPE-FRANJA-OK
                   PERFORM RECHAZAR-POR-TOPE-FRANJA
               END-IF.

            RECHAZAR-POR-TOPE-FRANJA.
               MOVE WS-PERFIL-TOPE-FRANJA TO WS-FORMATO-MONEDA
               DISPLAY
                   "EN ESTE HORARIO ESTE CAJERO ENTREGA HASTA "
                   WS-FORMATO-MONEDA " POR GIRO"
               MOVE "PRF" TO WS-DIARIO-EVENTO
               MOVE "GIRO SOBRE TOPE FRANJA HORARIA"
                   TO WS-DIARIO-MOTIVO
               PERFORM GRABAR-DIARIO-EVENTO.

            VERIFICAR-CASSETTE.
      *        Simula el armado del vuelto de WS-MONTO con los
      *        billetes disponibles, de mayor a menor denominacion,
                   COMPUTE WS-CASS-NOTAS-NECESARIAS =
                       WS-CASS-RESTANTE /
                       WS-CASSETTE-DENOMINACION(WS-CASS-INDICE)
                   IF NOT DENOMINACION-INSTALADA(WS-CASS-INDICE)
                       MOVE 0 TO WS-CASS-NOTAS-NECESARIAS
                   END-IF

                   IF WS-CASS-NOTAS-NECESARIAS
                      > WS-CASSETTE-CANTIDAD(WS-CASS-INDICE)

            SUGERIR-MONTO-CASSETTE.
      *        Si no hay vuelto exacto, sugiere el multiplo de la
      *        denominacion mas chica instalada mas cercano por
      *        debajo del monto pedido, como referencia para
      *        reintentar.
               COMPUTE WS-MONTO-SUGERIDO =
                   (WS-MONTO / WS-DENOMINACION-MINIMA)
                   * WS-DENOMINACION-MINIMA.

            VERIFICAR-CASSETTE-USD.
      *        Igual que VERIFICAR-CASSETTE, pero arma el monto en
      *        dolares con los cassettes USD del terminal bicomoneda.
               MOVE 'S' TO WS-CASSETTE-OK
               MOVE WS-MONTO TO WS-CASS-RESTANTE

               PERFORM VARYING WS-CASS-INDICE FROM 1 BY 1
                       UNTIL WS-CASS-INDICE > 5
                   COMPUTE WS-CASS-NOTAS-NECESARIAS =
                       WS-CASS-RESTANTE /
                       WS-CASSETTE-USD-DENOMINACION(WS-CASS-INDICE)

                   IF WS-CASS-NOTAS-NECESARIAS
                      > WS-CASSETTE-USD-CANTIDAD(WS-CASS-INDICE)
                       MOVE WS-CASSETTE-USD-CANTIDAD(WS-CASS-INDICE)
                           TO WS-CASS-NOTAS-USADAS(WS-CASS-INDICE)
                   ELSE
                       MOVE WS-CASS-NOTAS-NECESARIAS
                           TO WS-CASS-NOTAS-USADAS(WS-CASS-INDICE)
                   END-IF

                   COMPUTE WS-CASS-RESTANTE = WS-CASS-RESTANTE -
                       (WS-CASS-NOTAS-USADAS(WS-CASS-INDICE)
                       * WS-CASSETTE-USD-DENOMINACION(WS-CASS-INDICE))
               END-PERFORM

               IF WS-CASS-RESTANTE NOT = 0
                   MOVE 'N' TO WS-CASSETTE-OK
               END-IF.

            ACTUALIZAR-CASSETTE-USD.
               PERFORM VARYING WS-CASS-INDICE FROM 1 BY 1
                       UNTIL WS-CASS-INDICE > 5
                   SUBTRACT WS-CASS-NOTAS-USADAS(WS-CASS-INDICE)
                       FROM WS-CASSETTE-USD-CANTIDAD(WS-CASS-INDICE)
               END-PERFORM

               PERFORM GRABAR-CASSETTE.

            SUGERIR-MONTO-CASSETTE-USD.
               COMPUTE WS-MONTO-SUGERIDO =
                   (WS-MONTO /
                    WS-CASSETTE-USD-DENOMINACION(5))
                   * WS-CASSETTE-USD-DENOMINACION(5).

            AUTORIZAR-GIRO-SUPERVISOR.
      *        Sobre WS-MONTO-UMBRAL-AUTORIZACION, el retiro no puede
               END-READ
               CLOSE ARCHIVO-CUENTAS.

            AUTORIZAR-GIRO-TUTOR.
      *        Sobre WS-TOPE-GIRO-SIN-TUTOR, el giro de una cuenta de
      *        menor exige que el tutor legal registrado en la cuenta
      *        digite su propio RUT, numero de cuenta y clave, que se
      *        validan contra ARCHIVO-CUENTAS igual que el supervisor
      *        en AUTORIZAR-GIRO-SUPERVISOR.
               MOVE 'N' TO WS-TUTOR-AUTORIZADO

               DISPLAY
                   "EL MONTO SUPERA LO QUE EL MENOR PUEDE GIRAR SIN "
                   "SU TUTOR"
               DISPLAY "SE REQUIERE RUT Y CLAVE DEL TUTOR LEGAL"

               DISPLAY "RUT DEL TUTOR: "
               ACCEPT WS-TUTOR-RUT
               MOVE FUNCTION UPPER-CASE(WS-TUTOR-RUT)
                   TO WS-TUTOR-RUT
               DISPLAY " "

               DISPLAY "NUMERO DE CUENTA DEL TUTOR: "
               ACCEPT WS-TUTOR-NUM-CUENTA
               DISPLAY " "

               DISPLAY "CLAVE DEL TUTOR: "
               ACCEPT WS-TUTOR-CLAVE
               DISPLAY " "

               IF WS-TUTOR-RUT NOT = WS-RUT-TUTOR-SESION
                   DISPLAY "EL RUT NO CORRESPONDE AL TUTOR DE LA CUENTA"
               ELSE
                   COMPUTE WS-TUTOR-CLAVE-HASH =
                       FUNCTION MOD
                           ((WS-TUTOR-CLAVE * 7919) + 104729,
                            100000000)

                   OPEN INPUT ARCHIVO-CUENTAS
                   MOVE WS-TUTOR-RUT TO RUT
                   MOVE WS-TUTOR-NUM-CUENTA TO NUM-CUENTA
                   READ ARCHIVO-CUENTAS
                       INVALID KEY
                           DISPLAY "CUENTA DEL TUTOR NO ENCONTRADA"
                       NOT INVALID KEY
                           IF WS-TUTOR-CLAVE-HASH = CLAVE
                              AND NOT CUENTA-ESTA-BLOQUEADA THEN
                               MOVE 'S' TO WS-TUTOR-AUTORIZADO
                               DISPLAY
                                   "GIRO AUTORIZADO POR EL TUTOR "
                                   WS-TUTOR-RUT
                           ELSE
                               DISPLAY
                                   "CREDENCIALES DEL TUTOR INVALIDAS"
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

            MODO-SUPERVISOR-TERMINAL.
      *        Servicio en sitio para personal de sucursal, con las
      *        mismas credenciales de supervisor que autorizan giros
               DISPLAY "BUZON DE RETRACTO: " WS-FORMATO-MONEDA
               DISPLAY
                   "BILLETES EN BUZON DE RECHAZO: "
                   WS-CASSETTE-RECHAZADOS
               IF CASSETTE-CON-DOLARES
                   DISPLAY "DOLARES  CANTIDAD"
                   PERFORM VARYING WS-CASS-INDICE FROM 1 BY 1
                           UNTIL WS-CASS-INDICE > 5
                       DISPLAY
                           WS-CASSETTE-USD-DENOMINACION(WS-CASS-INDICE)
                           "    "
                           WS-CASSETTE-USD-CANTIDAD(WS-CASS-INDICE)
                   END-PERFORM
                   MOVE WS-CASSETTE-USD-RETRACTO TO WS-FORMATO-MONEDA
                   DISPLAY
                       "BUZON DE RETRACTO USD: " WS-FORMATO-MONEDA
               END-IF.

            MOSTRAR-OPERACIONES-TERMINAL.
      *        Contadores del dia de este WS-ID-TERMINAL, leidos de
                           MOVE WS-FECHA-HOY TO MAN-FECHA-ALTA
                           MOVE 0 TO MAN-FECHA-REVOCACION
                           MOVE "VIG" TO MAN-ESTADO
                           MOVE 0 TO MAN-FECHA-ULTIMO-COBRO
                           MOVE 0 TO MAN-MONTO-ULTIMO-COBRO
                           WRITE MANDATO
                           DISPLAY "MANDATO AUTORIZADO"
                       NOT INVALID KEY
               PERFORM GRABAR-DIARIO-EVENTO.

            GIRAR.
      *        Una cuenta USD solo gira en un terminal bicomoneda, que
      *        le entrega dolares de sus propios cassettes; en un
      *        terminal solo en pesos girar contra ella pagaria
      *        billetes CLP 1 a 1 contra un cargo en dolares, y el
      *        cliente pasa primero los fondos a su cuenta CLP con
      *        CVD y gira desde ella.
               MOVE 'N' TO WS-GIRO-EN-DOLARES
               IF WS-MONEDA = "USD" AND CASSETTE-CON-DOLARES
                   MOVE 'S' TO WS-GIRO-EN-DOLARES
               END-IF
               PERFORM FIJAR-LIMITES-GIRO-MONEDA

               IF WS-MONEDA NOT = "CLP" AND NOT GIRO-EN-DOLARES THEN
                   DISPLAY
                       "ESTE CAJERO SOLO ENTREGA EFECTIVO EN PESOS: "
                       "USE CVD PARA PASAR LOS FONDOS A SU CUENTA "
                   PERFORM REALIZAR-OTRA-OPERACION
               END-IF

               IF (WS-MONEDA = "CLP" OR GIRO-EN-DOLARES)
                  AND WS-PROD-MAX-GIROS-MES > 0 THEN
                   PERFORM CONTAR-GIROS-DEL-MES
                   IF WS-GIROS-ESTE-MES >= WS-PROD-MAX-GIROS-MES THEN
                   END-IF
               END-IF

               IF WS-MONEDA = "CLP" OR GIRO-EN-DOLARES THEN
                   PERFORM CONTINUAR-GIRO-EFECTIVO
               END-IF.

            CONTINUAR-GIRO-EFECTIVO.
      *        WS-DISPONIBLE-GIRO considera el saldo mas la linea de
      *        sobregiro autorizada para la cuenta (0 si no tiene),
      *        menos la porcion embargada por orden judicial, mas lo
      *        que puede cubrir la cuenta de ahorro vinculada como
      *        proteccion de sobregiro.
                MOVE 'N' TO WS-GIRO-AUTORIZADO-SUPERVISOR
                PERFORM SUMAR-EMBARGOS-VIGENTES
                PERFORM SUMAR-BOLSILLOS
                    WS-SALDO + WS-LIMITE-SOBREGIRO
                    - WS-TOTAL-EMBARGADO - WS-TOTAL-BOLSILLOS
                    - WS-TOTAL-RESERVADO
                PERFORM EVALUAR-PROTECCION-SOBREGIRO
                ADD WS-PSO-DISPONIBLE-AHORRO TO WS-DISPONIBLE-GIRO

                IF WS-DISPONIBLE-GIRO <= 0 THEN
                   IF WS-TOTAL-EMBARGADO > 0
                       END-IF

                       IF GIRO-PUEDE-CONTINUAR
                          AND NOT GIRO-EN-DOLARES
                           PERFORM VERIFICAR-TOPE-FRANJA
                           IF NOT TOPE-FRANJA-RESPETADO
                               MOVE 'N' TO WS-GIRO-PUEDE-CONTINUAR
                               PERFORM REALIZAR-OTRA-OPERACION
                           END-IF
                       END-IF

                       IF GIRO-PUEDE-CONTINUAR
                          AND WS-MONTO > WS-GIRO-UMBRAL
                           PERFORM VERIFICAR-KYC-VIGENTE
                           IF NOT KYC-ESTA-VIGENTE
                               MOVE 'N' TO WS-GIRO-PUEDE-CONTINUAR
                           END-IF
                       END-IF

      *                Recien cambiados telefono, correo o clave, un
      *                giro grande puede ser de quien tomo la cuenta.
                       IF GIRO-PUEDE-CONTINUAR
                           PERFORM VERIFICAR-PERIODO-SEGURIDAD
                           IF SESION-EN-PERIODO-SEGURIDAD
                              AND WS-MONTO > WS-SEG-UMBRAL-GIRO
                               MOVE 'N' TO WS-GIRO-PUEDE-CONTINUAR
                               DISPLAY
                                   "POR SU SEGURIDAD, TRAS UN CAMBIO "
                                   "DE DATOS O DE CLAVE NO PUEDE GIRAR "
                                   "MAS DE " WS-SEG-UMBRAL-GIRO
                               MOVE "SEG" TO WS-DIARIO-EVENTO
                               MOVE "GIRO RETENIDO CAMBIO SEGURIDAD"
                                   TO WS-DIARIO-MOTIVO
                               PERFORM GRABAR-DIARIO-EVENTO
                               PERFORM REALIZAR-OTRA-OPERACION
                           END-IF
                       END-IF

      *                Cuenta de menor: sobre el tope que el menor
      *                puede girar solo, el giro exige la clave de su
      *                tutor legal; desde la mayoria de edad ya no.
                       IF GIRO-PUEDE-CONTINUAR
                          AND WS-TIPO-PRODUCTO = "MEN"
                          AND NOT SESION-MENOR-ES-MAYOR
                          AND WS-MONTO > WS-TOPE-GIRO-SIN-TUTOR
                           PERFORM AUTORIZAR-GIRO-TUTOR
                           IF NOT TUTOR-AUTORIZADO
                               MOVE 'N' TO WS-GIRO-PUEDE-CONTINUAR
                               MOVE "TUT" TO WS-DIARIO-EVENTO
                               MOVE "TUTOR NO AUTORIZO GIRO DE MENOR"
                                   TO WS-DIARIO-MOTIVO
                               PERFORM GRABAR-DIARIO-EVENTO
                               DISPLAY
                                   "GIRO NO AUTORIZADO. OPERACION "
                                   "CANCELADA"
                               PERFORM REALIZAR-OTRA-OPERACION
                           END-IF
                       END-IF

                       IF GIRO-PUEDE-CONTINUAR
                          AND WS-MONTO > WS-GIRO-UMBRAL
                          AND NOT GIRO-AUTORIZADO-POR-SUPERVISOR THEN
                           PERFORM AUTORIZAR-GIRO-SUPERVISOR
                           IF NOT GIRO-AUTORIZADO-POR-SUPERVISOR THEN
                   IF LIMITE-DIARIO-DISPONIBLE
                      AND WS-MONTO <= WS-DISPONIBLE-GIRO
                      AND GIRO-PUEDE-CONTINUAR THEN
                       IF GIRO-EN-DOLARES
                           PERFORM VERIFICAR-CASSETTE-USD
                       ELSE
                           PERFORM VERIFICAR-CASSETTE
                       END-IF

                       IF NOT CASSETTE-TIENE-EFECTIVO THEN
                           MOVE "CAS" TO WS-DIARIO-EVENTO
                           MOVE "CASSETTE SIN VUELTO EXACTO"
                               TO WS-DIARIO-MOTIVO
                           PERFORM GRABAR-DIARIO-EVENTO
                           IF GIRO-EN-DOLARES
                               PERFORM SUGERIR-MONTO-CASSETTE-USD
                           ELSE
                               PERFORM SUGERIR-MONTO-CASSETTE
                           END-IF
                           DISPLAY
                               "EL CAJERO NO PUEDE ENTREGAR ESE MONTO "
                               "EXACTO CON LOS BILLETES DISPONIBLES"
                       END-IF

                       IF CASSETTE-TIENE-EFECTIVO THEN
                           IF GIRO-EN-DOLARES
                               PERFORM ACTUALIZAR-CASSETTE-USD
                           ELSE
                               PERFORM ACTUALIZAR-CASSETTE
                           END-IF

                           PERFORM APLICAR-PROTECCION-SOBREGIRO

                           MOVE WS-SALDO TO WS-SALDO-ANTERIOR

                   SUBTRACT WS-MONTO FROM WS-MONTO-GIRADO-HOY
                   PERFORM GRABAR-CUENTA

                   IF GIRO-EN-DOLARES
                       ADD WS-MONTO TO WS-CASSETTE-USD-RETRACTO
                   ELSE
                       ADD WS-MONTO TO WS-CASSETTE-RETRACTO
                   END-IF
                   PERFORM GRABAR-CASSETTE

                   MOVE WS-OPERACION TO WS-ANU-OPERACION-TEMP

                   MOVE WS-SALDO TO WS-FORMATO-MONEDA
                   DISPLAY
                       "GIRO REVERSADO POR FALLA DE ENTREGA. "
                       "SALDO RESTABLECIDO: " WS-FORMATO-MONEDA
                   DISPLAY
                       "LOS BILLETES QUEDARON RETENIDOS PARA "
                       "REVISION TECNICA"
               END-IF.

            LEER-TARJETA-CREDITO-SESION.
      *        Deja ARCHIVO-TARJETAS-CREDITO abierto I-O y posicionado
      *        en la tarjeta del RUT en sesion, si tiene una; quien
      *        lo llama debe cerrar el archivo.
               MOVE 'N' TO WS-TCR-ENCONTRADA
               OPEN I-O ARCHIVO-TARJETAS-CREDITO
               IF WS-STATUS-TARJETAS-CREDITO = "35"
                   OPEN OUTPUT ARCHIVO-TARJETAS-CREDITO
                   CLOSE ARCHIVO-TARJETAS-CREDITO
                   OPEN I-O ARCHIVO-TARJETAS-CREDITO
               END-IF
               MOVE WS-RUT TO TCR-RUT
               READ ARCHIVO-TARJETAS-CREDITO
                   INVALID KEY
                       DISPLAY
                           "USTED NO TIENE TARJETA DE CREDITO. "
                           "SOLICITELA CON SU EJECUTIVO"
                   NOT INVALID KEY
                       MOVE 'S' TO WS-TCR-ENCONTRADA
               END-READ
               IF TCR-FUE-ENCONTRADA
                   COMPUTE WS-TCR-DEUDA =
                       TCR-SALDO-FACTURADO + TCR-SALDO-NO-FACTURADO
                   COMPUTE WS-TCR-DISPONIBLE =
                       TCR-CUPO - WS-TCR-DEUDA
               END-IF.

            AVANCE-TARJETA-CREDITO.
      *        Avance en efectivo contra el cupo de la tarjeta de
      *        credito del RUT en sesion: los billetes salen del
      *        cassette igual que en un GIR, pero la deuda queda en
      *        TCR-SALDO-NO-FACTURADO y la cuenta de deposito no se
      *        toca (movimiento AVC sin sentido en la bitacora). Se
      *        cobra en el proximo estado de cuenta.
               IF WS-MONEDA NOT = "CLP" THEN
                   DISPLAY
                       "ESTE CAJERO SOLO ENTREGA EFECTIVO EN PESOS: "
                       "INGRESE CON SU CUENTA CLP PARA EL AVANCE"
                   PERFORM REALIZAR-OTRA-OPERACION
               END-IF

               IF WS-MONEDA = "CLP" THEN
                   PERFORM CONTINUAR-AVANCE-TARJETA
               END-IF.

            CONTINUAR-AVANCE-TARJETA.
               MOVE 'N' TO WS-TCR-PUEDE-CONTINUAR
               PERFORM LEER-TARJETA-CREDITO-SESION

               IF TCR-FUE-ENCONTRADA
                   IF NOT TCR-ESTA-VIGENTE
                      OR TCR-TRAMO-MORA >= WS-TCR-TRAMO-BLOQUEO-AVANCE
                       DISPLAY
                           "SU TARJETA DE CREDITO NO ADMITE AVANCES. "
                           "CONSULTE A SU EJECUTIVO"
                   ELSE
                       MOVE WS-TCR-DISPONIBLE TO WS-FORMATO-MONEDA
                       DISPLAY "CUPO DISPONIBLE: " WS-FORMATO-MONEDA
                       IF WS-TCR-DISPONIBLE <= 0
                           DISPLAY "NO TIENE CUPO DISPONIBLE"
                       ELSE
                           MOVE 'S' TO WS-TCR-PUEDE-CONTINUAR
                       END-IF
                   END-IF
               END-IF

               IF TCR-PUEDE-CONTINUAR
                   PERFORM INGRESAR-MONTO-GIRAR
                   IF WS-MONTO > WS-TCR-DISPONIBLE
                       MOVE 'N' TO WS-TCR-PUEDE-CONTINUAR
                       DISPLAY
                           "ERROR EL MONTO SUPERA EL CUPO DISPONIBLE "
                           "DE SU TARJETA"
                   END-IF
               END-IF

               IF TCR-PUEDE-CONTINUAR
                   PERFORM VERIFICAR-TOPE-FRANJA
                   IF NOT TOPE-FRANJA-RESPETADO
                       MOVE 'N' TO WS-TCR-PUEDE-CONTINUAR
                   END-IF
               END-IF

               IF TCR-PUEDE-CONTINUAR
                   PERFORM VERIFICAR-CASSETTE
                   IF NOT CASSETTE-TIENE-EFECTIVO THEN
                       MOVE 'N' TO WS-TCR-PUEDE-CONTINUAR
                       MOVE "CAS" TO WS-DIARIO-EVENTO
                       MOVE "CASSETTE SIN VUELTO EXACTO"
                           TO WS-DIARIO-MOTIVO
                       PERFORM GRABAR-DIARIO-EVENTO
                       PERFORM SUGERIR-MONTO-CASSETTE
                       DISPLAY
                           "EL CAJERO NO PUEDE ENTREGAR ESE MONTO "
                           "EXACTO CON LOS BILLETES DISPONIBLES"
                       DISPLAY
                           "MONTO SUGERIDO MAS CERCANO: "
                           WS-MONTO-SUGERIDO
                   END-IF
               END-IF

               IF TCR-PUEDE-CONTINUAR
                   PERFORM ACTUALIZAR-CASSETTE
                   ADD WS-MONTO TO TCR-SALDO-NO-FACTURADO
                   IF NOT MODO-ES-ENTRENAMIENTO THEN
                       REWRITE TARJETA-CREDITO
                   END-IF
                   MOVE WS-SALDO TO WS-SALDO-ANTERIOR
                   PERFORM GRABAR-BITACORA
                   PERFORM GRABAR-RECIBO
                   MOVE WS-MONTO TO WS-FORMATO-MONEDA
                   DISPLAY
                       "SE HA REALIZADO UN AVANCE EN EFECTIVO POR: "
                       WS-FORMATO-MONEDA " CLP"
                   COMPUTE WS-TCR-DISPONIBLE =
                       WS-TCR-DISPONIBLE - WS-MONTO
                   MOVE WS-TCR-DISPONIBLE TO WS-FORMATO-MONEDA
                   DISPLAY "CUPO DISPONIBLE: " WS-FORMATO-MONEDA
                   PERFORM IMPRIMIR-FECHA-ACTUAL
               END-IF

               CLOSE ARCHIVO-TARJETAS-CREDITO

               PERFORM REALIZAR-OTRA-OPERACION.

            PAGAR-TARJETA-CREDITO.
      *        Pago de la tarjeta de credito con cargo a la cuenta en
      *        sesion, con la misma logica de disponible que
      *        PAGAR-PRESTAMO. El pago rebaja primero el pago minimo
      *        pendiente y luego la deuda, facturada antes que no
      *        facturada; cubierto el minimo la tarjeta sale de mora.
               MOVE 'N' TO WS-TCR-PUEDE-CONTINUAR
               PERFORM LEER-TARJETA-CREDITO-SESION

               IF TCR-FUE-ENCONTRADA
                   IF WS-TCR-DEUDA = 0
                       DISPLAY "SU TARJETA DE CREDITO NO TIENE DEUDA"
                   ELSE
                       MOVE TCR-SALDO-FACTURADO TO WS-FORMATO-MONEDA
                       DISPLAY "SALDO FACTURADO: " WS-FORMATO-MONEDA
                       MOVE TCR-PAGO-MINIMO TO WS-FORMATO-MONEDA
                       DISPLAY
                           "PAGO MINIMO: " WS-FORMATO-MONEDA
                           " VENCE: " TCR-FECHA-VENCIMIENTO-PAGO
                       MOVE WS-TCR-DEUDA TO WS-FORMATO-MONEDA
                       DISPLAY "DEUDA TOTAL: " WS-FORMATO-MONEDA
                       PERFORM SUMAR-EMBARGOS-VIGENTES
                       PERFORM SUMAR-BOLSILLOS
                       COMPUTE WS-DISPONIBLE-GIRO =
                           WS-SALDO + WS-LIMITE-SOBREGIRO
                           - WS-TOTAL-EMBARGADO
                           - WS-TOTAL-BOLSILLOS
                           - WS-TOTAL-RESERVADO
                       IF WS-DISPONIBLE-GIRO <= 0 THEN
                           IF WS-TOTAL-EMBARGADO > 0
                               PERFORM GRABAR-DIARIO-EMBARGO
                           END-IF
                           DISPLAY
                               "LO SENTIMOS NO POSEE SALDO "
                               "DISPONIBLE PARA PAGAR LA TARJETA"
                       ELSE
                           MOVE 'S' TO WS-TCR-PUEDE-CONTINUAR
                       END-IF
                   END-IF
               END-IF

               IF TCR-PUEDE-CONTINUAR
                   PERFORM INGRESAR-MONTO-PAGAR-PRESTAMO
                   IF WS-MONTO = 0
                      OR WS-MONTO > WS-TCR-DEUDA
                      OR WS-MONTO > WS-DISPONIBLE-GIRO
                       MOVE 'N' TO WS-TCR-PUEDE-CONTINUAR
                       DISPLAY
                           "ERROR EL MONTO DEBE SER MAYOR QUE CERO Y "
                           "NO SUPERAR LA DEUDA NI SU DISPONIBLE"
                   END-IF
               END-IF

               IF TCR-PUEDE-CONTINUAR
                   PERFORM APLICAR-PAGO-TARJETA-CREDITO
                   IF NOT MODO-ES-ENTRENAMIENTO THEN
                       REWRITE TARJETA-CREDITO
                   END-IF
                   MOVE WS-SALDO TO WS-SALDO-ANTERIOR
                   SUBTRACT WS-MONTO FROM WS-SALDO
                   MOVE WS-SALDO TO WS-FORMATO-MONEDA
                   DISPLAY
                       "PAGO DE TARJETA DE CREDITO REALIZADO. SALDO "
                       "NUEVO DE LA CUENTA: " WS-FORMATO-MONEDA
                       " " WS-MONEDA
                   COMPUTE WS-TCR-DEUDA =
                       TCR-SALDO-FACTURADO + TCR-SALDO-NO-FACTURADO
                   MOVE WS-TCR-DEUDA TO WS-FORMATO-MONEDA
                   DISPLAY
                       "DEUDA PENDIENTE DE LA TARJETA: "
                       WS-FORMATO-MONEDA
                   PERFORM ACTUALIZAR-FECHA-ACTIVIDAD
                   PERFORM GRABAR-CUENTA
                   PERFORM GRABAR-BITACORA
                   PERFORM GRABAR-NOTIFICACION-SALDO
                   PERFORM IMPRIMIR-FECHA-ACTUAL
               END-IF

               CLOSE ARCHIVO-TARJETAS-CREDITO

               PERFORM REALIZAR-OTRA-OPERACION.

            APLICAR-PAGO-TARJETA-CREDITO.
               IF WS-MONTO >= TCR-PAGO-MINIMO
                   MOVE 0 TO TCR-PAGO-MINIMO
               ELSE
                   SUBTRACT WS-MONTO FROM TCR-PAGO-MINIMO
               END-IF
               IF WS-MONTO <= TCR-SALDO-FACTURADO
                   SUBTRACT WS-MONTO FROM TCR-SALDO-FACTURADO
               ELSE
                   COMPUTE TCR-SALDO-NO-FACTURADO =
                       TCR-SALDO-NO-FACTURADO
                       - (WS-MONTO - TCR-SALDO-FACTURADO)
                   MOVE 0 TO TCR-SALDO-FACTURADO
               END-IF
               IF TCR-PAGO-MINIMO = 0
                   MOVE 0 TO TCR-DIAS-MORA
                   MOVE 0 TO TCR-TRAMO-MORA
               END-IF.

            INGRESAR-DETALLE-DEPOSITO.
      *        Paga un convenio/servicio con cargo al saldo, igual que
      *        GIRAR (incluido el sobregiro), pero se registra como
      *        PAG en la bitacora para no mezclarse con giros en
      *        efectivo al momento de conciliar. La proteccion de
      *        sobregiro cubre tambien el faltante de un pago.
                PERFORM SUMAR-EMBARGOS-VIGENTES
                PERFORM SUMAR-BOLSILLOS
                COMPUTE WS-DISPONIBLE-GIRO =
                    WS-SALDO + WS-LIMITE-SOBREGIRO
                    - WS-TOTAL-EMBARGADO - WS-TOTAL-BOLSILLOS
                    - WS-TOTAL-RESERVADO
                PERFORM EVALUAR-PROTECCION-SOBREGIRO
                ADD WS-PSO-DISPONIBLE-AHORRO TO WS-DISPONIBLE-GIRO

                IF WS-DISPONIBLE-GIRO <= 0 THEN
                   IF WS-TOTAL-EMBARGADO > 0
                   END-IF

                   IF WS-MONTO <= WS-DISPONIBLE-GIRO THEN
                       PERFORM APLICAR-PROTECCION-SOBREGIRO

                       SUBTRACT WS-MONTO
                       FROM WS-SALDO
                       GIVING WS-RESULTADO
                   PERFORM REALIZAR-OTRA-OPERACION
               END-IF

      *        Tampoco se emite un codigo durante el periodo de
      *        seguridad: es la forma mas rapida de sacar la plata
      *        de una cuenta tomada.
               IF WS-MONEDA = "CLP" THEN
                   PERFORM VERIFICAR-PERIODO-SEGURIDAD
                   IF SESION-EN-PERIODO-SEGURIDAD
                       DISPLAY
                           "POR SU SEGURIDAD, TRAS UN CAMBIO DE DATOS "
                           "O DE CLAVE NO SE EMITEN GIROS SIN TARJETA "
                           "POR " WS-SEG-HORAS-PERIODO " HORAS"
                       MOVE 0 TO WS-MONTO
                       MOVE "SEG" TO WS-DIARIO-EVENTO
                       MOVE "GST RETENIDO CAMBIO SEGURIDAD"
                           TO WS-DIARIO-MOTIVO
                       PERFORM GRABAR-DIARIO-EVENTO
                       PERFORM REALIZAR-OTRA-OPERACION
                   ELSE
                       PERFORM CONTINUAR-GIRO-SIN-TARJETA
                   END-IF
               END-IF.

            CONTINUAR-GIRO-SIN-TARJETA.
               END-IF.

            VALIDAR-Y-PAGAR-GST.
               PERFORM CALCULAR-TOPE-FRANJA
               EVALUATE TRUE
                   WHEN GST-RUT-ORDENANTE
                        NOT = WS-GST-RUT-ORDENANTE
                   WHEN GST-FECHA-EXPIRACION < WS-FECHA-HOY
                       DISPLAY "EL CODIGO ESTA EXPIRADO"
                       PERFORM ANOTAR-INTENTO-GST
                   WHEN WS-PERFIL-TOPE-FRANJA > 0
                    AND GST-MONTO > WS-PERFIL-TOPE-FRANJA
                       MOVE GST-MONTO TO WS-MONTO
                       PERFORM RECHAZAR-POR-TOPE-FRANJA
                       DISPLAY "INTENTE EN OTRO CAJERO U OTRO HORARIO"
                   WHEN OTHER
                       MOVE GST-MONTO TO WS-MONTO
                       PERFORM VERIFICAR-CASSETTE
               MOVE "INTENTO DE COBRO GST FALLIDO" TO WS-DIARIO-MOTIVO
               PERFORM GRABAR-DIARIO-EVENTO.

            GIRAR-TARJETA-OTRO-BANCO.
      *        Giro de una tarjeta emitida por otro banco de la red,
      *        sin sesion ni cuenta nuestra: el emisor autoriza en su
      *        lado y nos reembolsa en la liquidacion de la red, asi
      *        que aqui solo se valida que la tarjeta no sea propia
      *        (esas giran con sesion normal), el tope de la red y
      *        que el cassette pueda armar el monto. El efectivo
      *        entregado queda en la bitacora como GRA (sin RUT ni
      *        cuenta) para el cuadre del terminal, y en
      *        giros_red.txt como ADQ pendiente para la liquidacion.
               MOVE SPACES TO WS-RUT
               MOVE 0 TO WS-NUM-CUENTA
               MOVE 0 TO WS-SALDO
               MOVE 0 TO WS-MONTO
               DISPLAY "INGRESE EL NUMERO DE LA TARJETA: "
               ACCEPT WS-GRD-NUM-TARJETA
               DISPLAY " "
               IF WS-GRD-NUM-TARJETA NOT NUMERIC
                  OR WS-GRD-NUM-TARJETA = 0
                   DISPLAY "NUMERO DE TARJETA NO VALIDO"
                   MOVE "LEC" TO WS-DIARIO-EVENTO
                   MOVE "TARJETA DE RED NO VALIDA" TO WS-DIARIO-MOTIVO
                   PERFORM GRABAR-DIARIO-EVENTO
               ELSE
                   PERFORM VERIFICAR-TARJETA-PROPIA
                   IF GRD-TARJETA-ES-PROPIA
                       DISPLAY
                           "LA TARJETA ES DE ESTE BANCO. INICIE "
                           "SESION CON SU RUT Y CLAVE"
                   ELSE
                       DISPLAY "INGRESE EL MONTO A GIRAR: "
                       ACCEPT WS-MONTO
                       DISPLAY " "
                       PERFORM ENTREGAR-GIRO-RED
                   END-IF
               END-IF.

            VERIFICAR-TARJETA-PROPIA.
               MOVE 'N' TO WS-GRD-ES-PROPIA
               OPEN INPUT ARCHIVO-CUENTAS
               IF WS-STATUS-CUENTAS NOT = "35"
                   MOVE WS-GRD-NUM-TARJETA TO NUM-TARJETA
                   READ ARCHIVO-CUENTAS KEY IS NUM-TARJETA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-GRD-ES-PROPIA
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

            ENTREGAR-GIRO-RED.
               PERFORM CALCULAR-TOPE-FRANJA
               EVALUATE TRUE
                   WHEN WS-MONTO NOT NUMERIC
                   WHEN WS-MONTO = 0
                       DISPLAY "MONTO NO VALIDO"
                   WHEN WS-MONTO > WS-GRD-MONTO-MAXIMO
                       MOVE WS-GRD-MONTO-MAXIMO TO WS-FORMATO-MONEDA
                       DISPLAY
                           "EL MONTO SUPERA EL MAXIMO POR GIRO DE LA "
                           "RED: " WS-FORMATO-MONEDA
                   WHEN WS-PERFIL-TOPE-FRANJA > 0
                    AND WS-MONTO > WS-PERFIL-TOPE-FRANJA
                       PERFORM RECHAZAR-POR-TOPE-FRANJA
                   WHEN OTHER
                       PERFORM VERIFICAR-CASSETTE
                       IF NOT CASSETTE-TIENE-EFECTIVO
                           DISPLAY
                               "ESTE TERMINAL NO PUEDE ENTREGAR EL "
                               "MONTO. INTENTE EN OTRO CAJERO"
                           MOVE "CAS" TO WS-DIARIO-EVENTO
                           MOVE "GRA SIN VUELTO EN CASSETTE"
                               TO WS-DIARIO-MOTIVO
                           PERFORM GRABAR-DIARIO-EVENTO
                       ELSE
                           PERFORM ACTUALIZAR-CASSETTE
                           MOVE WS-OPERACION TO WS-ANU-OPERACION-TEMP
                           MOVE "GRA" TO WS-OPERACION
                           PERFORM GRABAR-BITACORA
                           MOVE WS-ANU-OPERACION-TEMP TO WS-OPERACION
                           PERFORM GRABAR-GIRO-RED
                           MOVE WS-MONTO TO WS-FORMATO-MONEDA
                           DISPLAY
                               "RETIRE SU DINERO: " WS-FORMATO-MONEDA
                           MOVE "GRA" TO WS-DIARIO-EVENTO
                           MOVE "GIRO CON TARJETA DE OTRO BANCO"
                               TO WS-DIARIO-MOTIVO
                           PERFORM GRABAR-DIARIO-EVENTO
                       END-IF
               END-EVALUATE.

            GRABAR-GIRO-RED.
      *        La referencia del giro ante la red es el terminal mas
      *        la secuencia que GRABAR-BITACORA acaba de asignar.
               IF NOT MODO-ES-ENTRENAMIENTO THEN
                   OPEN I-O ARCHIVO-GIROS-RED
                   IF WS-STATUS-GIROS-RED = "35"
                       OPEN OUTPUT ARCHIVO-GIROS-RED
                       CLOSE ARCHIVO-GIROS-RED
                       OPEN I-O ARCHIVO-GIROS-RED
                   END-IF
                   MOVE SPACES TO GIRO-RED
                   MOVE "ADQ" TO GRD-SENTIDO
                   STRING WS-ID-TERMINAL WS-NUM-SECUENCIA
                       DELIMITED BY SIZE INTO GRD-REFERENCIA
                   MOVE WS-GRD-NUM-TARJETA TO GRD-NUM-TARJETA
                   MOVE SPACES TO GRD-RUT
                   MOVE 0 TO GRD-NUM-CUENTA
                   MOVE WS-ID-TERMINAL TO GRD-ID-CAJERO
                   MOVE WS-MONTO TO GRD-MONTO
                   COMPUTE GRD-FECHA =
                       (WS-ANIO-FORMATEADO * 10000)
                       + (WS-MES-FORMATEADO * 100)
                       + WS-DIA-FORMATEADO
                   MOVE 0 TO GRD-INTERCAMBIO
                   MOVE 0 TO GRD-FECHA-LIQUIDACION
                   MOVE "PEN" TO GRD-ESTADO
                   WRITE GIRO-RED
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   CLOSE ARCHIVO-GIROS-RED
               END-IF.

            SUMAR-BOLSILLOS.
      *        Total apartado en bolsillos de la cuenta en sesion,
      *        via START en la clave; cero si aun no existen. De
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-RESERVAS
               END-IF
               PERFORM SUMAR-RETENCIONES-POS.

            SUMAR-RETENCIONES-POS.
      *        Compras con tarjeta de debito autorizadas y aun no
      *        compensadas por el comercio (PEN) de la misma
      *        cuenta: se suman al total reservado porque ese
      *        disponible ya esta comprometido con el comercio.
               MOVE 'N' TO WS-RETENCIONES-POS-EOF
               OPEN INPUT ARCHIVO-RETENCIONES-POS
               IF WS-STATUS-RETENCIONES-POS = "35"
                   MOVE 'S' TO WS-RETENCIONES-POS-EOF
               ELSE
                   PERFORM UNTIL WS-RETENCIONES-POS-FIN-ARCHIVO
                       READ ARCHIVO-RETENCIONES-POS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-RETENCIONES-POS-EOF
                       END-READ
                       IF NOT WS-RETENCIONES-POS-FIN-ARCHIVO
                          AND RPO-ESTA-PENDIENTE
                          AND RPO-RUT = WS-RUT
                          AND RPO-NUM-CUENTA = WS-NUM-CUENTA
                           ADD RPO-MONTO TO WS-TOTAL-RESERVADO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-RETENCIONES-POS
               END-IF.

            GESTIONAR-BOLSILLOS.
                   MOVE WS-MONTO TO DPF-CAPITAL
               END-IF
               MOVE WS-DPF-REAJUSTE TO DPF-REAJUSTE
      *        Tasa que rige hoy para el producto DPF en la moneda,
      *        el tramo de capital y la banda de plazo del deposito;
      *        sin fila aplicable en tasas_interes.txt, la de
      *        siempre.
               MOVE "DPF" TO WS-TASA-PRODUCTO
               MOVE WS-DPF-REAJUSTE TO WS-TASA-MONEDA
               MOVE DPF-CAPITAL TO WS-TASA-SALDO
               MOVE WS-DPF-PLAZO TO WS-TASA-PLAZO
               MOVE WS-FECHA-HOY TO WS-TASA-FECHA
               PERFORM BUSCAR-TASA-VIGENTE
               IF TASA-ENCONTRADA
                   MOVE WS-TASA-VIGENTE TO DPF-TASA-ANUAL
               ELSE
                   MOVE WS-DPF-TASA TO DPF-TASA-ANUAL
               END-IF
               MOVE WS-DPF-PLAZO TO DPF-PLAZO-DIAS
               MOVE WS-FECHA-HOY TO DPF-FECHA-APERTURA
               COMPUTE DPF-FECHA-VENCIMIENTO =
                       DISPLAY
                           "DEPOSITO A PLAZO ABIERTO. VENCE EL "
                           DPF-FECHA-VENCIMIENTO
                       MOVE DPF-TASA-ANUAL TO WS-FORMATO-TASA-DPF
                       DISPLAY
                           "TASA ANUAL PACTADA: " WS-FORMATO-TASA-DPF
                       MOVE WS-SALDO TO WS-FORMATO-MONEDA
                       DISPLAY
                           "SALDO NUEVO: " WS-FORMATO-MONEDA

                       PERFORM RETENER-POR-KYC-VENCIDO

                       PERFORM RETENER-POR-CAMBIO-SEGURIDAD

                       PERFORM EVALUAR-CONTROLES-TRANSFERENCIA

                       IF WS-MONTO > WS-SALDO-LIBRE

               PERFORM RETENER-POR-KYC-VENCIDO

               PERFORM RETENER-POR-CAMBIO-SEGURIDAD

               PERFORM EVALUAR-CONTROLES-TRANSFERENCIA

               IF WS-MONTO > WS-SALDO-LIBRE

               PERFORM RETENER-POR-KYC-VENCIDO

               PERFORM RETENER-POR-CAMBIO-SEGURIDAD

               PERFORM EVALUAR-CONTROLES-TRANSFERENCIA

               IF WS-MONTO > WS-SALDO-LIBRE
      *        queda en enfriamiento: solo recibe hasta el tope
      *        chico y el intento mayor deja alerta de fraude.
               MOVE 'N' TO WS-DESTINO-EN-FRIO
               MOVE 0 TO WS-AGD-FECHA-ALTA
               MOVE 0 TO WS-AGD-HORA-ALTA
               IF AGE-FECHAYHORA-ALTA(1:4) NUMERIC
                   PERFORM SETEAR-FECHA-ACTUAL
                   COMPUTE WS-FECHA-HOY =

            EVALUAR-CONTROLES-TRANSFERENCIA.
      *        Consolida los veredictos del enfriamiento de agenda,
      *        del poder del representante, de la retencion KYC y
      *        del periodo de seguridad:
      *        basta una negativa para dejar la transferencia sin
      *        efecto en todo lo que sigue.
               IF ENFRIAMIENTO-PERMITE-SEGUIR
                  AND LIMITE-REP-PERMITE-SEGUIR
                  AND NOT OPERACION-RETENIDA-KYC
                  AND NOT OPERACION-RETENIDA-SEGURIDAD
                   MOVE 'S' TO WS-TRA-PUEDE-SEGUIR
               ELSE
                   MOVE 'N' TO WS-TRA-PUEDE-SEGUIR
                   MOVE WS-ANU-OPERACION-TEMP TO WS-OPERACION
               END-IF.

            GESTIONAR-PROTECCION-SOBREGIRO.
      *        El titular de una cuenta corriente vincula (o
      *        desvincula con cero) una cuenta de ahorro suya, activa
      *        y en la misma moneda, como proteccion de sobregiro. El
      *        cambio queda como movimiento PSO en la bitacora. Un
      *        representante no puede cambiarla.
               EVALUATE TRUE
                   WHEN NOT SESION-SIN-REPRESENTANTE
                       DISPLAY "SOLO EL TITULAR PUEDE VINCULAR SU "
                           "CUENTA DE AHORRO"
                   WHEN WS-TIPO-PRODUCTO NOT = "CTE"
                    AND WS-TIPO-PRODUCTO NOT = SPACES
                       DISPLAY "LA PROTECCION DE SOBREGIRO ES SOLO "
                           "PARA CUENTAS CORRIENTES"
                   WHEN OTHER
                       PERFORM CAMBIAR-PROTECCION-SOBREGIRO
               END-EVALUATE
               PERFORM REALIZAR-OTRA-OPERACION.

            CAMBIAR-PROTECCION-SOBREGIRO.
               MOVE 0 TO WS-PSO-CUENTA-AHORRO
               OPEN INPUT ARCHIVO-CUENTAS
               MOVE WS-RUT TO RUT
               MOVE WS-NUM-CUENTA TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   NOT INVALID KEY
                       MOVE NUM-CUENTA-PROTECCION
                           TO WS-PSO-CUENTA-AHORRO
               END-READ
               CLOSE ARCHIVO-CUENTAS
               IF WS-PSO-CUENTA-AHORRO > 0
                   DISPLAY "CUENTA DE AHORRO VINCULADA ACTUAL: "
                       WS-PSO-CUENTA-AHORRO
               ELSE
                   DISPLAY "LA CUENTA NO TIENE PROTECCION DE "
                       "SOBREGIRO"
               END-IF
               DISPLAY "NUMERO DE SU CUENTA DE AHORRO A VINCULAR "
                   "(0 PARA DESVINCULAR): "
               ACCEPT WS-PSO-NUEVA-CUENTA
               DISPLAY " "
               MOVE 'N' TO WS-PSO-CUENTA-VALIDA
               IF WS-PSO-NUEVA-CUENTA NOT NUMERIC
                   DISPLAY "NUMERO DE CUENTA NO VALIDO"
               ELSE
                   IF WS-PSO-NUEVA-CUENTA = 0
                       MOVE 'S' TO WS-PSO-CUENTA-VALIDA
                   ELSE
                       PERFORM VALIDAR-CUENTA-PROTECCION
                   END-IF
               END-IF
               IF PSO-CUENTA-ES-VALIDA
                   OPEN I-O ARCHIVO-CUENTAS
                   MOVE WS-RUT TO RUT
                   MOVE WS-NUM-CUENTA TO NUM-CUENTA
                   READ ARCHIVO-CUENTAS
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR"
                       NOT INVALID KEY
                           MOVE WS-PSO-NUEVA-CUENTA
                               TO NUM-CUENTA-PROTECCION
                           REWRITE CUENTA
                           IF WS-PSO-NUEVA-CUENTA = 0
                               DISPLAY "PROTECCION DE SOBREGIRO "
                                   "DESACTIVADA"
                           ELSE
                               DISPLAY "PROTECCION DE SOBREGIRO "
                                   "ACTIVADA CON LA CUENTA "
                                   WS-PSO-NUEVA-CUENTA
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
                   MOVE WS-OPERACION TO WS-ANU-OPERACION-TEMP
                   MOVE WS-MONTO TO WS-PSO-MONTO-SESION
                   MOVE "PSO" TO WS-OPERACION
                   MOVE 0 TO WS-MONTO
                   PERFORM GRABAR-BITACORA
                   MOVE WS-PSO-MONTO-SESION TO WS-MONTO
                   MOVE WS-ANU-OPERACION-TEMP TO WS-OPERACION
               END-IF.

            VALIDAR-CUENTA-PROTECCION.
      *        La cuenta propuesta debe ser otra cuenta del mismo RUT,
      *        de ahorro, activa, sin bloqueo y en la moneda de la
      *        cuenta corriente que protege.
               IF WS-PSO-NUEVA-CUENTA = WS-NUM-CUENTA
                   DISPLAY "LA CUENTA NO PUEDE PROTEGERSE A SI MISMA"
               ELSE
                   OPEN INPUT ARCHIVO-CUENTAS
                   MOVE WS-RUT TO RUT
                   MOVE WS-PSO-NUEVA-CUENTA TO NUM-CUENTA
                   READ ARCHIVO-CUENTAS
                       INVALID KEY
                           DISPLAY "NO TIENE UNA CUENTA CON ESE NUMERO"
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN NOT PRODUCTO-ES-AHORRO
                                   DISPLAY "LA CUENTA INDICADA NO ES "
                                       "DE AHORRO"
                               WHEN MONEDA-CUENTA NOT = WS-MONEDA
                                   DISPLAY "LA CUENTA DE AHORRO DEBE "
                                       "SER EN " WS-MONEDA
                               WHEN CUENTA-ESTA-BLOQUEADA
                                 OR CUENTA-PREABIERTA
                                 OR CUENTA-TRASPASADA-NR
                                   DISPLAY "LA CUENTA DE AHORRO NO "
                                       "ESTA OPERATIVA"
                               WHEN OTHER
                                   MOVE 'S' TO WS-PSO-CUENTA-VALIDA
                           END-EVALUATE
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

            EVALUAR-PROTECCION-SOBREGIRO.
      *        Cuanto puede cubrir la cuenta de ahorro vinculada a la
      *        cuenta en sesion: su saldo menos embargos, bolsillos,
      *        reservas y la comision PSO. Queda en cero si no hay
      *        vinculo, si el ahorro no esta operativo o si ya uso
      *        los giros del mes de su producto. No mueve plata; el
      *        traspaso lo hace APLICAR-PROTECCION-SOBREGIRO cuando
      *        la operacion ya paso todas sus validaciones.
               MOVE 0 TO WS-PSO-DISPONIBLE-AHORRO
               MOVE 0 TO WS-PSO-CUENTA-AHORRO
               MOVE 0 TO WS-PSO-COMISION
               IF WS-TIPO-PRODUCTO = "CTE" OR WS-TIPO-PRODUCTO = SPACES
                   OPEN INPUT ARCHIVO-CUENTAS
                   MOVE WS-RUT TO RUT
                   MOVE WS-NUM-CUENTA TO NUM-CUENTA
                   READ ARCHIVO-CUENTAS
                       NOT INVALID KEY
                           MOVE NUM-CUENTA-PROTECCION
                               TO WS-PSO-CUENTA-AHORRO
                   END-READ
                   IF WS-PSO-CUENTA-AHORRO > 0
                       MOVE WS-RUT TO RUT
                       MOVE WS-PSO-CUENTA-AHORRO TO NUM-CUENTA
                       READ ARCHIVO-CUENTAS
                           INVALID KEY
                               MOVE 0 TO WS-PSO-CUENTA-AHORRO
                           NOT INVALID KEY
                               IF NOT PRODUCTO-ES-AHORRO
                                  OR CUENTA-ESTA-BLOQUEADA
                                  OR CUENTA-PREABIERTA
                                  OR CUENTA-TRASPASADA-NR
                                  OR MONEDA-CUENTA NOT = WS-MONEDA
                                   MOVE 0 TO WS-PSO-CUENTA-AHORRO
                               ELSE
                                   MOVE SALDO TO WS-PSO-SALDO-AHORRO
                               END-IF
                       END-READ
                   END-IF
                   CLOSE ARCHIVO-CUENTAS
               END-IF
               IF WS-PSO-CUENTA-AHORRO > 0
                   PERFORM CARGAR-REGLAS-PROTECCION
                   MOVE WS-NUM-CUENTA TO WS-PSO-CUENTA-SESION
                   MOVE WS-TOTAL-BOLSILLOS TO WS-PSO-BOLSILLOS-SESION
                   MOVE WS-TOTAL-RESERVADO TO WS-PSO-RESERVADO-SESION
                   MOVE WS-GIROS-ESTE-MES TO WS-PSO-GIROS-SESION
                   MOVE WS-PSO-CUENTA-AHORRO TO WS-NUM-CUENTA
                   PERFORM SUMAR-BOLSILLOS
                   PERFORM CONTAR-GIROS-DEL-MES
                   COMPUTE WS-PSO-DISPONIBLE-AHORRO =
                       WS-PSO-SALDO-AHORRO - WS-TOTAL-EMBARGADO
                       - WS-TOTAL-BOLSILLOS - WS-TOTAL-RESERVADO
                       - WS-PSO-COMISION
                   IF WS-PSO-MAX-GIROS-AHORRO > 0
                      AND WS-GIROS-ESTE-MES >= WS-PSO-MAX-GIROS-AHORRO
                       MOVE 0 TO WS-PSO-DISPONIBLE-AHORRO
                       DISPLAY "SU CUENTA DE AHORRO VINCULADA YA USO "
                           "LOS GIROS DEL MES: NO CUBRE SOBREGIRO"
                   END-IF
                   MOVE WS-PSO-CUENTA-SESION TO WS-NUM-CUENTA
                   MOVE WS-PSO-BOLSILLOS-SESION TO WS-TOTAL-BOLSILLOS
                   MOVE WS-PSO-RESERVADO-SESION TO WS-TOTAL-RESERVADO
                   MOVE WS-PSO-GIROS-SESION TO WS-GIROS-ESTE-MES
               END-IF
               IF WS-PSO-DISPONIBLE-AHORRO < 0
                   MOVE 0 TO WS-PSO-DISPONIBLE-AHORRO
               END-IF.

            CARGAR-REGLAS-PROTECCION.
      *        Maximo de giros al mes del producto AHO (cero = sin
      *        tope) y comision PSO del tarifario segun la moneda
      *        (sin fila = sin cobro).
               MOVE 0 TO WS-PSO-MAX-GIROS-AHORRO
               OPEN INPUT ARCHIVO-PRODUCTOS
               IF WS-STATUS-PRODUCTOS NOT = "35"
                   MOVE "AHO" TO PROD-CODIGO
                   READ ARCHIVO-PRODUCTOS
                       NOT INVALID KEY
                           MOVE PROD-MAX-GIROS-MES
                               TO WS-PSO-MAX-GIROS-AHORRO
                   END-READ
                   CLOSE ARCHIVO-PRODUCTOS
               END-IF
               OPEN INPUT ARCHIVO-TARIFAS
               IF WS-STATUS-TARIFAS NOT = "35"
                   MOVE "PSO" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       NOT INVALID KEY
                           IF WS-MONEDA = "USD"
                               MOVE TAR-UMBRAL-EXENCION
                                   TO WS-PSO-COMISION
                           ELSE
                               MOVE TAR-MONTO TO WS-PSO-COMISION
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-TARIFAS
               END-IF.

            APLICAR-PROTECCION-SOBREGIRO.
      *        Con la operacion ya aprobada, traspasa desde el ahorro
      *        vinculado el faltante de WS-MONTO sobre el saldo libre
      *        de la cuenta (hasta lo que el ahorro puede cubrir); lo
      *        que aun falte lo cubre la linea de sobregiro.
               MOVE 0 TO WS-PSO-TRASPASO
               IF WS-PSO-DISPONIBLE-AHORRO > 0
                   COMPUTE WS-PSO-FALTANTE =
                       WS-MONTO - (WS-SALDO - WS-TOTAL-EMBARGADO
                       - WS-TOTAL-BOLSILLOS - WS-TOTAL-RESERVADO)
                   IF WS-PSO-FALTANTE > WS-MONTO
                       MOVE WS-MONTO TO WS-PSO-FALTANTE
                   END-IF
                   IF WS-PSO-FALTANTE > WS-PSO-DISPONIBLE-AHORRO
                       MOVE WS-PSO-DISPONIBLE-AHORRO TO WS-PSO-FALTANTE
                   END-IF
                   IF WS-PSO-FALTANTE > 0
                       MOVE WS-PSO-FALTANTE TO WS-PSO-TRASPASO
                       PERFORM TRASPASAR-DESDE-AHORRO
                   END-IF
               END-IF.

            TRASPASAR-DESDE-AHORRO.
      *        Carga traspaso y comision al ahorro, abona el traspaso
      *        a la cuenta en sesion y deja TPC y COM en el ahorro y
      *        TPA en la corriente. Si el saldo del ahorro cambio
      *        desde la evaluacion y ya no alcanza, no hay traspaso.
               OPEN I-O ARCHIVO-CUENTAS
               MOVE WS-RUT TO RUT
               MOVE WS-PSO-CUENTA-AHORRO TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       MOVE 0 TO WS-PSO-TRASPASO
                   NOT INVALID KEY
                       IF SALDO < WS-PSO-TRASPASO + WS-PSO-COMISION
                           MOVE 0 TO WS-PSO-TRASPASO
                       ELSE
                           SUBTRACT WS-PSO-TRASPASO FROM SALDO
                           SUBTRACT WS-PSO-COMISION FROM SALDO
                           MOVE SALDO TO WS-PSO-SALDO-AHORRO
                           REWRITE CUENTA
                       END-IF
               END-READ
               CLOSE ARCHIVO-CUENTAS
               IF WS-PSO-TRASPASO > 0
                   ADD WS-PSO-TRASPASO TO WS-SALDO
                   PERFORM GRABAR-CUENTA
                   MOVE WS-NUM-CUENTA TO WS-PSO-CUENTA-SESION
                   MOVE WS-SALDO TO WS-PSO-SALDO-SESION
                   MOVE WS-MONTO TO WS-PSO-MONTO-SESION
                   MOVE WS-OPERACION TO WS-PSO-OPERACION-SESION
                   MOVE WS-PSO-CUENTA-AHORRO TO WS-NUM-CUENTA
                   MOVE "TPC" TO WS-OPERACION
                   MOVE WS-PSO-TRASPASO TO WS-MONTO
                   COMPUTE WS-SALDO =
                       WS-PSO-SALDO-AHORRO + WS-PSO-COMISION
                   PERFORM GRABAR-BITACORA
                   IF WS-PSO-COMISION > 0
                       MOVE "COM" TO WS-OPERACION
                       MOVE WS-PSO-COMISION TO WS-MONTO
                       MOVE WS-PSO-SALDO-AHORRO TO WS-SALDO
                       PERFORM GRABAR-BITACORA
                   END-IF
                   MOVE WS-PSO-CUENTA-SESION TO WS-NUM-CUENTA
                   MOVE WS-PSO-SALDO-SESION TO WS-SALDO
                   MOVE "TPA" TO WS-OPERACION
                   MOVE WS-PSO-TRASPASO TO WS-MONTO
                   PERFORM GRABAR-BITACORA
                   MOVE WS-PSO-MONTO-SESION TO WS-MONTO
                   MOVE WS-PSO-OPERACION-SESION TO WS-OPERACION
                   MOVE WS-PSO-TRASPASO TO WS-FORMATO-MONEDA
                   DISPLAY "PROTECCION DE SOBREGIRO: SE TRASPASARON "
                       WS-FORMATO-MONEDA " " WS-MONEDA
                       " DESDE SU CUENTA DE AHORRO "
                       WS-PSO-CUENTA-AHORRO
               END-IF.

            APROBAR-PENDIENTES.
      *        Firma cruzada obligatoria: el registro guarda desde
      *        que sesion se encolo cada item, y solo el titular

               CLOSE ARCHIVO-CUENTAS

               IF CLAVE-ACTUAL-ES-VALIDA THEN
                   PERFORM REGISTRAR-CAMBIO-CLAVE
               END-IF

               MOVE 0 TO WS-MONTO
               PERFORM GRABAR-BITACORA
               PERFORM IMPRIMIR-FECHA-ACTUAL
                PERFORM MOSTRAR-MENSAJE
                MOVE 20 TO WS-MSG-ID
                MOVE "CONSULTAR SALDO (CON)" TO WS-MSG-DEFECTO
                MOVE "CON" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 21 TO WS-MSG-ID
                MOVE "GIRAR DINERO (GIR)" TO WS-MSG-DEFECTO
                MOVE "GIR" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 22 TO WS-MSG-ID
                MOVE "DEPOSITAR DINERO (DEP)" TO WS-MSG-DEFECTO
                MOVE "DEP" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 23 TO WS-MSG-ID
                MOVE "DEPOSITAR CHEQUE (DCH)" TO WS-MSG-DEFECTO
                MOVE "DCH" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 60 TO WS-MSG-ID
                MOVE "DEPOSITAR A UN TERCERO (DTR)" TO WS-MSG-DEFECTO
                MOVE "DTR" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 24 TO WS-MSG-ID
                MOVE "TRANSFERIR A OTRA CUENTA (TRA)" TO WS-MSG-DEFECTO
                MOVE "TRA" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 25 TO WS-MSG-ID
                MOVE "CAMBIO DE MONEDA CLP/USD (CVD)" TO WS-MSG-DEFECTO
                MOVE "CVD" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 26 TO WS-MSG-ID
                MOVE "CAMBIAR CLAVE (CAM)" TO WS-MSG-DEFECTO
                MOVE "CAM" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 27 TO WS-MSG-ID
                MOVE "VER ULTIMOS MOVIMIENTOS (EST)" TO WS-MSG-DEFECTO
                MOVE "EST" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 28 TO WS-MSG-ID
                MOVE "PAGAR CONVENIO (PAG)" TO WS-MSG-DEFECTO
                MOVE "PAG" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 29 TO WS-MSG-ID
                MOVE "PAGAR CUOTA DE PRESTAMO (PPR)" TO WS-MSG-DEFECTO
                MOVE "PPR" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 30 TO WS-MSG-ID
                MOVE "PROGRAMAR ORDEN PERMANENTE (ORD)"
                    TO WS-MSG-DEFECTO
                MOVE "ORD" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 31 TO WS-MSG-ID
                MOVE "ABRIR DEPOSITO A PLAZO (DPF)" TO WS-MSG-DEFECTO
                MOVE "DPF" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 32 TO WS-MSG-ID
                MOVE "BOLSILLOS DE AHORRO (BOL)" TO WS-MSG-DEFECTO
                MOVE "BOL" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 33 TO WS-MSG-ID
                MOVE "ENVIAR GIRO SIN TARJETA (GST)" TO WS-MSG-DEFECTO
                MOVE "GST" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 34 TO WS-MSG-ID
                MOVE "REIMPRIMIR COMPROBANTE (REI)" TO WS-MSG-DEFECTO
                MOVE "REI" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 35 TO WS-MSG-ID
                MOVE "MANDATOS DE CARGO AUTOMATICO (MAN)"
                    TO WS-MSG-DEFECTO
                MOVE "MAN" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 58 TO WS-MSG-ID
                MOVE "APROBACION CONJUNTA (ACJ)" TO WS-MSG-DEFECTO
                MOVE "ACJ" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 59 TO WS-MSG-ID
                MOVE "AGENDA DE DESTINATARIOS (AGD)"
                    TO WS-MSG-DEFECTO
                MOVE "AGD" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 61 TO WS-MSG-ID
                MOVE "RESERVAR GIRO GRANDE (RGI)" TO WS-MSG-DEFECTO
                MOVE "RGI" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 68 TO WS-MSG-ID
                MOVE "AVANCE EN EFECTIVO TARJETA DE CREDITO (AVC)"
                    TO WS-MSG-DEFECTO
                MOVE "AVC" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 69 TO WS-MSG-ID
                MOVE "PAGAR TARJETA DE CREDITO (PTC)" TO WS-MSG-DEFECTO
                MOVE "PTC" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 70 TO WS-MSG-ID
                MOVE "PREFERENCIAS DE PUBLICIDAD (PUB)"
                    TO WS-MSG-DEFECTO
                MOVE "PUB" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 74 TO WS-MSG-ID
                MOVE "CONSULTAR Y CANJEAR PUNTOS (PTS)"
                    TO WS-MSG-DEFECTO
                MOVE "PTS" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 75 TO WS-MSG-ID
                MOVE "ANTICIPO DE REMUNERACIONES (ANT)"
                    TO WS-MSG-DEFECTO
                MOVE "ANT" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 76 TO WS-MSG-ID
                MOVE "FINANZAS ABIERTAS: COMPARTIR DATOS (FAB)"
                    TO WS-MSG-DEFECTO
                MOVE "FAB" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 77 TO WS-MSG-ID
                MOVE "PROTECCION DE SOBREGIRO (PSO)"
                    TO WS-MSG-DEFECTO
                MOVE "PSO" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 36 TO WS-MSG-ID
                MOVE "ANULAR ULTIMO MOVIMIENTO (ANU)" TO WS-MSG-DEFECTO
                MOVE "ANU" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 37 TO WS-MSG-ID
                MOVE "CERRAR CUENTA (CIE)" TO WS-MSG-DEFECTO
                MOVE "CIE" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 38 TO WS-MSG-ID
                MOVE "VER HISTORIAL COMPLETO (HIS)" TO WS-MSG-DEFECTO
                MOVE "HIS" TO WS-PERFIL-OPERACION
                PERFORM MOSTRAR-OPCION-MENU
                MOVE 39 TO WS-MSG-ID
                MOVE "SALIR (SAL)" TO WS-MSG-DEFECTO
                PERFORM MOSTRAR-MENSAJE

                PERFORM VALIDAR-ALCANCE-OPERACION

                IF OPERACION-DENTRO-DE-ALCANCE
                   AND WS-OPERACIONES-VALIDAS
                    PERFORM VALIDAR-PERFIL-OPERACION
                END-IF

                IF OPERACION-DENTRO-DE-ALCANCE
                    EVALUATE WS-OPERACION
                       WHEN "CON"
                           PERFORM GESTIONAR-AGENDA
                       WHEN "RGI"
                           PERFORM GESTIONAR-RESERVAS-GIRO
                       WHEN "AVC"
                           PERFORM AVANCE-TARJETA-CREDITO
                       WHEN "PTC"
                           PERFORM PAGAR-TARJETA-CREDITO
                       WHEN "PUB"
                           PERFORM GESTIONAR-CONSENTIMIENTOS
                       WHEN "PTS"
                           PERFORM GESTIONAR-PUNTOS
                       WHEN "ANT"
                           PERFORM ANTICIPAR-REMUNERACION
                       WHEN "FAB"
                           PERFORM GESTIONAR-FINANZAS-ABIERTAS
                       WHEN "PSO"
                           PERFORM GESTIONAR-PROTECCION-SOBREGIRO
                       WHEN "ANU"
                           PERFORM ANULAR
                       WHEN "CIE"
                   END-EVALUATE
               END-IF.

            VALIDAR-PERFIL-OPERACION.
      *        Una operacion que el perfil del terminal no ofrece
      *        (digitada aunque no salga en el menu) vuelve al menu
      *        con su motivo en el diario, igual que el alcance de un
      *        representante.
               MOVE WS-OPERACION TO WS-PERFIL-OPERACION
               PERFORM VERIFICAR-OPERACION-PERFIL
               IF NOT OPERACION-HABILITADA-TERMINAL
                   DISPLAY
                       "ESTA OPERACION NO ESTA DISPONIBLE EN ESTE "
                       "CAJERO"
                   MOVE "PRF" TO WS-DIARIO-EVENTO
                   MOVE WS-PERFIL-MOTIVO TO WS-DIARIO-MOTIVO
                   PERFORM GRABAR-DIARIO-EVENTO
                   MOVE 'N' TO WS-ALCANCE-PERMITIDO
                   PERFORM REALIZAR-OTRA-OPERACION
               END-IF.

            MOSTRAR-OPCION-MENU.
      *        Muestra la linea del menu ya cargada en WS-MSG-ID/
      *        WS-MSG-DEFECTO solo si el perfil del terminal ofrece
      *        la operacion de WS-PERFIL-OPERACION.
               PERFORM VERIFICAR-OPERACION-PERFIL
               IF OPERACION-HABILITADA-TERMINAL
                   PERFORM MOSTRAR-MENSAJE
               END-IF.

            VERIFICAR-OPERACION-PERFIL.
      *        SAL se ofrece siempre. Un deposito en efectivo (DEP,
      *        DTR) exige ademas el modulo de efectivo y DCH el de
      *        cheques, aunque la lista de operaciones los incluya.
               MOVE 'S' TO WS-PERFIL-OPERACION-OK
               MOVE SPACES TO WS-PERFIL-MOTIVO
               IF WS-PERFIL-OPERACION NOT = "SAL"
                  AND NOT PERFIL-OFRECE-TODAS
                   MOVE 'N' TO WS-PERFIL-OPERACION-OK
                   PERFORM VARYING WS-PERFIL-INDICE FROM 1 BY 1
                           UNTIL WS-PERFIL-INDICE > 40
                       IF WS-PERFIL-OPERACION-HAB(WS-PERFIL-INDICE)
                          = WS-PERFIL-OPERACION
                           MOVE 'S' TO WS-PERFIL-OPERACION-OK
                       END-IF
                   END-PERFORM
                   IF NOT OPERACION-HABILITADA-TERMINAL
                       MOVE "OPERACION NO HABILITADA EN ATM"
                           TO WS-PERFIL-MOTIVO
                   END-IF
               END-IF
               IF OPERACION-HABILITADA-TERMINAL
                  AND (WS-PERFIL-OPERACION = "DEP"
                       OR WS-PERFIL-OPERACION = "DTR")
                  AND NOT PERFIL-RECIBE-EFECTIVO
                   MOVE 'N' TO WS-PERFIL-OPERACION-OK
                   MOVE "TERMINAL SIN DEPOSITO EFECTIVO"
                       TO WS-PERFIL-MOTIVO
               END-IF
               IF OPERACION-HABILITADA-TERMINAL
                  AND WS-PERFIL-OPERACION = "DCH"
                  AND NOT PERFIL-RECIBE-CHEQUES
                   MOVE 'N' TO WS-PERFIL-OPERACION-OK
                   MOVE "TERMINAL SIN DEPOSITO CHEQUES"
                       TO WS-PERFIL-MOTIVO
               END-IF.

            VALIDAR-LIMITE-REPRESENTANTE.
      *        Alcance TRA: cada transferencia del representante
      *        tiene su tope propio, ademas de todos los controles
                   MOVE 'N' TO WS-LIMITE-REP-OK
                   PERFORM REALIZAR-OTRA-OPERACION
               END-IF.

            BUSCAR-TASA-VIGENTE.
      *        Tasa anual que rige el dia WS-TASA-FECHA para
      *        WS-TASA-PRODUCTO y WS-TASA-MONEDA, con un saldo de
      *        WS-TASA-SALDO y un plazo de WS-TASA-PLAZO dias. Las
      *        filas del producto y la moneda se leen en orden de
      *        tramo, banda y vigencia, asi que la ultima que
      *        califica es la del mayor tramo y banda alcanzados y,
      *        dentro de ella, la vigencia mas reciente.
               MOVE 'N' TO WS-TASA-ENCONTRADA
               MOVE 0 TO WS-TASA-VIGENTE
               OPEN INPUT ARCHIVO-TASAS-INTERES
               IF WS-STATUS-TASAS-INTERES NOT = "35"
                   MOVE WS-TASA-PRODUCTO TO TAS-PRODUCTO
                   MOVE WS-TASA-MONEDA TO TAS-MONEDA
                   MOVE 0 TO TAS-TRAMO-SALDO
                   MOVE 0 TO TAS-BANDA-PLAZO
                   MOVE 0 TO TAS-FECHA-VIGENCIA
                   MOVE 'N' TO WS-TASAS-INTERES-EOF
                   START ARCHIVO-TASAS-INTERES
                       KEY IS NOT LESS THAN TAS-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-TASAS-INTERES-EOF
                   END-START
                   PERFORM UNTIL WS-TASAS-INTERES-FIN
                       READ ARCHIVO-TASAS-INTERES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-TASAS-INTERES-EOF
                           NOT AT END
                               PERFORM EVALUAR-FILA-TASA
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TASAS-INTERES
               END-IF.

            EVALUAR-FILA-TASA.
               IF TAS-PRODUCTO NOT = WS-TASA-PRODUCTO
                  OR TAS-MONEDA NOT = WS-TASA-MONEDA
                   MOVE 'S' TO WS-TASAS-INTERES-EOF
               ELSE
                   IF TAS-TRAMO-SALDO <= WS-TASA-SALDO
                      AND TAS-BANDA-PLAZO <= WS-TASA-PLAZO
                      AND TAS-FECHA-VIGENCIA <= WS-TASA-FECHA
                       MOVE 'S' TO WS-TASA-ENCONTRADA
                       MOVE TAS-TASA-ANUAL TO WS-TASA-VIGENTE
                   END-IF
               END-IF.
       END PROGRAM CAJERO-AUTOMATICO.
