      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Importacion de las solicitudes de portabilidad
      *          financiera del sistema de portabilidad: lee
      *          portabilidad_entrada.txt (HDR, detalle y TRL). Una
      *          linea ENT es un cliente que llega desde otro banco:
      *          se valida, se tamiza contra la lista de vigilancia
      *          y se le pre-abre la cuenta (con su ficha de cliente
      *          si no la tenia), igual que una apertura web; las
      *          lineas ORD y MAN que la siguen son las ordenes
      *          permanentes y mandatos PAC del listado del banco
      *          anterior, que se recrean en ordenes.txt y
      *          mandatos.txt sobre la cuenta nueva, pendientes
      *          hasta que el cliente la active en sucursal. Una
      *          linea SAL es un cliente que se va: queda recibida
      *          para que PROCESAR-PORTABILIDAD entregue el listado,
      *          traspase el saldo y cierre las cuentas. Cada
      *          solicitud queda en portabilidades.txt con la fecha
      *          limite legal de su etapa, y todo lo aceptado y lo
      *          rechazado vuelve en portabilidad_respuesta.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-PORTABILIDAD.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Importacion de solicitudes de portabilidad financiera.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ENTRADA
               ASSIGN TO "portabilidad_entrada.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENTRADA.
           SELECT ARCHIVO-PORTABILIDADES
               ASSIGN TO "portabilidades.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTB-NUMERO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PORTABILIDADES.
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
           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CLIENTES.
           SELECT ARCHIVO-PREAPERTURAS ASSIGN TO "preaperturas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PREAPERTURAS.
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
           SELECT ARCHIVO-CONVENIOS ASSIGN TO "convenios.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONV-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CONVENIOS.
           SELECT ARCHIVO-SECUENCIA ASSIGN TO "secuencia.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SECUENCIA.
           SELECT ARCHIVO-VIGILANCIA
               ASSIGN TO "lista_vigilancia.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIG-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-VIGILANCIA.
           SELECT ARCHIVO-RETENIDOS
               ASSIGN TO "retenidos_compliance.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTC-NUMERO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RETENIDOS.
           SELECT OPTIONAL ARCHIVO-FERIADOS ASSIGN TO "feriados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIADOS.
           SELECT ARCHIVO-RESPUESTA
               ASSIGN TO "portabilidad_respuesta.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-CONSUMIDOS
               ASSIGN TO "archivos_consumidos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSM-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CONSUMIDOS.
           SELECT OPTIONAL ARCHIVO-RECHAZO-INTERFAZ
               ASSIGN TO "rechazo_interfaz.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    Linea ENT (cliente que llega, con sus datos de contacto y
      *    KYC) o SAL (cliente que se va; solo trae numero, RUT,
      *    banco y cuenta de destino y fecha de la solicitud).
       FD ARCHIVO-ENTRADA.
       01 REGISTRO-SOLICITUD.
          05 PTE-TIPO PIC X(3).
          05 FILLER PIC X.
          05 PTE-NUMERO PIC X(12).
          05 FILLER PIC X.
          05 PTE-RUT PIC X(10).
          05 FILLER PIC X.
          05 PTE-BANCO PIC X(3).
          05 FILLER PIC X.
          05 PTE-CUENTA-EXTERNA PIC X(14).
          05 FILLER PIC X.
          05 PTE-FECHA-SOLICITUD PIC X(8).
          05 FILLER PIC X.
          05 PTE-NOMBRE PIC X(40).
          05 FILLER PIC X.
          05 PTE-DIRECCION PIC X(40).
          05 FILLER PIC X.
          05 PTE-COMUNA PIC X(20).
          05 FILLER PIC X.
          05 PTE-TELEFONO PIC X(12).
          05 FILLER PIC X.
          05 PTE-EMAIL PIC X(40).
          05 FILLER PIC X.
          05 PTE-PRODUCTO PIC X(3).
          05 FILLER PIC X.
          05 PTE-OCUPACION PIC X(20).
          05 FILLER PIC X.
          05 PTE-ORIGEN-FONDOS PIC X(20).
      *    Linea ORD (orden permanente TRA o PAG) o MAN (mandato PAC,
      *    solo el convenio) del listado del banco anterior, con el
      *    numero de la solicitud ENT a la que pertenece.
       01 REGISTRO-PAGO-RECREADO.
          05 PPR-TIPO PIC X(3).
          05 FILLER PIC X.
          05 PPR-NUMERO PIC X(12).
          05 FILLER PIC X.
          05 PPR-ORDEN-TIPO PIC X(3).
          05 FILLER PIC X.
          05 PPR-RUT-DESTINO PIC X(10).
          05 FILLER PIC X.
          05 PPR-CUENTA-DESTINO PIC X(3).
          05 FILLER PIC X.
          05 PPR-CODIGO-BILLER PIC X(6).
          05 FILLER PIC X.
          05 PPR-MONTO PIC X(8).
          05 FILLER PIC X.
          05 PPR-INTERVALO PIC X(3).
          05 FILLER PIC X.
          05 PPR-FECHA-PROXIMO PIC X(8).
       FD ARCHIVO-PORTABILIDADES.
           COPY "PORTABILIDAD.CPY".
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-PREAPERTURAS.
           COPY "PREAPERTURA.CPY".
       FD ARCHIVO-ORDENES.
           COPY "ORDEN-PERMANENTE.CPY".
       FD ARCHIVO-MANDATOS.
           COPY "MANDATO.CPY".
       FD ARCHIVO-CONVENIOS.
           COPY "CONVENIO.CPY".
       FD ARCHIVO-SECUENCIA.
       01 REGISTRO-SECUENCIA.
          05 SEC-CLAVE PIC X(1).
          05 SEC-ULTIMO-NUMERO PIC 9(10).
       FD ARCHIVO-VIGILANCIA.
           COPY "VIGILADO.CPY".
       FD ARCHIVO-RETENIDOS.
           COPY "RETENIDO-COMPLIANCE.CPY".
       FD ARCHIVO-FERIADOS.
           COPY "FERIADO.CPY".
       FD ARCHIVO-RESPUESTA.
       01 REGISTRO-RESPUESTA.
          05 RSP-NUMERO PIC X(12).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-TIPO PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-ESTADO PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-NUM-CUENTA PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-NUMERO-APERTURA PIC 9(10).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-MOTIVO PIC X(30).
       FD ARCHIVO-CONSUMIDOS.
           COPY "INTERFAZ-CONSUMIDA.CPY".
       FD ARCHIVO-RECHAZO-INTERFAZ.
       01 REGISTRO-RECHAZO-INTERFAZ.
          05 RIN-FECHA PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 RIN-INTERFAZ PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 RIN-SECUENCIA PIC 9(6).
          05 FILLER PIC X VALUE SPACE.
          05 RIN-MOTIVO PIC X(40).
       WORKING-STORAGE SECTION.
      *    Plazos legales en dias habiles para la primera etapa de
      *    cada solicitud: dejar operativa la cuenta del cliente que
      *    llega, y entregar el listado de productos del que se va.
       77 WS-PLAZO-ACTIVACION PIC 9(2) VALUE 5.
       77 WS-PLAZO-LISTADO PIC 9(2) VALUE 3.
       77 WS-PLAZO-DIAS PIC 9(2) VALUE 0.
       77 WS-FECHA-LIMITE PIC 9(8) VALUE 0.
       77 WS-DIAS-CONTADOS PIC 9(2) VALUE 0.
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
      *    Control de integridad de la interfaz de entrada: HDR con
      *    fecha y secuencia, TRL con la cantidad de lineas de
      *    detalle (ENT, SAL, ORD y MAN) y secuencia nunca consumida.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-STATUS-CONSUMIDOS PIC X(2) VALUE "00".
       77 WS-NOMBRE-INTERFAZ PIC X(8) VALUE "PORTABIL".
       77 WS-INTERFAZ-VALIDA PIC X VALUE 'N'.
           88 INTERFAZ-ES-VALIDA VALUE 'S'.
       77 WS-INT-MOTIVO PIC X(40) VALUE SPACES.
       77 WS-INT-FECHA PIC 9(8) VALUE 0.
       77 WS-INT-SECUENCIA PIC 9(6) VALUE 0.
       77 WS-TRL-CANTIDAD PIC 9(6) VALUE 0.
       77 WS-CNT-DETALLES PIC 9(6) VALUE 0.
       77 WS-HAY-HDR PIC X VALUE 'N'.
       77 WS-HAY-TRL PIC X VALUE 'N'.
       77 WS-VAL-EOF PIC X VALUE 'N'.
           88 WS-VAL-FIN-ARCHIVO VALUE 'S'.
      *    Tamizado contra la lista de vigilancia: una coincidencia
      *    no abre nada; la solicitud vuelve rechazada y queda en la
      *    cola de retenidos para el oficial.
       77 WS-STATUS-VIGILANCIA PIC X(2) VALUE "00".
       77 WS-STATUS-RETENIDOS PIC X(2) VALUE "00".
       77 WS-RUT-A-TAMIZAR PIC X(10).
       77 WS-RUT-EN-LISTA PIC X VALUE 'N'.
           88 RUT-ESTA-EN-LISTA VALUE 'S'.
       77 WS-RTC-CONTADOR PIC 9(10) VALUE 0.
       77 WS-TOTAL-RETENIDOS-CUM PIC 9(6) COMP VALUE 0.
      *    Solicitud ENT en curso: las lineas ORD y MAN que la siguen
      *    solo se recrean si la ENT de su mismo numero fue aceptada
      *    en esta corrida; si ya se habia aplicado en una corrida
      *    anterior se informan de nuevo sin tocar nada.
       77 WS-SOLICITUD-ACTUAL PIC X(12) VALUE SPACES.
       77 WS-RUT-ACTUAL PIC X(10) VALUE SPACES.
       77 WS-SOLICITUD-ESTADO PIC X(1) VALUE 'N'.
           88 SOLICITUD-ACEPTADA VALUE 'A'.
           88 SOLICITUD-YA-APLICADA VALUE 'P'.
       77 WS-PTB-EXISTE PIC X VALUE 'N'.
           88 PTB-YA-EXISTE VALUE 'S'.
      *    Apertura: la cuenta nace con el numero siguiente al mayor
      *    que ya tenga el RUT (001 si es cliente nuevo), en pesos,
      *    pre-abierta, sin saldo y con el limite de giro de
      *    siempre; el numero de apertura sale del registro "O" de
      *    secuencia.txt, el mismo de las solicitudes web.
       77 WS-STATUS-PREAPERTURAS PIC X(2) VALUE "00".
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-LIMITE-GIRO-DEFECTO PIC 9(8) VALUE 500000.
       77 WS-NUM-CUENTA-APERTURA PIC 9(3) VALUE 0.
       77 WS-NUMERO-APERTURA PIC 9(10) VALUE 0.
       77 WS-MAYOR-NUM-CUENTA PIC 9(3) VALUE 0.
       77 WS-CANTIDAD-CUENTAS PIC 9(3) VALUE 0.
       77 WS-CLIENTE-EXISTE PIC X VALUE 'N'.
           88 CLIENTE-YA-EXISTE VALUE 'S'.
       77 WS-CANAL-INDICE PIC 9(1).
      *    Recreacion de ordenes y mandatos.
       77 WS-STATUS-ORDENES PIC X(2) VALUE "00".
       77 WS-STATUS-MANDATOS PIC X(2) VALUE "00".
       77 WS-STATUS-CONVENIOS PIC X(2) VALUE "00".
       77 WS-ORDENES-EOF PIC X VALUE 'N'.
           88 WS-ORDENES-FIN-ARCHIVO VALUE 'S'.
       77 WS-NUM-ORDEN-NUEVA PIC 9(3) VALUE 0.
       77 WS-ORD-MONTO PIC 9(8) VALUE 0.
       77 WS-ORD-INTERVALO PIC 9(3) VALUE 0.
       77 WS-ORD-FECHA-PROXIMO PIC 9(8) VALUE 0.
       77 WS-ORD-CUENTA-DESTINO PIC 9(3) VALUE 0.
       77 WS-STATUS-ENTRADA PIC X(2) VALUE "00".
       77 WS-STATUS-PORTABILIDADES PIC X(2) VALUE "00".
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-SECUENCIA PIC X(2) VALUE "00".
       77 WS-ENTRADA-EOF PIC X VALUE 'N'.
           88 WS-ENTRADA-FIN-ARCHIVO VALUE 'S'.
       77 WS-CUENTAS-EOF PIC X VALUE 'N'.
           88 WS-CUENTAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-TOTAL-ENTRANTES PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-SALIENTES PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-ORDENES PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-MANDATOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-RECHAZADOS PIC 9(6) COMP VALUE 0.
       77 WS-MOTIVO PIC X(30).
      *    Validacion del digito verificador del RUT, con el mismo
      *    modulo 11 del cajero.
       77 WS-RUT-CUERPO PIC X(8).
       77 WS-RUT-DV PIC X(1).
       77 WS-RUT-DV-CALCULADO PIC X(1).
       77 WS-RUT-DIGITO PIC 9(1).
       77 WS-RUT-SUMA PIC 9(4) COMP.
       77 WS-RUT-MULTIPLICADOR PIC 9(1) COMP VALUE 2.
       77 WS-RUT-RESTO PIC 9(2) COMP.
       77 WS-RUT-DIGITO-DV PIC 9(1).
       77 WS-RUT-POS PIC 9(2) COMP.
       77 WS-RUT-DV-VALIDO PIC X VALUE 'N'.
           88 RUT-DV-ES-VALIDO VALUE 'S'.
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
            DISPLAY "---- IMPORTACION DE PORTABILIDADES ----".

            PERFORM SETEAR-FECHA-ACTUAL.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            PERFORM VALIDAR-INTERFAZ-ENTRADA.
            IF NOT INTERFAZ-ES-VALIDA THEN
                PERFORM RECHAZAR-INTERFAZ
                STOP RUN
            END-IF.

            PERFORM CARGAR-FERIADOS.

            PERFORM PROCESAR-SOLICITUDES.

            PERFORM REGISTRAR-INTERFAZ-CONSUMIDA.

            DISPLAY "PORTABILIDADES ENTRANTES (PRE-ABIERTAS): "
                WS-TOTAL-ENTRANTES
            DISPLAY "  ORDENES PERMANENTES RECREADAS: "
                WS-TOTAL-ORDENES
            DISPLAY "  MANDATOS PAC RECREADOS: " WS-TOTAL-MANDATOS
            DISPLAY "PORTABILIDADES SALIENTES RECIBIDAS: "
                WS-TOTAL-SALIENTES
            DISPLAY "LINEAS RECHAZADAS: " WS-TOTAL-RECHAZADOS
            DISPLAY "  RETENIDAS POR CUMPLIMIENTO: "
                WS-TOTAL-RETENIDOS-CUM.

            STOP RUN.

            SETEAR-FECHA-ACTUAL.
               MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA
               MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO
               MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO
               MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO
               MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA
               MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO
               MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO.

            PROCESAR-SOLICITUDES.
               OPEN INPUT ARCHIVO-ENTRADA
               OPEN OUTPUT ARCHIVO-RESPUESTA
               MOVE 'N' TO WS-ENTRADA-EOF
               PERFORM UNTIL WS-ENTRADA-FIN-ARCHIVO
                   READ ARCHIVO-ENTRADA
                       AT END
                           MOVE 'S' TO WS-ENTRADA-EOF
                       NOT AT END
                           EVALUATE PTE-TIPO
                               WHEN "ENT"
                                   PERFORM PROCESAR-ENTRANTE
                               WHEN "SAL"
                                   PERFORM PROCESAR-SALIENTE
                               WHEN "ORD"
                                   PERFORM PROCESAR-ORDEN-RECREADA
                               WHEN "MAN"
                                   PERFORM PROCESAR-MANDATO-RECREADO
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-RESPUESTA
               CLOSE ARCHIVO-ENTRADA.

            PROCESAR-ENTRANTE.
               MOVE SPACES TO WS-MOTIVO
               MOVE 0 TO WS-NUMERO-APERTURA
               MOVE 0 TO WS-NUM-CUENTA-APERTURA
               MOVE 'N' TO WS-SOLICITUD-ESTADO
               MOVE FUNCTION UPPER-CASE(PTE-RUT) TO PTE-RUT
               MOVE PTE-NUMERO TO WS-SOLICITUD-ACTUAL
               MOVE PTE-RUT TO WS-RUT-ACTUAL

      *        Reinicio: una solicitud que ya quedo registrada en una
      *        corrida anterior se informa de nuevo con la cuenta que
      *        se le abrio, y sus ORD y MAN no se vuelven a crear.
               PERFORM LEER-PORTABILIDAD-EXISTENTE
               IF PTB-YA-EXISTE
                   MOVE 'P' TO WS-SOLICITUD-ESTADO
                   MOVE PTB-NUM-CUENTA TO WS-NUM-CUENTA-APERTURA
                   MOVE "APLICADA EN CORRIDA ANTERIOR" TO WS-MOTIVO
                   PERFORM ESCRIBIR-RESPUESTA-ACEPTADA
               ELSE
                   PERFORM VALIDAR-Y-PREABRIR-ENTRANTE
               END-IF.

            VALIDAR-Y-PREABRIR-ENTRANTE.
               PERFORM VALIDAR-DIGITO-VERIFICADOR
               IF NOT RUT-DV-ES-VALIDO
                   MOVE "RUT CON DIGITO INVALIDO" TO WS-MOTIVO
               END-IF

               IF WS-MOTIVO = SPACES
                   IF PTE-BANCO = SPACES
                      OR PTE-CUENTA-EXTERNA = SPACES
                       MOVE "SIN BANCO O CUENTA DE ORIGEN"
                           TO WS-MOTIVO
                   END-IF
               END-IF

      *        Un cliente que ya tiene ficha conserva la suya; uno
      *        nuevo debe traer el perfil KYC completo, lo mismo que
      *        se exige a una apertura web.
               IF WS-MOTIVO = SPACES
                   PERFORM VERIFICAR-CLIENTE-EXISTENTE
                   IF NOT CLIENTE-YA-EXISTE
                       IF PTE-NOMBRE = SPACES
                          OR PTE-DIRECCION = SPACES
                          OR PTE-COMUNA = SPACES
                          OR (PTE-TELEFONO = SPACES
                              AND PTE-EMAIL = SPACES)
                          OR PTE-OCUPACION = SPACES
                          OR PTE-ORIGEN-FONDOS = SPACES
                           MOVE "DATOS KYC INCOMPLETOS" TO WS-MOTIVO
                       END-IF
                   END-IF
               END-IF

               IF WS-MOTIVO = SPACES
                   IF PTE-PRODUCTO = SPACES
                       MOVE "CTE" TO PTE-PRODUCTO
                   END-IF
                   IF PTE-PRODUCTO NOT = "CTE"
                      AND PTE-PRODUCTO NOT = "VIS"
                      AND PTE-PRODUCTO NOT = "AHO"
                       MOVE "PRODUCTO NO RECONOCIDO" TO WS-MOTIVO
                   END-IF
               END-IF

               IF WS-MOTIVO = SPACES
                   MOVE PTE-RUT TO WS-RUT-A-TAMIZAR
                   PERFORM CONSULTAR-LISTA-VIGILANCIA
                   IF RUT-ESTA-EN-LISTA
                       MOVE "RETENIDO POR CUMPLIMIENTO"
                           TO WS-MOTIVO
                       PERFORM RETENER-ITEM-COMPLIANCE
                   END-IF
               END-IF

               IF WS-MOTIVO = SPACES
                   PERFORM PREABRIR-CUENTA-PORTABILIDAD
               END-IF

               IF WS-MOTIVO = SPACES
                   MOVE 'A' TO WS-SOLICITUD-ESTADO
                   MOVE WS-PLAZO-ACTIVACION TO WS-PLAZO-DIAS
                   PERFORM CALCULAR-FECHA-LIMITE
                   MOVE "APE" TO PTB-ESTADO
                   PERFORM GRABAR-PORTABILIDAD
                   ADD 1 TO WS-TOTAL-ENTRANTES
                   MOVE "PRE-ABIERTA: ACTIVAR EN SUCURSAL"
                       TO WS-MOTIVO
                   PERFORM ESCRIBIR-RESPUESTA-ACEPTADA
               ELSE
                   PERFORM ESCRIBIR-RESPUESTA-RECHAZADA
               END-IF.

            PROCESAR-SALIENTE.
               MOVE SPACES TO WS-MOTIVO
               MOVE 0 TO WS-NUMERO-APERTURA
               MOVE 0 TO WS-NUM-CUENTA-APERTURA
               MOVE 'N' TO WS-SOLICITUD-ESTADO
               MOVE FUNCTION UPPER-CASE(PTE-RUT) TO PTE-RUT
               MOVE PTE-NUMERO TO WS-SOLICITUD-ACTUAL
               MOVE PTE-RUT TO WS-RUT-ACTUAL

               PERFORM LEER-PORTABILIDAD-EXISTENTE
               IF PTB-YA-EXISTE
                   MOVE "APLICADA EN CORRIDA ANTERIOR" TO WS-MOTIVO
                   PERFORM ESCRIBIR-RESPUESTA-ACEPTADA
               ELSE
                   PERFORM VALIDAR-Y-REGISTRAR-SALIENTE
               END-IF.

            VALIDAR-Y-REGISTRAR-SALIENTE.
               PERFORM VALIDAR-DIGITO-VERIFICADOR
               IF NOT RUT-DV-ES-VALIDO
                   MOVE "RUT CON DIGITO INVALIDO" TO WS-MOTIVO
               END-IF

               IF WS-MOTIVO = SPACES
                   IF PTE-BANCO = SPACES
                      OR PTE-CUENTA-EXTERNA = SPACES
                       MOVE "SIN BANCO O CUENTA DE DESTINO"
                           TO WS-MOTIVO
                   END-IF
               END-IF

               IF WS-MOTIVO = SPACES
                   PERFORM BUSCAR-CUENTAS-RUT
                   IF WS-CANTIDAD-CUENTAS = 0
                       MOVE "RUT SIN CUENTAS EN EL BANCO"
                           TO WS-MOTIVO
                   END-IF
               END-IF

               IF WS-MOTIVO = SPACES
                   MOVE WS-PLAZO-LISTADO TO WS-PLAZO-DIAS
                   PERFORM CALCULAR-FECHA-LIMITE
                   MOVE "REC" TO PTB-ESTADO
                   PERFORM GRABAR-PORTABILIDAD
                   ADD 1 TO WS-TOTAL-SALIENTES
                   MOVE "RECIBIDA: LISTADO EN CURSO" TO WS-MOTIVO
                   PERFORM ESCRIBIR-RESPUESTA-ACEPTADA
               ELSE
                   PERFORM ESCRIBIR-RESPUESTA-RECHAZADA
               END-IF.

            PROCESAR-ORDEN-RECREADA.
      *        La orden sale de la cuenta nueva con el mismo destino,
      *        monto e intervalo que tenia en el banco anterior, pero
      *        inactiva: PROCESAR-PORTABILIDAD la activa cuando el
      *        cliente active la cuenta en sucursal.
               MOVE SPACES TO WS-MOTIVO
               PERFORM VALIDAR-LINEA-DE-SOLICITUD
               IF WS-MOTIVO = SPACES
                   MOVE FUNCTION UPPER-CASE(PPR-ORDEN-TIPO)
                       TO PPR-ORDEN-TIPO
                   IF PPR-ORDEN-TIPO NOT = "TRA"
                      AND PPR-ORDEN-TIPO NOT = "PAG"
                       MOVE "TIPO DE ORDEN INVALIDO" TO WS-MOTIVO
                   END-IF
               END-IF
               IF WS-MOTIVO = SPACES
                   IF PPR-MONTO NOT NUMERIC
                      OR PPR-INTERVALO NOT NUMERIC
                       MOVE "MONTO O INTERVALO INVALIDO" TO WS-MOTIVO
                   ELSE
                       MOVE PPR-MONTO TO WS-ORD-MONTO
                       MOVE PPR-INTERVALO TO WS-ORD-INTERVALO
                       IF WS-ORD-MONTO = 0 OR WS-ORD-INTERVALO = 0
                           MOVE "MONTO O INTERVALO INVALIDO"
                               TO WS-MOTIVO
                       END-IF
                   END-IF
               END-IF
               IF WS-MOTIVO = SPACES
                   IF PPR-ORDEN-TIPO = "TRA"
                       PERFORM VALIDAR-CUENTA-DESTINO
                   ELSE
                       PERFORM VALIDAR-CONVENIO
                   END-IF
               END-IF
               IF WS-MOTIVO = SPACES
                   IF PPR-FECHA-PROXIMO NUMERIC
                       MOVE PPR-FECHA-PROXIMO TO WS-ORD-FECHA-PROXIMO
                   ELSE
                       MOVE 0 TO WS-ORD-FECHA-PROXIMO
                   END-IF
                   IF WS-ORD-FECHA-PROXIMO < WS-FECHA-HOY
                       MOVE WS-FECHA-HOY TO WS-ORD-FECHA-PROXIMO
                   END-IF
                   PERFORM GRABAR-ORDEN-RECREADA
               END-IF
               PERFORM INFORMAR-PAGO-RECREADO.

            PROCESAR-MANDATO-RECREADO.
      *        El mandato queda PEN sobre la cuenta nueva: el batch
      *        de cobranzas no debita contra el hasta que la cuenta
      *        se active y PROCESAR-PORTABILIDAD lo deje VIG.
               MOVE SPACES TO WS-MOTIVO
               PERFORM VALIDAR-LINEA-DE-SOLICITUD
               IF WS-MOTIVO = SPACES
                   PERFORM VALIDAR-CONVENIO
               END-IF
               IF WS-MOTIVO = SPACES
                   PERFORM GRABAR-MANDATO-RECREADO
               END-IF
               PERFORM INFORMAR-PAGO-RECREADO.

            VALIDAR-LINEA-DE-SOLICITUD.
               IF PPR-NUMERO NOT = WS-SOLICITUD-ACTUAL
                   MOVE "SIN SOLICITUD ENT PREVIA" TO WS-MOTIVO
               ELSE
                   IF SOLICITUD-YA-APLICADA
                       MOVE "APLICADA EN CORRIDA ANTERIOR"
                           TO WS-MOTIVO
                   ELSE
                       IF NOT SOLICITUD-ACEPTADA
                           MOVE "SOLICITUD ENT RECHAZADA"
                               TO WS-MOTIVO
                       END-IF
                   END-IF
               END-IF.

            INFORMAR-PAGO-RECREADO.
               MOVE SPACES TO REGISTRO-RESPUESTA
               MOVE PPR-NUMERO TO RSP-NUMERO
               MOVE PPR-TIPO TO RSP-TIPO
               MOVE WS-RUT-ACTUAL TO RSP-RUT
               MOVE WS-NUM-CUENTA-APERTURA TO RSP-NUM-CUENTA
               MOVE 0 TO RSP-NUMERO-APERTURA
               EVALUATE TRUE
                   WHEN WS-MOTIVO = SPACES
                       MOVE "ACE" TO RSP-ESTADO
                       MOVE "RECREADO: VIGE AL ACTIVAR" TO RSP-MOTIVO
                   WHEN SOLICITUD-YA-APLICADA
                       AND PPR-NUMERO = WS-SOLICITUD-ACTUAL
                       MOVE "ACE" TO RSP-ESTADO
                       MOVE WS-MOTIVO TO RSP-MOTIVO
                   WHEN OTHER
                       MOVE "RCH" TO RSP-ESTADO
                       MOVE WS-MOTIVO TO RSP-MOTIVO
                       ADD 1 TO WS-TOTAL-RECHAZADOS
               END-EVALUATE
               WRITE REGISTRO-RESPUESTA.

            VALIDAR-CUENTA-DESTINO.
      *        Solo se recrean transferencias a cuentas de este
      *        banco, que es lo unico que ejecuta una orden TRA.
               IF PPR-CUENTA-DESTINO NOT NUMERIC
                   MOVE "CUENTA DESTINO NO EXISTE" TO WS-MOTIVO
               ELSE
                   MOVE PPR-CUENTA-DESTINO TO WS-ORD-CUENTA-DESTINO
                   MOVE FUNCTION UPPER-CASE(PPR-RUT-DESTINO)
                       TO PPR-RUT-DESTINO
                   OPEN INPUT ARCHIVO-CUENTAS
                   IF WS-STATUS-CUENTAS = "35"
                       MOVE "CUENTA DESTINO NO EXISTE" TO WS-MOTIVO
                   ELSE
                       MOVE PPR-RUT-DESTINO TO RUT
                       MOVE WS-ORD-CUENTA-DESTINO TO NUM-CUENTA
                       READ ARCHIVO-CUENTAS
                           INVALID KEY
                               MOVE "CUENTA DESTINO NO EXISTE"
                                   TO WS-MOTIVO
                       END-READ
                       CLOSE ARCHIVO-CUENTAS
                   END-IF
               END-IF.

            VALIDAR-CONVENIO.
               MOVE FUNCTION UPPER-CASE(PPR-CODIGO-BILLER)
                   TO PPR-CODIGO-BILLER
               OPEN INPUT ARCHIVO-CONVENIOS
               IF WS-STATUS-CONVENIOS = "35"
                   MOVE "CONVENIO NO EXISTE EN EL BANCO" TO WS-MOTIVO
               ELSE
                   MOVE PPR-CODIGO-BILLER TO CONV-CODIGO
                   READ ARCHIVO-CONVENIOS
                       INVALID KEY
                           MOVE "CONVENIO NO EXISTE EN EL BANCO"
                               TO WS-MOTIVO
                       NOT INVALID KEY
                           IF NOT CONV-ESTA-ACTIVO
                               MOVE "CONVENIO INACTIVO" TO WS-MOTIVO
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CONVENIOS
               END-IF.

            GRABAR-ORDEN-RECREADA.
      *        El numero de orden es el siguiente al mayor que ya
      *        tenga el RUT, para no pisar las que el cliente haya
      *        programado antes en el cajero.
               OPEN I-O ARCHIVO-ORDENES
               IF WS-STATUS-ORDENES = "35"
                   OPEN OUTPUT ARCHIVO-ORDENES
                   CLOSE ARCHIVO-ORDENES
                   OPEN I-O ARCHIVO-ORDENES
               END-IF
               MOVE 0 TO WS-NUM-ORDEN-NUEVA
               MOVE 'N' TO WS-ORDENES-EOF
               MOVE WS-RUT-ACTUAL TO ORDEN-RUT
               MOVE 0 TO NUM-ORDEN
               START ARCHIVO-ORDENES
                   KEY IS NOT LESS THAN ORDEN-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-ORDENES-EOF
               END-START
               PERFORM UNTIL WS-ORDENES-FIN-ARCHIVO
                   READ ARCHIVO-ORDENES NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-ORDENES-EOF
                   END-READ
                   IF NOT WS-ORDENES-FIN-ARCHIVO
                       IF ORDEN-RUT NOT = WS-RUT-ACTUAL
                           MOVE 'S' TO WS-ORDENES-EOF
                       ELSE
                           MOVE NUM-ORDEN TO WS-NUM-ORDEN-NUEVA
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-NUM-ORDEN-NUEVA = 999
                   MOVE "RUT SIN NUMEROS DE ORDEN LIBRES" TO WS-MOTIVO
               ELSE
                   ADD 1 TO WS-NUM-ORDEN-NUEVA
                   MOVE WS-RUT-ACTUAL TO ORDEN-RUT
                   MOVE WS-NUM-ORDEN-NUEVA TO NUM-ORDEN
                   MOVE WS-NUM-CUENTA-APERTURA TO ORDEN-NUM-CUENTA
                   MOVE PPR-ORDEN-TIPO TO ORDEN-TIPO
                   IF PPR-ORDEN-TIPO = "TRA"
                       MOVE PPR-RUT-DESTINO TO ORDEN-RUT-DESTINO
                       MOVE WS-ORD-CUENTA-DESTINO
                           TO ORDEN-NUM-CUENTA-DESTINO
                       MOVE SPACES TO ORDEN-CODIGO-BILLER
                   ELSE
                       MOVE SPACES TO ORDEN-RUT-DESTINO
                       MOVE 0 TO ORDEN-NUM-CUENTA-DESTINO
                       MOVE PPR-CODIGO-BILLER TO ORDEN-CODIGO-BILLER
                   END-IF
                   MOVE WS-ORD-MONTO TO ORDEN-MONTO
                   MOVE WS-ORD-INTERVALO TO ORDEN-INTERVALO-DIAS
                   MOVE WS-ORD-FECHA-PROXIMO
                       TO ORDEN-FECHA-PROXIMO-PAGO
                   MOVE 'N' TO ORDEN-ACTIVA
                   WRITE ORDEN-PERMANENTE
                       INVALID KEY
                           MOVE "NO SE PUDO GRABAR LA ORDEN"
                               TO WS-MOTIVO
                   END-WRITE
               END-IF
               CLOSE ARCHIVO-ORDENES
               IF WS-MOTIVO = SPACES
                   ADD 1 TO WS-TOTAL-ORDENES
                   PERFORM SUMAR-PAGO-RECREADO
               END-IF.

            GRABAR-MANDATO-RECREADO.
               OPEN I-O ARCHIVO-MANDATOS
               IF WS-STATUS-MANDATOS = "35"
                   OPEN OUTPUT ARCHIVO-MANDATOS
                   CLOSE ARCHIVO-MANDATOS
                   OPEN I-O ARCHIVO-MANDATOS
               END-IF
               MOVE WS-RUT-ACTUAL TO MAN-RUT
               MOVE WS-NUM-CUENTA-APERTURA TO MAN-NUM-CUENTA
               MOVE PPR-CODIGO-BILLER TO MAN-CODIGO-BILLER
               MOVE WS-FECHA-HOY TO MAN-FECHA-ALTA
               MOVE 0 TO MAN-FECHA-REVOCACION
               MOVE "PEN" TO MAN-ESTADO
               MOVE 0 TO MAN-FECHA-ULTIMO-COBRO
               MOVE 0 TO MAN-MONTO-ULTIMO-COBRO
               WRITE MANDATO
                   INVALID KEY
                       MOVE "MANDATO DUPLICADO EN EL LISTADO"
                           TO WS-MOTIVO
               END-WRITE
               CLOSE ARCHIVO-MANDATOS
               IF WS-MOTIVO = SPACES
                   ADD 1 TO WS-TOTAL-MANDATOS
                   PERFORM SUMAR-PAGO-RECREADO
               END-IF.

            SUMAR-PAGO-RECREADO.
               OPEN I-O ARCHIVO-PORTABILIDADES
               MOVE WS-SOLICITUD-ACTUAL TO PTB-NUMERO
               READ ARCHIVO-PORTABILIDADES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PPR-TIPO = "ORD"
                           ADD 1 TO PTB-ORDENES-RECREADAS
                       ELSE
                           ADD 1 TO PTB-MANDATOS-RECREADOS
                       END-IF
                       REWRITE PORTABILIDAD
               END-READ
               CLOSE ARCHIVO-PORTABILIDADES.

            LEER-PORTABILIDAD-EXISTENTE.
               MOVE 'N' TO WS-PTB-EXISTE
               OPEN INPUT ARCHIVO-PORTABILIDADES
               IF WS-STATUS-PORTABILIDADES NOT = "35"
                   MOVE PTE-NUMERO TO PTB-NUMERO
                   READ ARCHIVO-PORTABILIDADES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-PTB-EXISTE
                   END-READ
                   CLOSE ARCHIVO-PORTABILIDADES
               END-IF.

            GRABAR-PORTABILIDAD.
      *        Con PTB-ESTADO y WS-FECHA-LIMITE ya fijados por quien
      *        llama.
               OPEN I-O ARCHIVO-PORTABILIDADES
               IF WS-STATUS-PORTABILIDADES = "35"
                   OPEN OUTPUT ARCHIVO-PORTABILIDADES
                   CLOSE ARCHIVO-PORTABILIDADES
                   OPEN I-O ARCHIVO-PORTABILIDADES
               END-IF
               MOVE PTE-NUMERO TO PTB-NUMERO
               MOVE PTE-TIPO TO PTB-SENTIDO
               MOVE PTE-RUT TO PTB-RUT
               MOVE WS-NUM-CUENTA-APERTURA TO PTB-NUM-CUENTA
               MOVE PTE-BANCO TO PTB-BANCO
               MOVE PTE-CUENTA-EXTERNA TO PTB-CUENTA-EXTERNA
               IF PTE-FECHA-SOLICITUD NUMERIC
                   MOVE PTE-FECHA-SOLICITUD TO PTB-FECHA-SOLICITUD
               ELSE
                   MOVE WS-FECHA-HOY TO PTB-FECHA-SOLICITUD
               END-IF
               MOVE WS-FECHA-HOY TO PTB-FECHA-ETAPA
               MOVE WS-FECHA-LIMITE TO PTB-FECHA-LIMITE
               MOVE 0 TO PTB-ORDENES-RECREADAS
               MOVE 0 TO PTB-MANDATOS-RECREADOS
               MOVE 0 TO PTB-MONTO-TRASPASADO
               MOVE 0 TO PTB-CANTIDAD-TRASPASOS
               MOVE 0 TO PTB-SECUENCIA-TRASPASO
               MOVE SPACES TO PTB-MOTIVO
               WRITE PORTABILIDAD
                   INVALID KEY
                       REWRITE PORTABILIDAD
               END-WRITE
               CLOSE ARCHIVO-PORTABILIDADES.

            ESCRIBIR-RESPUESTA-ACEPTADA.
               MOVE SPACES TO REGISTRO-RESPUESTA
               MOVE PTE-NUMERO TO RSP-NUMERO
               MOVE PTE-TIPO TO RSP-TIPO
               MOVE PTE-RUT TO RSP-RUT
               MOVE "ACE" TO RSP-ESTADO
               MOVE WS-NUM-CUENTA-APERTURA TO RSP-NUM-CUENTA
               MOVE WS-NUMERO-APERTURA TO RSP-NUMERO-APERTURA
               MOVE WS-MOTIVO TO RSP-MOTIVO
               WRITE REGISTRO-RESPUESTA.

            ESCRIBIR-RESPUESTA-RECHAZADA.
               MOVE SPACES TO REGISTRO-RESPUESTA
               MOVE PTE-NUMERO TO RSP-NUMERO
               MOVE PTE-TIPO TO RSP-TIPO
               MOVE PTE-RUT TO RSP-RUT
               MOVE "RCH" TO RSP-ESTADO
               MOVE 0 TO RSP-NUM-CUENTA
               MOVE 0 TO RSP-NUMERO-APERTURA
               MOVE WS-MOTIVO TO RSP-MOTIVO
               WRITE REGISTRO-RESPUESTA
               ADD 1 TO WS-TOTAL-RECHAZADOS.

            VERIFICAR-CLIENTE-EXISTENTE.
               MOVE 'N' TO WS-CLIENTE-EXISTE
               OPEN INPUT ARCHIVO-CLIENTES
               IF WS-STATUS-CLIENTES NOT = "35"
                   MOVE PTE-RUT TO CLI-RUT
                   READ ARCHIVO-CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-CLIENTE-EXISTE
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF.

            BUSCAR-CUENTAS-RUT.
      *        Cantidad de cuentas del RUT y el mayor numero de
      *        cuenta que ya usa, recorriendo el indice por la clave.
               MOVE 0 TO WS-CANTIDAD-CUENTAS
               MOVE 0 TO WS-MAYOR-NUM-CUENTA
               MOVE 'N' TO WS-CUENTAS-EOF
               OPEN INPUT ARCHIVO-CUENTAS
               IF WS-STATUS-CUENTAS = "35"
                   MOVE 'S' TO WS-CUENTAS-EOF
               ELSE
                   MOVE PTE-RUT TO RUT
                   MOVE 0 TO NUM-CUENTA
                   START ARCHIVO-CUENTAS
                       KEY IS NOT LESS THAN CUENTA-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-CUENTAS-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-CUENTAS-FIN-ARCHIVO
                   READ ARCHIVO-CUENTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-CUENTAS-EOF
                   END-READ
                   IF NOT WS-CUENTAS-FIN-ARCHIVO
                       IF RUT NOT = PTE-RUT
                           MOVE 'S' TO WS-CUENTAS-EOF
                       ELSE
                           ADD 1 TO WS-CANTIDAD-CUENTAS
                           MOVE NUM-CUENTA TO WS-MAYOR-NUM-CUENTA
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-STATUS-CUENTAS NOT = "35"
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

            PREABRIR-CUENTA-PORTABILIDAD.
      *        Crea la cuenta en estado P sin saldo, como una
      *        apertura web: sin tarjeta ni clave no opera hasta que
      *        el cliente se presente en la sucursal con su cedula y
      *        el numero de apertura. El saldo que traspase el banco
      *        anterior llega despues por camara a esta cuenta.
               PERFORM BUSCAR-CUENTAS-RUT
               IF WS-MAYOR-NUM-CUENTA = 999
                   MOVE "RUT SIN NUMEROS DE CUENTA LIBRES"
                       TO WS-MOTIVO
               ELSE
                   COMPUTE WS-NUM-CUENTA-APERTURA =
                       WS-MAYOR-NUM-CUENTA + 1
                   PERFORM SIGUIENTE-NUMERO-APERTURA
                   PERFORM GRABAR-CUENTA-PREABIERTA
               END-IF
               IF WS-MOTIVO = SPACES
                   IF NOT CLIENTE-YA-EXISTE
                       PERFORM REGISTRAR-CLIENTE-PORTABILIDAD
                   END-IF
                   PERFORM REGISTRAR-ORIGEN-PREAPERTURA
               END-IF.

            GRABAR-CUENTA-PREABIERTA.
               OPEN I-O ARCHIVO-CUENTAS
               IF WS-STATUS-CUENTAS = "35"
                   OPEN OUTPUT ARCHIVO-CUENTAS
                   CLOSE ARCHIVO-CUENTAS
                   OPEN I-O ARCHIVO-CUENTAS
               END-IF
               MOVE PTE-RUT TO RUT
               MOVE WS-NUM-CUENTA-APERTURA TO NUM-CUENTA
               MOVE 0 TO CLAVE
               MOVE 0 TO SALDO
               MOVE 0 TO INTENTOS-FALLIDOS
               MOVE 'N' TO CUENTA-BLOQUEADA
               MOVE WS-LIMITE-GIRO-DEFECTO TO LIMITE-GIRO-DIARIO
               MOVE 0 TO FECHA-ULTIMO-GIRO
               MOVE 0 TO MONTO-GIRADO-HOY
               MOVE 0 TO LIMITE-SOBREGIRO
               MOVE "CLP" TO MONEDA-CUENTA
               MOVE 0 TO FECHA-ULTIMA-ACTIVIDAD
               MOVE 0 TO NUM-TARJETA
               MOVE 'N' TO OTP-ACTIVADO
               MOVE 1 TO PREGUNTA-SEGURIDAD-COD
               MOVE SPACES TO RESPUESTA-SEGURIDAD
               MOVE SPACES TO RUT-SECUNDARIO
               MOVE 0 TO CLAVE-SECUNDARIA
               MOVE 'N' TO ES-SUPERVISOR
               MOVE 'N' TO ESTADO-NO-RECLAMADO
               MOVE 0 TO FECHA-AVISO-NO-RECLAMADO
               MOVE 0 TO FECHA-EMISION-TARJETA
               MOVE 0 TO FECHA-EXPIRACION-TARJETA
               MOVE 0 TO NUM-TARJETA-NUEVA
               MOVE 0 TO FECHA-EXPIRACION-NUEVA
               MOVE PTE-PRODUCTO TO TIPO-PRODUCTO
               MOVE 0 TO UMBRAL-APROBACION-CONJUNTA
               MOVE 'P' TO ESTADO-ACTIVACION
               MOVE WS-FECHA-HOY TO FECHA-PREAPERTURA
               MOVE SPACES TO RUT-TUTOR
               MOVE 0 TO TOPE-GIRO-SIN-TUTOR
               MOVE 'N' TO ESTADO-MAYORIA
               MOVE 0 TO FECHA-AVISO-MAYORIA
               MOVE SPACES TO SUCURSAL-APERTURA
               MOVE 0 TO FECHA-APERTURA
               MOVE 0 TO NUM-CUENTA-PROTECCION
               WRITE CUENTA
                   INVALID KEY
                       MOVE "NO SE PUDO PRE-ABRIR CUENTA"
                           TO WS-MOTIVO
               END-WRITE
               CLOSE ARCHIVO-CUENTAS.

            REGISTRAR-CLIENTE-PORTABILIDAD.
      *        Ficha del cliente nuevo con los datos de contacto y el
      *        perfil KYC que envio el banco anterior; el canal
      *        preferido parte por el correo, si lo trae.
               OPEN I-O ARCHIVO-CLIENTES
               IF WS-STATUS-CLIENTES = "35"
                   OPEN OUTPUT ARCHIVO-CLIENTES
                   CLOSE ARCHIVO-CLIENTES
                   OPEN I-O ARCHIVO-CLIENTES
               END-IF
               MOVE PTE-RUT TO CLI-RUT
               MOVE FUNCTION UPPER-CASE(PTE-NOMBRE) TO CLI-NOMBRE
               MOVE FUNCTION UPPER-CASE(PTE-DIRECCION)
                   TO CLI-DIRECCION
               MOVE FUNCTION UPPER-CASE(PTE-COMUNA) TO CLI-COMUNA
               MOVE PTE-TELEFONO TO CLI-TELEFONO
               MOVE PTE-EMAIL TO CLI-EMAIL
               EVALUATE TRUE
                   WHEN PTE-EMAIL NOT = SPACES
                       MOVE "EML" TO CLI-CANAL-PREFERIDO
                   WHEN PTE-TELEFONO NOT = SPACES
                       MOVE "SMS" TO CLI-CANAL-PREFERIDO
                   WHEN OTHER
                       MOVE "CAR" TO CLI-CANAL-PREFERIDO
               END-EVALUATE
               MOVE 'N' TO CLI-FALLECIDO
               MOVE 0 TO CLI-FECHA-DEFUNCION
               MOVE FUNCTION UPPER-CASE(PTE-OCUPACION)
                   TO CLI-OCUPACION
               MOVE FUNCTION UPPER-CASE(PTE-ORIGEN-FONDOS)
                   TO CLI-ORIGEN-FONDOS
               MOVE 'N' TO CLI-MARCA-PEP
               MOVE WS-FECHA-HOY TO CLI-FECHA-REVISION-KYC
               MOVE 'N' TO CLI-TIPO-PERSONA
               MOVE 0 TO CLI-FECHA-ANONIMIZACION
               MOVE 0 TO CLI-FECHA-NACIMIENTO
               MOVE SPACES TO CLI-RUT-TUTOR
               MOVE SPACES TO CLI-EJECUTIVO-RUT
               MOVE 0 TO CLI-FECHA-ASIGNACION
               MOVE 'N' TO CLI-DIRECCION-INVALIDA CLI-TELEFONO-INVALIDO
                   CLI-EMAIL-INVALIDO
               MOVE 0 TO CLI-FECHA-DIRECCION-INV CLI-FECHA-TELEFONO-INV
                   CLI-FECHA-EMAIL-INV
               MOVE 0 TO CLI-FECHA-CAMBIO-SEG CLI-HORA-CAMBIO-SEG
               MOVE SPACES TO CLI-TIPO-CAMBIO-SEG CLI-TELEFONO-ANTERIOR
                   CLI-EMAIL-ANTERIOR
               INITIALIZE CLI-RESIDENCIA-FISCAL
               MOVE 'N' TO CLI-US-PERSON
               PERFORM VARYING WS-CANAL-INDICE FROM 1 BY 1
                   UNTIL WS-CANAL-INDICE > 4
                   MOVE 'N' TO CLI-PUB-MARCA(WS-CANAL-INDICE)
                   MOVE 0 TO CLI-PUB-FECHA(WS-CANAL-INDICE)
                   MOVE SPACES TO CLI-PUB-ORIGEN(WS-CANAL-INDICE)
               END-PERFORM
               WRITE CLIENTE
                   INVALID KEY
                       REWRITE CLIENTE
               END-WRITE
               CLOSE ARCHIVO-CLIENTES.

            REGISTRAR-ORIGEN-PREAPERTURA.
      *        Origen POR: sin empleador detras, el batch de
      *        expiracion la trata como una solicitud web.
               OPEN I-O ARCHIVO-PREAPERTURAS
               IF WS-STATUS-PREAPERTURAS = "35"
                   OPEN OUTPUT ARCHIVO-PREAPERTURAS
                   CLOSE ARCHIVO-PREAPERTURAS
                   OPEN I-O ARCHIVO-PREAPERTURAS
               END-IF
               MOVE PTE-RUT TO PRE-RUT
               MOVE WS-NUM-CUENTA-APERTURA TO PRE-NUM-CUENTA
               MOVE SPACES TO PRE-RUT-EMPLEADOR
               MOVE 0 TO PRE-CUENTA-EMPLEADOR
               MOVE WS-FECHA-HOY TO PRE-FECHA-PREAPERTURA
               MOVE "PEN" TO PRE-ESTADO
               MOVE "POR" TO PRE-ORIGEN
               MOVE WS-NUMERO-APERTURA TO PRE-NUMERO-APERTURA
               WRITE PREAPERTURA
                   INVALID KEY
                       REWRITE PREAPERTURA
               END-WRITE
               CLOSE ARCHIVO-PREAPERTURAS
               DISPLAY
                   "CUENTA PRE-ABIERTA POR PORTABILIDAD PARA " PTE-RUT
                   " APERTURA " WS-NUMERO-APERTURA.

            SIGUIENTE-NUMERO-APERTURA.
      *        Correlativo de aperturas, en el registro "O" de
      *        secuencia.txt, compartido con las solicitudes web.
               MOVE "O" TO SEC-CLAVE
               OPEN I-O ARCHIVO-SECUENCIA
               IF WS-STATUS-SECUENCIA = "35"
                   OPEN OUTPUT ARCHIVO-SECUENCIA
                   MOVE "O" TO SEC-CLAVE
                   MOVE 0 TO SEC-ULTIMO-NUMERO
                   WRITE REGISTRO-SECUENCIA
                   CLOSE ARCHIVO-SECUENCIA
                   MOVE "O" TO SEC-CLAVE
                   OPEN I-O ARCHIVO-SECUENCIA
               END-IF
               READ ARCHIVO-SECUENCIA
                   INVALID KEY
                       MOVE "O" TO SEC-CLAVE
                       MOVE 1 TO SEC-ULTIMO-NUMERO
                       MOVE SEC-ULTIMO-NUMERO TO WS-NUMERO-APERTURA
                       WRITE REGISTRO-SECUENCIA
                   NOT INVALID KEY
                       ADD 1 TO SEC-ULTIMO-NUMERO
                       MOVE SEC-ULTIMO-NUMERO TO WS-NUMERO-APERTURA
                       REWRITE REGISTRO-SECUENCIA
               END-READ
               CLOSE ARCHIVO-SECUENCIA.

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

            CALCULAR-FECHA-LIMITE.
      *        Deja en WS-FECHA-LIMITE la fecha que resulta de contar
      *        WS-PLAZO-DIAS dias habiles desde hoy (exclusive).
               COMPUTE WS-FHA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               MOVE 0 TO WS-DIAS-CONTADOS
               PERFORM UNTIL WS-DIAS-CONTADOS >= WS-PLAZO-DIAS
                   ADD 1 TO WS-FHA-ENTERO
                   PERFORM VERIFICAR-DIA-HABIL
                   IF FECHA-ES-HABIL
                       ADD 1 TO WS-DIAS-CONTADOS
                   END-IF
               END-PERFORM
               COMPUTE WS-FECHA-LIMITE =
                   FUNCTION DATE-OF-INTEGER(WS-FHA-ENTERO).

            VALIDAR-DIGITO-VERIFICADOR.
      *        Calcula el digito verificador (modulo 11) del RUT de
      *        la solicitud y lo compara con el digito informado
      *        despues del guion, igual que el login del cajero.
               MOVE 'N' TO WS-RUT-DV-VALIDO
               MOVE 0 TO WS-RUT-SUMA
               MOVE 2 TO WS-RUT-MULTIPLICADOR

               UNSTRING PTE-RUT DELIMITED BY '-'
                   INTO WS-RUT-CUERPO WS-RUT-DV

               MOVE FUNCTION UPPER-CASE(WS-RUT-DV) TO WS-RUT-DV

               IF WS-RUT-CUERPO IS NUMERIC
                   PERFORM VARYING WS-RUT-POS FROM 8 BY -1
                           UNTIL WS-RUT-POS < 1
                       MOVE WS-RUT-CUERPO(WS-RUT-POS:1)
                           TO WS-RUT-DIGITO
                       COMPUTE WS-RUT-SUMA =
                           WS-RUT-SUMA +
                           (WS-RUT-DIGITO * WS-RUT-MULTIPLICADOR)
                       ADD 1 TO WS-RUT-MULTIPLICADOR
                       IF WS-RUT-MULTIPLICADOR > 7
                           MOVE 2 TO WS-RUT-MULTIPLICADOR
                       END-IF
                   END-PERFORM

                   COMPUTE WS-RUT-RESTO =
                       11 - FUNCTION MOD(WS-RUT-SUMA, 11)

                   EVALUATE WS-RUT-RESTO
                       WHEN 11
                           MOVE '0' TO WS-RUT-DV-CALCULADO
                       WHEN 10
                           MOVE 'K' TO WS-RUT-DV-CALCULADO
                       WHEN OTHER
                           MOVE WS-RUT-RESTO TO WS-RUT-DIGITO-DV
                           MOVE WS-RUT-DIGITO-DV TO WS-RUT-DV-CALCULADO
                   END-EVALUATE

                   IF WS-RUT-DV-CALCULADO = WS-RUT-DV
                       MOVE 'S' TO WS-RUT-DV-VALIDO
                   END-IF
               END-IF.

            RETENER-ITEM-COMPLIANCE.
      *        La solicitud vuelve rechazada sin abrir nada, y el
      *        caso queda en la cola de retenidos con el numero de
      *        solicitud para la revision del oficial.
               PERFORM SIGUIENTE-NUMERO-RETENIDO
               OPEN I-O ARCHIVO-RETENIDOS
               IF WS-STATUS-RETENIDOS = "35"
                   OPEN OUTPUT ARCHIVO-RETENIDOS
                   CLOSE ARCHIVO-RETENIDOS
                   OPEN I-O ARCHIVO-RETENIDOS
               END-IF
               PERFORM SETEAR-FECHA-ACTUAL
               MOVE WS-RTC-CONTADOR TO RTC-NUMERO
               MOVE "POR" TO RTC-ORIGEN
               MOVE PTE-RUT TO RTC-RUT-COINCIDENTE
               MOVE SPACES TO RTC-RUT-CONTRAPARTE
               MOVE 0 TO RTC-NUM-CUENTA
               MOVE PTE-BANCO TO RTC-BANCO
               MOVE PTE-NUMERO TO RTC-CUENTA-EXTERNA
               MOVE 0 TO RTC-MONTO
               MOVE 0 TO RTC-REFERENCIA
               MOVE WS-FECHAYHORA-FORMATEADA TO RTC-FECHAYHORA
               MOVE "PEN" TO RTC-ESTADO
               MOVE SPACES TO RTC-ANALISTA
               MOVE 0 TO RTC-FECHA-DECISION
               WRITE RETENIDO-COMPLIANCE
                   INVALID KEY
                       REWRITE RETENIDO-COMPLIANCE
               END-WRITE
               CLOSE ARCHIVO-RETENIDOS
               ADD 1 TO WS-TOTAL-RETENIDOS-CUM.

            CONSULTAR-LISTA-VIGILANCIA.
      *        Deja WS-RUT-EN-LISTA segun WS-RUT-A-TAMIZAR; sin
      *        lista cargada no hay contra que tamizar y el flujo
      *        sigue como siempre.
               MOVE 'N' TO WS-RUT-EN-LISTA
               OPEN INPUT ARCHIVO-VIGILANCIA
               IF WS-STATUS-VIGILANCIA = "35"
                   CONTINUE
               ELSE
                   MOVE WS-RUT-A-TAMIZAR TO VIG-RUT
                   READ ARCHIVO-VIGILANCIA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF VIG-ESTA-VIGENTE
                               MOVE 'S' TO WS-RUT-EN-LISTA
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-VIGILANCIA
               END-IF.

            SIGUIENTE-NUMERO-RETENIDO.
      *        Contador propio de la cola de retenidos, en el
      *        registro "W" de secuencia.txt.
               MOVE "W" TO SEC-CLAVE
               OPEN I-O ARCHIVO-SECUENCIA
               IF WS-STATUS-SECUENCIA = "35"
                   OPEN OUTPUT ARCHIVO-SECUENCIA
                   MOVE "W" TO SEC-CLAVE
                   MOVE 0 TO SEC-ULTIMO-NUMERO
                   WRITE REGISTRO-SECUENCIA
                   CLOSE ARCHIVO-SECUENCIA
                   MOVE "W" TO SEC-CLAVE
                   OPEN I-O ARCHIVO-SECUENCIA
               END-IF
               READ ARCHIVO-SECUENCIA
                   INVALID KEY
                       MOVE "W" TO SEC-CLAVE
                       MOVE 1 TO SEC-ULTIMO-NUMERO
                       MOVE SEC-ULTIMO-NUMERO TO WS-RTC-CONTADOR
                       WRITE REGISTRO-SECUENCIA
                   NOT INVALID KEY
                       ADD 1 TO SEC-ULTIMO-NUMERO
                       MOVE SEC-ULTIMO-NUMERO TO WS-RTC-CONTADOR
                       REWRITE REGISTRO-SECUENCIA
               END-READ
               CLOSE ARCHIVO-SECUENCIA.

            VALIDAR-INTERFAZ-ENTRADA.
      *        Primera pasada completa del archivo antes de abrir una
      *        sola cuenta: cabecera y cola presentes, cantidad de la
      *        cola igual a lo contado, y secuencia de archivo nunca
      *        consumida antes.
               MOVE 'N' TO WS-INTERFAZ-VALIDA
               MOVE SPACES TO WS-INT-MOTIVO
               MOVE 'N' TO WS-HAY-HDR
               MOVE 'N' TO WS-HAY-TRL
               MOVE 0 TO WS-CNT-DETALLES
               MOVE 'N' TO WS-VAL-EOF
               OPEN INPUT ARCHIVO-ENTRADA
               IF WS-STATUS-ENTRADA = "35"
                   MOVE "ARCHIVO DE ENTRADA NO EXISTE"
                       TO WS-INT-MOTIVO
                   MOVE 'S' TO WS-VAL-EOF
               END-IF
               PERFORM UNTIL WS-VAL-FIN-ARCHIVO
                   READ ARCHIVO-ENTRADA
                       AT END
                           MOVE 'S' TO WS-VAL-EOF
                       NOT AT END
                           PERFORM CLASIFICAR-LINEA-VALIDACION
                   END-READ
               END-PERFORM
               IF WS-STATUS-ENTRADA NOT = "35"
                   CLOSE ARCHIVO-ENTRADA
               END-IF

               IF WS-INT-MOTIVO = SPACES AND WS-HAY-HDR = 'N'
                   MOVE "SIN CABECERA HDR" TO WS-INT-MOTIVO
               END-IF
               IF WS-INT-MOTIVO = SPACES AND WS-HAY-TRL = 'N'
                   MOVE "SIN COLA TRL (ARCHIVO TRUNCADO)"
                       TO WS-INT-MOTIVO
               END-IF
               IF WS-INT-MOTIVO = SPACES
                  AND WS-TRL-CANTIDAD NOT = WS-CNT-DETALLES
                   MOVE "CANTIDAD NO CALZA CON LA COLA"
                       TO WS-INT-MOTIVO
               END-IF
               IF WS-INT-MOTIVO = SPACES
                   PERFORM VERIFICAR-SECUENCIA-CONSUMIDA
               END-IF
               IF WS-INT-MOTIVO = SPACES
                   MOVE 'S' TO WS-INTERFAZ-VALIDA
               END-IF.

            CLASIFICAR-LINEA-VALIDACION.
               EVALUATE REGISTRO-SOLICITUD(1:3)
                   WHEN "HDR"
                       MOVE 'S' TO WS-HAY-HDR
                       IF REGISTRO-SOLICITUD(5:8) NUMERIC
                           MOVE REGISTRO-SOLICITUD(5:8)
                               TO WS-INT-FECHA
                       END-IF
                       IF REGISTRO-SOLICITUD(14:6) NUMERIC
                           MOVE REGISTRO-SOLICITUD(14:6)
                               TO WS-INT-SECUENCIA
                       END-IF
                   WHEN "TRL"
                       MOVE 'S' TO WS-HAY-TRL
                       IF REGISTRO-SOLICITUD(5:6) NUMERIC
                           MOVE REGISTRO-SOLICITUD(5:6)
                               TO WS-TRL-CANTIDAD
                       END-IF
                   WHEN "ENT"
                   WHEN "SAL"
                   WHEN "ORD"
                   WHEN "MAN"
                       ADD 1 TO WS-CNT-DETALLES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

            VERIFICAR-SECUENCIA-CONSUMIDA.
               OPEN INPUT ARCHIVO-CONSUMIDOS
               IF WS-STATUS-CONSUMIDOS = "35"
                   CONTINUE
               ELSE
                   MOVE WS-NOMBRE-INTERFAZ TO CSM-INTERFAZ
                   MOVE WS-INT-SECUENCIA TO CSM-SECUENCIA
                   READ ARCHIVO-CONSUMIDOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "SECUENCIA YA CONSUMIDA (DUPLICADO)"
                               TO WS-INT-MOTIVO
                   END-READ
                   CLOSE ARCHIVO-CONSUMIDOS
               END-IF.

            RECHAZAR-INTERFAZ.
      *        El archivo queda en cuarentena: no se proceso una
      *        sola solicitud, y el sistema de portabilidad recibe el
      *        motivo en el reporte de rechazos de interfaz.
               OPEN EXTEND ARCHIVO-RECHAZO-INTERFAZ
               MOVE SPACES TO REGISTRO-RECHAZO-INTERFAZ
               MOVE WS-FECHA-HOY TO RIN-FECHA
               MOVE WS-NOMBRE-INTERFAZ TO RIN-INTERFAZ
               MOVE WS-INT-SECUENCIA TO RIN-SECUENCIA
               MOVE WS-INT-MOTIVO TO RIN-MOTIVO
               WRITE REGISTRO-RECHAZO-INTERFAZ AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-RECHAZO-INTERFAZ
               DISPLAY
                   "ARCHIVO EN CUARENTENA (" WS-NOMBRE-INTERFAZ
                   " SEC " WS-INT-SECUENCIA "): " WS-INT-MOTIVO.

            REGISTRAR-INTERFAZ-CONSUMIDA.
               OPEN I-O ARCHIVO-CONSUMIDOS
               IF WS-STATUS-CONSUMIDOS = "35"
                   OPEN OUTPUT ARCHIVO-CONSUMIDOS
                   CLOSE ARCHIVO-CONSUMIDOS
                   OPEN I-O ARCHIVO-CONSUMIDOS
               END-IF
               MOVE WS-NOMBRE-INTERFAZ TO CSM-INTERFAZ
               MOVE WS-INT-SECUENCIA TO CSM-SECUENCIA
               MOVE WS-INT-FECHA TO CSM-FECHA-ARCHIVO
               MOVE WS-FECHA-HOY TO CSM-FECHA-PROCESO
               MOVE WS-CNT-DETALLES TO CSM-CANTIDAD
               MOVE 0 TO CSM-SUMA
               WRITE INTERFAZ-CONSUMIDA
                   INVALID KEY
                       REWRITE INTERFAZ-CONSUMIDA
               END-WRITE
               CLOSE ARCHIVO-CONSUMIDOS.

       END PROGRAM IMPORTAR-PORTABILIDAD.
