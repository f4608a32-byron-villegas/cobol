      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Importacion de las solicitudes de apertura del
      *          formulario web: lee onboarding_entrada.txt (HDR,
      *          un DET por postulante con identidad, producto
      *          elegido y datos de contacto y KYC, y TRL), valida
      *          el digito verificador del RUT, que el perfil KYC
      *          venga completo y que el RUT no sea ya cliente, lo
      *          tamiza contra la lista de vigilancia y, si pasa,
      *          crea la ficha de cliente y la cuenta en estado
      *          pre-abierto con un numero de apertura correlativo.
      *          La activacion se termina en sucursal con
      *          ACTIVAR-PREAPERTURA, igual que en la nomina. Lo
      *          aceptado y lo rechazado vuelve al proveedor web en
      *          onboarding_respuesta.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-ONBOARDING.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Importacion de solicitudes de apertura del canal web.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ONBOARDING
               ASSIGN TO "onboarding_entrada.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ONBOARDING.
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
           SELECT ARCHIVO-RESPUESTA
               ASSIGN TO "onboarding_respuesta.txt"
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
           SELECT ARCHIVO-PREAPERTURAS ASSIGN TO "preaperturas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PREAPERTURAS.
           SELECT ARCHIVO-ITEMS ASSIGN TO "items_procesados.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITP-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-ITEMS.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-ONBOARDING.
       01 REGISTRO-ONBOARDING.
          05 OBD-TIPO PIC X(3).
          05 FILLER PIC X.
          05 OBD-SOLICITUD PIC X(12).
          05 FILLER PIC X.
          05 OBD-RUT PIC X(10).
          05 FILLER PIC X.
          05 OBD-NOMBRE PIC X(40).
          05 FILLER PIC X.
          05 OBD-DIRECCION PIC X(40).
          05 FILLER PIC X.
          05 OBD-COMUNA PIC X(20).
          05 FILLER PIC X.
          05 OBD-TELEFONO PIC X(12).
          05 FILLER PIC X.
          05 OBD-EMAIL PIC X(40).
          05 FILLER PIC X.
          05 OBD-CANAL PIC X(3).
          05 FILLER PIC X.
          05 OBD-PRODUCTO PIC X(3).
          05 FILLER PIC X.
          05 OBD-MONEDA PIC X(3).
          05 FILLER PIC X.
          05 OBD-OCUPACION PIC X(20).
          05 FILLER PIC X.
          05 OBD-ORIGEN-FONDOS PIC X(20).
          05 FILLER PIC X.
          05 OBD-MARCA-PEP PIC X(1).
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-VIGILANCIA.
           COPY "VIGILADO.CPY".
       FD ARCHIVO-RETENIDOS.
           COPY "RETENIDO-COMPLIANCE.CPY".
       FD ARCHIVO-SECUENCIA.
       01 REGISTRO-SECUENCIA.
          05 SEC-CLAVE PIC X(1).
          05 SEC-ULTIMO-NUMERO PIC 9(10).
       FD ARCHIVO-RESPUESTA.
       01 REGISTRO-RESPUESTA.
          05 RSP-SOLICITUD PIC X(12).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-ESTADO PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-NUMERO-APERTURA PIC 9(10).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-NUM-CUENTA PIC 9(3).
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
       FD ARCHIVO-PREAPERTURAS.
           COPY "PREAPERTURA.CPY".
       FD ARCHIVO-ITEMS.
           COPY "ITEM-PROCESADO.CPY".
       WORKING-STORAGE SECTION.
      *    Libro de reinicio item a item, el mismo de la nomina: una
      *    solicitud ya aplicada en una corrida abortada no vuelve a
      *    crear cliente ni cuenta, solo se vuelve a informar.
       77 WS-STATUS-ITEMS PIC X(2) VALUE "00".
       77 WS-NUM-ITEM PIC 9(6) VALUE 0.
       77 WS-ITEM-YA-APLICADO PIC X VALUE 'N'.
           88 ITEM-YA-APLICADO VALUE 'S'.
      *    Control de integridad de la interfaz de entrada: cabecera
      *    HDR (fecha y secuencia) y cola TRL con la cantidad de
      *    solicitudes; el archivo del proveedor no trae montos, asi
      *    que la suma de control de la cola no se usa.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-STATUS-CONSUMIDOS PIC X(2) VALUE "00".
       77 WS-NOMBRE-INTERFAZ PIC X(8) VALUE "ONBOARD".
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
      *    no abre nada; la solicitud vuelve rechazada al proveedor y
      *    queda en la cola de retenidos para el oficial.
       77 WS-STATUS-VIGILANCIA PIC X(2) VALUE "00".
       77 WS-STATUS-RETENIDOS PIC X(2) VALUE "00".
       77 WS-RUT-A-TAMIZAR PIC X(10).
       77 WS-RUT-EN-LISTA PIC X VALUE 'N'.
           88 RUT-ESTA-EN-LISTA VALUE 'S'.
       77 WS-RTC-CONTADOR PIC 9(10) VALUE 0.
       77 WS-TOTAL-RETENIDOS-CUM PIC 9(6) COMP VALUE 0.
      *    Apertura: la cuenta nace como la 001 del RUT, pre-abierta
      *    y sin saldo, con el limite de giro de siempre; el numero
      *    de apertura sale del registro "O" de secuencia.txt y es
      *    el que el postulante presenta en la sucursal.
       77 WS-STATUS-PREAPERTURAS PIC X(2) VALUE "00".
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-LIMITE-GIRO-DEFECTO PIC 9(8) VALUE 500000.
       77 WS-NUM-CUENTA-APERTURA PIC 9(3) VALUE 1.
       77 WS-NUMERO-APERTURA PIC 9(10) VALUE 0.
       77 WS-RUT-YA-EXISTE PIC X VALUE 'N'.
           88 RUT-YA-EXISTE VALUE 'S'.
       77 WS-CANAL-INDICE PIC 9(1).
       77 WS-STATUS-ONBOARDING PIC X(2) VALUE "00".
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-SECUENCIA PIC X(2) VALUE "00".
       77 WS-ONBOARDING-EOF PIC X VALUE 'N'.
           88 WS-ONBOARDING-FIN-ARCHIVO VALUE 'S'.
       77 WS-TOTAL-ACEPTADOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-RECHAZADOS PIC 9(6) COMP VALUE 0.
       77 WS-MOTIVO PIC X(30).
      *    Validacion del digito verificador del RUT del
      *    postulante, con el mismo modulo 11 del cajero.
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
            DISPLAY "------ IMPORTACION DE SOLICITUDES WEB ------".

            PERFORM SETEAR-FECHA-ACTUAL.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            PERFORM VALIDAR-INTERFAZ-ENTRADA.
            IF NOT INTERFAZ-ES-VALIDA THEN
                PERFORM RECHAZAR-INTERFAZ
                STOP RUN
            END-IF.

            PERFORM PROCESAR-SOLICITUDES.

            PERFORM REGISTRAR-INTERFAZ-CONSUMIDA.

            DISPLAY "SOLICITUDES ACEPTADAS (PRE-ABIERTAS): "
                WS-TOTAL-ACEPTADOS
            DISPLAY "SOLICITUDES RECHAZADAS: " WS-TOTAL-RECHAZADOS
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
               OPEN INPUT ARCHIVO-ONBOARDING
               IF WS-STATUS-ONBOARDING = "35"
                   DISPLAY "NO EXISTE ARCHIVO DE SOLICITUDES WEB"
                   STOP RUN
               END-IF
               OPEN OUTPUT ARCHIVO-RESPUESTA
               MOVE 'N' TO WS-ONBOARDING-EOF
               PERFORM UNTIL WS-ONBOARDING-FIN-ARCHIVO
                   READ ARCHIVO-ONBOARDING
                       AT END
                           MOVE 'S' TO WS-ONBOARDING-EOF
                       NOT AT END
                           IF OBD-TIPO = "DET"
                               PERFORM PROCESAR-UNA-SOLICITUD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-RESPUESTA
               CLOSE ARCHIVO-ONBOARDING.

            PROCESAR-UNA-SOLICITUD.
               MOVE SPACES TO WS-MOTIVO
               MOVE 0 TO WS-NUMERO-APERTURA
               MOVE FUNCTION UPPER-CASE(OBD-RUT) TO OBD-RUT

      *        Reinicio item a item: una solicitud ya aplicada en una
      *        corrida abortada se informa de nuevo con el numero de
      *        apertura que quedo en preaperturas.txt.
               ADD 1 TO WS-NUM-ITEM
               PERFORM VERIFICAR-ITEM-APLICADO
               IF ITEM-YA-APLICADO
                   PERFORM LEER-APERTURA-ANTERIOR
                   MOVE SPACES TO REGISTRO-RESPUESTA
                   MOVE OBD-SOLICITUD TO RSP-SOLICITUD
                   MOVE OBD-RUT TO RSP-RUT
                   MOVE "ACE" TO RSP-ESTADO
                   MOVE WS-NUMERO-APERTURA TO RSP-NUMERO-APERTURA
                   MOVE WS-NUM-CUENTA-APERTURA TO RSP-NUM-CUENTA
                   MOVE "APLICADO EN CORRIDA ANTERIOR"
                       TO RSP-MOTIVO
                   WRITE REGISTRO-RESPUESTA
                   ADD 1 TO WS-TOTAL-ACEPTADOS
               ELSE
                   PERFORM VALIDAR-Y-ABRIR-SOLICITUD
               END-IF.

            VALIDAR-Y-ABRIR-SOLICITUD.
               PERFORM VALIDAR-DIGITO-VERIFICADOR
               IF NOT RUT-DV-ES-VALIDO
                   MOVE "RUT CON DIGITO INVALIDO" TO WS-MOTIVO
               END-IF

      *        Perfil KYC completo: identidad, domicilio, al menos un
      *        medio de contacto, ocupacion y origen de los fondos,
      *        lo mismo que el cajero exige al abrir la primera
      *        cuenta.
               IF WS-MOTIVO = SPACES
                   IF OBD-NOMBRE = SPACES
                      OR OBD-DIRECCION = SPACES
                      OR OBD-COMUNA = SPACES
                      OR (OBD-TELEFONO = SPACES
                          AND OBD-EMAIL = SPACES)
                      OR OBD-OCUPACION = SPACES
                      OR OBD-ORIGEN-FONDOS = SPACES
                       MOVE "DATOS KYC INCOMPLETOS" TO WS-MOTIVO
                   END-IF
               END-IF

               IF WS-MOTIVO = SPACES
                   IF OBD-PRODUCTO = SPACES
                       MOVE "CTE" TO OBD-PRODUCTO
                   END-IF
                   IF OBD-PRODUCTO NOT = "CTE"
                      AND OBD-PRODUCTO NOT = "VIS"
                      AND OBD-PRODUCTO NOT = "AHO"
                       MOVE "PRODUCTO NO RECONOCIDO" TO WS-MOTIVO
                   END-IF
               END-IF

               IF WS-MOTIVO = SPACES
                   IF OBD-MONEDA = SPACES
                       MOVE "CLP" TO OBD-MONEDA
                   END-IF
                   IF OBD-MONEDA NOT = "CLP"
                      AND OBD-MONEDA NOT = "USD"
                       MOVE "MONEDA NO RECONOCIDA" TO WS-MOTIVO
                   END-IF
               END-IF

      *        Un RUT que ya tiene ficha o alguna cuenta (activa o
      *        pre-abierta) no se abre de nuevo por la web: el
      *        cliente existente contrata en la sucursal.
               IF WS-MOTIVO = SPACES
                   PERFORM VERIFICAR-RUT-EXISTENTE
                   IF RUT-YA-EXISTE
                       MOVE "RUT YA ES CLIENTE DEL BANCO"
                           TO WS-MOTIVO
                   END-IF
               END-IF

               IF WS-MOTIVO = SPACES
                   MOVE OBD-RUT TO WS-RUT-A-TAMIZAR
                   PERFORM CONSULTAR-LISTA-VIGILANCIA
                   IF RUT-ESTA-EN-LISTA
                       MOVE "RETENIDO POR CUMPLIMIENTO"
                           TO WS-MOTIVO
                       PERFORM RETENER-ITEM-COMPLIANCE
                   END-IF
               END-IF

               IF WS-MOTIVO = SPACES
                   PERFORM PREABRIR-CUENTA-WEB
               END-IF

               MOVE SPACES TO REGISTRO-RESPUESTA
               MOVE OBD-SOLICITUD TO RSP-SOLICITUD
               MOVE OBD-RUT TO RSP-RUT
               IF WS-MOTIVO = SPACES
                   MOVE "ACE" TO RSP-ESTADO
                   MOVE WS-NUMERO-APERTURA TO RSP-NUMERO-APERTURA
                   MOVE WS-NUM-CUENTA-APERTURA TO RSP-NUM-CUENTA
                   MOVE "PRE-ABIERTA: ACTIVAR EN SUCURSAL"
                       TO RSP-MOTIVO
                   ADD 1 TO WS-TOTAL-ACEPTADOS
                   PERFORM REGISTRAR-ITEM-APLICADO
               ELSE
                   MOVE "RCH" TO RSP-ESTADO
                   MOVE 0 TO RSP-NUMERO-APERTURA
                   MOVE 0 TO RSP-NUM-CUENTA
                   MOVE WS-MOTIVO TO RSP-MOTIVO
                   ADD 1 TO WS-TOTAL-RECHAZADOS
               END-IF
               WRITE REGISTRO-RESPUESTA.

            VERIFICAR-RUT-EXISTENTE.
               MOVE 'N' TO WS-RUT-YA-EXISTE
               OPEN INPUT ARCHIVO-CLIENTES
               IF WS-STATUS-CLIENTES NOT = "35"
                   MOVE OBD-RUT TO CLI-RUT
                   READ ARCHIVO-CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-RUT-YA-EXISTE
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF

               IF NOT RUT-YA-EXISTE
                   OPEN INPUT ARCHIVO-CUENTAS
                   IF WS-STATUS-CUENTAS NOT = "35"
                       MOVE OBD-RUT TO RUT
                       MOVE 0 TO NUM-CUENTA
                       START ARCHIVO-CUENTAS
                           KEY IS NOT LESS THAN CUENTA-CLAVE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               READ ARCHIVO-CUENTAS NEXT RECORD
                                   AT END
                                       CONTINUE
                                   NOT AT END
                                       IF RUT = OBD-RUT
                                           MOVE 'S' TO WS-RUT-YA-EXISTE
                                       END-IF
                               END-READ
                       END-START
                       CLOSE ARCHIVO-CUENTAS
                   END-IF
               END-IF.

            PREABRIR-CUENTA-WEB.
      *        Crea la cuenta en estado P sin saldo: sin tarjeta ni
      *        clave no opera hasta que el postulante se presente en
      *        la sucursal con su cedula y el numero de apertura, y
      *        el ejecutivo complete la activacion.
               PERFORM SIGUIENTE-NUMERO-APERTURA
               OPEN I-O ARCHIVO-CUENTAS
               IF WS-STATUS-CUENTAS = "35"
                   OPEN OUTPUT ARCHIVO-CUENTAS
                   CLOSE ARCHIVO-CUENTAS
                   OPEN I-O ARCHIVO-CUENTAS
               END-IF
               MOVE OBD-RUT TO RUT
               MOVE WS-NUM-CUENTA-APERTURA TO NUM-CUENTA
               MOVE 0 TO CLAVE
               MOVE 0 TO SALDO
               MOVE 0 TO INTENTOS-FALLIDOS
               MOVE 'N' TO CUENTA-BLOQUEADA
               MOVE WS-LIMITE-GIRO-DEFECTO TO LIMITE-GIRO-DIARIO
               MOVE 0 TO FECHA-ULTIMO-GIRO
               MOVE 0 TO MONTO-GIRADO-HOY
               MOVE 0 TO LIMITE-SOBREGIRO
               MOVE OBD-MONEDA TO MONEDA-CUENTA
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
               MOVE OBD-PRODUCTO TO TIPO-PRODUCTO
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
               CLOSE ARCHIVO-CUENTAS
               IF WS-MOTIVO = SPACES
                   PERFORM REGISTRAR-CLIENTE-WEB
                   PERFORM REGISTRAR-ORIGEN-PREAPERTURA
               END-IF.

            REGISTRAR-CLIENTE-WEB.
      *        Ficha del cliente con los datos de contacto y el
      *        perfil KYC declarados en el formulario; la revision
      *        queda fechada hoy. Los consentimientos de publicidad
      *        parten en N hasta que el cliente los otorgue.
               OPEN I-O ARCHIVO-CLIENTES
               IF WS-STATUS-CLIENTES = "35"
                   OPEN OUTPUT ARCHIVO-CLIENTES
                   CLOSE ARCHIVO-CLIENTES
                   OPEN I-O ARCHIVO-CLIENTES
               END-IF
               MOVE OBD-RUT TO CLI-RUT
               MOVE FUNCTION UPPER-CASE(OBD-NOMBRE) TO CLI-NOMBRE
               MOVE FUNCTION UPPER-CASE(OBD-DIRECCION)
                   TO CLI-DIRECCION
               MOVE FUNCTION UPPER-CASE(OBD-COMUNA) TO CLI-COMUNA
               MOVE OBD-TELEFONO TO CLI-TELEFONO
               MOVE OBD-EMAIL TO CLI-EMAIL
               MOVE FUNCTION UPPER-CASE(OBD-CANAL)
                   TO CLI-CANAL-PREFERIDO
               IF NOT CLI-CANAL-ES-VALIDO
                   MOVE "CAR" TO CLI-CANAL-PREFERIDO
               END-IF
               MOVE 'N' TO CLI-FALLECIDO
               MOVE 0 TO CLI-FECHA-DEFUNCION
               MOVE FUNCTION UPPER-CASE(OBD-OCUPACION)
                   TO CLI-OCUPACION
               MOVE FUNCTION UPPER-CASE(OBD-ORIGEN-FONDOS)
                   TO CLI-ORIGEN-FONDOS
               MOVE FUNCTION UPPER-CASE(OBD-MARCA-PEP)
                   TO CLI-MARCA-PEP
               IF CLI-MARCA-PEP NOT = 'S'
                   MOVE 'N' TO CLI-MARCA-PEP
               END-IF
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
      *        Sin empleador detras: el origen WEB le dice al batch
      *        de expiracion que no hay plata que devolver.
               OPEN I-O ARCHIVO-PREAPERTURAS
               IF WS-STATUS-PREAPERTURAS = "35"
                   OPEN OUTPUT ARCHIVO-PREAPERTURAS
                   CLOSE ARCHIVO-PREAPERTURAS
                   OPEN I-O ARCHIVO-PREAPERTURAS
               END-IF
               MOVE OBD-RUT TO PRE-RUT
               MOVE WS-NUM-CUENTA-APERTURA TO PRE-NUM-CUENTA
               MOVE SPACES TO PRE-RUT-EMPLEADOR
               MOVE 0 TO PRE-CUENTA-EMPLEADOR
               MOVE WS-FECHA-HOY TO PRE-FECHA-PREAPERTURA
               MOVE "PEN" TO PRE-ESTADO
               MOVE "WEB" TO PRE-ORIGEN
               MOVE WS-NUMERO-APERTURA TO PRE-NUMERO-APERTURA
               WRITE PREAPERTURA
                   INVALID KEY
                       REWRITE PREAPERTURA
               END-WRITE
               CLOSE ARCHIVO-PREAPERTURAS
               DISPLAY
                   "CUENTA PRE-ABIERTA PARA " OBD-RUT
                   " APERTURA " WS-NUMERO-APERTURA.

            LEER-APERTURA-ANTERIOR.
               OPEN INPUT ARCHIVO-PREAPERTURAS
               IF WS-STATUS-PREAPERTURAS NOT = "35"
                   MOVE OBD-RUT TO PRE-RUT
                   MOVE WS-NUM-CUENTA-APERTURA TO PRE-NUM-CUENTA
                   READ ARCHIVO-PREAPERTURAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PRE-NUMERO-APERTURA
                               TO WS-NUMERO-APERTURA
                   END-READ
                   CLOSE ARCHIVO-PREAPERTURAS
               END-IF.

            SIGUIENTE-NUMERO-APERTURA.
      *        Correlativo de aperturas web, en el registro "O" de
      *        secuencia.txt, con el mismo bloqueo automatico del
      *        contador de movimientos.
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

            VALIDAR-DIGITO-VERIFICADOR.
      *        Calcula el digito verificador (modulo 11) del RUT del
      *        postulante y lo compara con el digito informado
      *        despues del guion, igual que el login del cajero.
               MOVE 'N' TO WS-RUT-DV-VALIDO
               MOVE 0 TO WS-RUT-SUMA
               MOVE 2 TO WS-RUT-MULTIPLICADOR

               UNSTRING OBD-RUT DELIMITED BY '-'
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
      *        La solicitud vuelve rechazada al proveedor sin abrir
      *        nada, y el caso queda en la cola de retenidos con la
      *        referencia web para la revision del oficial.
               PERFORM SIGUIENTE-NUMERO-RETENIDO
               OPEN I-O ARCHIVO-RETENIDOS
               IF WS-STATUS-RETENIDOS = "35"
                   OPEN OUTPUT ARCHIVO-RETENIDOS
                   CLOSE ARCHIVO-RETENIDOS
                   OPEN I-O ARCHIVO-RETENIDOS
               END-IF
               PERFORM SETEAR-FECHA-ACTUAL
               MOVE WS-RTC-CONTADOR TO RTC-NUMERO
               MOVE "WEB" TO RTC-ORIGEN
               MOVE OBD-RUT TO RTC-RUT-COINCIDENTE
               MOVE SPACES TO RTC-RUT-CONTRAPARTE
               MOVE 0 TO RTC-NUM-CUENTA
               MOVE SPACES TO RTC-BANCO
               MOVE OBD-SOLICITUD TO RTC-CUENTA-EXTERNA
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
               OPEN INPUT ARCHIVO-ONBOARDING
               IF WS-STATUS-ONBOARDING = "35"
                   MOVE "ARCHIVO DE ENTRADA NO EXISTE"
                       TO WS-INT-MOTIVO
                   MOVE 'S' TO WS-VAL-EOF
               END-IF
               PERFORM UNTIL WS-VAL-FIN-ARCHIVO
                   READ ARCHIVO-ONBOARDING
                       AT END
                           MOVE 'S' TO WS-VAL-EOF
                       NOT AT END
                           PERFORM CLASIFICAR-LINEA-VALIDACION
                   END-READ
               END-PERFORM
               IF WS-STATUS-ONBOARDING NOT = "35"
                   CLOSE ARCHIVO-ONBOARDING
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
               EVALUATE REGISTRO-ONBOARDING(1:3)
                   WHEN "HDR"
                       MOVE 'S' TO WS-HAY-HDR
                       IF REGISTRO-ONBOARDING(5:8) NUMERIC
                           MOVE REGISTRO-ONBOARDING(5:8)
                               TO WS-INT-FECHA
                       END-IF
                       IF REGISTRO-ONBOARDING(14:6) NUMERIC
                           MOVE REGISTRO-ONBOARDING(14:6)
                               TO WS-INT-SECUENCIA
                       END-IF
                   WHEN "TRL"
                       MOVE 'S' TO WS-HAY-TRL
                       IF REGISTRO-ONBOARDING(5:6) NUMERIC
                           MOVE REGISTRO-ONBOARDING(5:6)
                               TO WS-TRL-CANTIDAD
                       END-IF
                   WHEN "DET"
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
      *        sola solicitud, y el proveedor recibe el motivo en el
      *        reporte de rechazos de interfaz.
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

            VERIFICAR-ITEM-APLICADO.
               MOVE 'N' TO WS-ITEM-YA-APLICADO
               OPEN INPUT ARCHIVO-ITEMS
               IF WS-STATUS-ITEMS = "35"
                   CONTINUE
               ELSE
                   MOVE WS-NOMBRE-INTERFAZ TO ITP-INTERFAZ
                   MOVE WS-INT-SECUENCIA TO ITP-SECUENCIA
                   MOVE WS-NUM-ITEM TO ITP-NUM-ITEM
                   READ ARCHIVO-ITEMS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-ITEM-YA-APLICADO
                   END-READ
                   CLOSE ARCHIVO-ITEMS
               END-IF.

            REGISTRAR-ITEM-APLICADO.
               OPEN I-O ARCHIVO-ITEMS
               IF WS-STATUS-ITEMS = "35"
                   OPEN OUTPUT ARCHIVO-ITEMS
                   CLOSE ARCHIVO-ITEMS
                   OPEN I-O ARCHIVO-ITEMS
               END-IF
               MOVE WS-NOMBRE-INTERFAZ TO ITP-INTERFAZ
               MOVE WS-INT-SECUENCIA TO ITP-SECUENCIA
               MOVE WS-NUM-ITEM TO ITP-NUM-ITEM
               MOVE OBD-RUT TO ITP-RUT
               MOVE 0 TO ITP-MONTO
               MOVE WS-FECHA-HOY TO ITP-FECHA
               WRITE ITEM-PROCESADO
                   INVALID KEY
                       REWRITE ITEM-PROCESADO
               END-WRITE
               CLOSE ARCHIVO-ITEMS.

       END PROGRAM IMPORTAR-ONBOARDING.
