      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Procesamiento de la cola de solicitudes de la banca
      *          por internet y movil: lee solicitudes_canal.txt,
      *          que deja el proveedor del canal (HDR, un DET por
      *          solicitud y TRL con la cantidad y la suma de los
      *          montos), y ejecuta cada solicitud con las mismas
      *          reglas del cajero automatico. CON consulta saldo y
      *          disponible, TRA transfiere a una cuenta propia o de
      *          un tercero del banco (por RUT y cuenta o por alias
      *          de la agenda), PAG paga un convenio vigente y HIS
      *          entrega los movimientos de la cuenta desde una
      *          fecha, sin pedir clave. Todo lo demas exige la clave
      *          de la cuenta; tres claves erradas bloquean la cuenta
      *          igual que en el cajero. El disponible descuenta
      *          embargos, bolsillos, reservas de giro y compras POS
      *          retenidas. A un tercero se le aplica el enfriamiento
      *          de 24 horas de la agenda (un destino que no esta en
      *          la agenda se trata como recien agregado), el periodo
      *          de seguridad tras un cambio de datos o de clave (solo
      *          a destinatarios guardados antes del cambio), el
      *          tamizado del RUT destino contra la lista de
      *          vigilancia (una coincidencia se rechaza y queda en
      *          la cola de retenidos con origen DIG) y el limite de
      *          giro diario de la cuenta, que el canal comparte con
      *          el cajero. Sobre el umbral de aprobacion conjunta la
      *          plata queda retenida (TRP) hasta que el otro titular
      *          la firme en el cajero. Cada solicitud ejecutada queda
      *          en la bitacora con el terminal CANALWEB o CANALAPP, y
      *          su resultado vuelve al proveedor en su propio
      *          archivo respuesta_canal-<solicitud>.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESAR-BANCA-DIGITAL.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Cola de solicitudes de la banca por internet y movil.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-SOLICITUDES
               ASSIGN TO "solicitudes_canal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SOLICITUDES.
           SELECT ARCHIVO-RESPUESTA ASSIGN TO WS-NOMBRE-RESPUESTA
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT ARCHIVO-BITACORA ASSIGN TO "bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-SECUENCIA ASSIGN TO "secuencia.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SECUENCIA.
           SELECT ARCHIVO-MOVIMIENTOS ASSIGN TO "movimientos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MOVIMIENTOS.
           SELECT OPTIONAL ARCHIVO-HASH-BITACORA
               ASSIGN TO "hash_bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HASH.
           SELECT OPTIONAL ARCHIVO-FERIADOS ASSIGN TO "feriados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIADOS.
           SELECT ARCHIVO-TASAS ASSIGN TO "tasas_cambio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TASAS.
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
           SELECT ARCHIVO-RESERVAS ASSIGN TO "reservas_giro.txt"
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
           SELECT ARCHIVO-AGENDA ASSIGN TO "agenda_destinatarios.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-AGENDA.
           SELECT ARCHIVO-CONVENIOS ASSIGN TO "convenios.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONV-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CONVENIOS.
           SELECT ARCHIVO-TRANSF-PENDIENTES
               ASSIGN TO "transferencias_pendientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRP-NUMERO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TRP.
           SELECT OPTIONAL ARCHIVO-ALERTAS-FRAUDE
               ASSIGN TO "alertas_fraude.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CLIENTES.
           SELECT ARCHIVO-TARIFAS ASSIGN TO "tarifas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARIFAS.
           SELECT ARCHIVO-ITEMS ASSIGN TO "items_procesados.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITP-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-ITEMS.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-SOLICITUDES.
       01 REGISTRO-SOLICITUD.
          05 SCD-TIPO PIC X(3).
          05 FILLER PIC X.
          05 SCD-SOLICITUD PIC X(12).
          05 FILLER PIC X.
          05 SCD-CANAL PIC X(3).
          05 FILLER PIC X.
          05 SCD-OPERACION PIC X(3).
          05 FILLER PIC X.
          05 SCD-RUT PIC X(10).
          05 FILLER PIC X.
          05 SCD-NUM-CUENTA PIC 9(3).
          05 FILLER PIC X.
          05 SCD-CLAVE PIC 9(4).
          05 FILLER PIC X.
          05 SCD-RUT-DESTINO PIC X(10).
          05 FILLER PIC X.
          05 SCD-NUM-CUENTA-DESTINO PIC 9(3).
          05 FILLER PIC X.
          05 SCD-ALIAS PIC X(10).
          05 FILLER PIC X.
          05 SCD-CODIGO-CONVENIO PIC X(6).
          05 FILLER PIC X.
          05 SCD-MONTO PIC 9(8).
          05 FILLER PIC X.
          05 SCD-FECHA-DESDE PIC 9(8).
       FD ARCHIVO-RESPUESTA.
       01 REGISTRO-RESPUESTA.
          05 RSP-TIPO PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-SOLICITUD PIC X(12).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-ESTADO PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-NUM-SECUENCIA PIC 9(10).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-SALDO PIC -(8)9.
          05 FILLER PIC X VALUE SPACE.
          05 RSP-DISPONIBLE PIC -(8)9.
          05 FILLER PIC X VALUE SPACE.
          05 RSP-MONEDA PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-MOTIVO PIC X(40).
       01 REGISTRO-RESPUESTA-MOV.
          05 RMV-TIPO PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 RMV-NUM-SECUENCIA PIC 9(10).
          05 FILLER PIC X VALUE SPACE.
          05 RMV-FECHAYHORA PIC X(19).
          05 FILLER PIC X VALUE SPACE.
          05 RMV-OPERACION PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 RMV-MONTO PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 RMV-SALDO PIC -(8)9.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-SECUENCIA.
       01 REGISTRO-SECUENCIA.
          05 SEC-CLAVE PIC X(1).
          05 SEC-ULTIMO-NUMERO PIC 9(10).
       FD ARCHIVO-MOVIMIENTOS.
           COPY "MOVIMIENTO.CPY".
       FD ARCHIVO-HASH-BITACORA.
       01 REGISTRO-HASH-BITACORA PIC 9(8).
       FD ARCHIVO-FERIADOS.
           COPY "FERIADO.CPY".
       FD ARCHIVO-TASAS.
           COPY "TASA-CAMBIO.CPY".
       FD ARCHIVO-EMBARGOS.
           COPY "EMBARGO.CPY".
       FD ARCHIVO-BOLSILLOS.
           COPY "BOLSILLO.CPY".
       FD ARCHIVO-RESERVAS.
           COPY "RESERVA-GIRO.CPY".
       FD ARCHIVO-RETENCIONES-POS.
           COPY "RETENCION-POS.CPY".
       FD ARCHIVO-AGENDA.
           COPY "AGENDA.CPY".
       FD ARCHIVO-CONVENIOS.
           COPY "CONVENIO.CPY".
       FD ARCHIVO-TRANSF-PENDIENTES.
           COPY "TRANSFERENCIA-PENDIENTE.CPY".
       FD ARCHIVO-ALERTAS-FRAUDE.
       01 REGISTRO-ALERTA-FRAUDE.
          05 ALF-FECHAYHORA PIC X(19).
          05 FILLER PIC X VALUE SPACE.
          05 ALF-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 ALF-NUM-CUENTA PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 ALF-ID-TERMINAL PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 ALF-MONTO PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 ALF-MOTIVO PIC X(40).
       FD ARCHIVO-VIGILANCIA.
           COPY "VIGILADO.CPY".
       FD ARCHIVO-RETENIDOS.
           COPY "RETENIDO-COMPLIANCE.CPY".
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
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-TARIFAS.
           COPY "TARIFA.CPY".
       FD ARCHIVO-ITEMS.
           COPY "ITEM-PROCESADO.CPY".
       WORKING-STORAGE SECTION.
      *    Libro de reinicio item a item, el mismo de la nomina: una
      *    transferencia o un pago ya aplicado en una corrida abortada
      *    no vuelve a mover plata, solo se vuelve a informar. Las
      *    consultas (CON y HIS) no mueven saldo y se repiten.
       77 WS-STATUS-ITEMS PIC X(2) VALUE "00".
       77 WS-NUM-ITEM PIC 9(6) VALUE 0.
       77 WS-ITEM-YA-APLICADO PIC X VALUE 'N'.
           88 ITEM-YA-APLICADO VALUE 'S'.
      *    Control de integridad de la interfaz de entrada: cabecera
      *    HDR (fecha y secuencia) y cola TRL con la cantidad de
      *    solicitudes y la suma de sus montos.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-STATUS-CONSUMIDOS PIC X(2) VALUE "00".
       77 WS-NOMBRE-INTERFAZ PIC X(8) VALUE "CANALDIG".
       77 WS-INTERFAZ-VALIDA PIC X VALUE 'N'.
           88 INTERFAZ-ES-VALIDA VALUE 'S'.
       77 WS-INT-MOTIVO PIC X(40) VALUE SPACES.
       77 WS-INT-FECHA PIC 9(8) VALUE 0.
       77 WS-INT-SECUENCIA PIC 9(6) VALUE 0.
       77 WS-TRL-CANTIDAD PIC 9(6) VALUE 0.
       77 WS-TRL-SUMA PIC 9(12) VALUE 0.
       77 WS-CNT-DETALLES PIC 9(6) VALUE 0.
       77 WS-SUM-DETALLES PIC 9(12) VALUE 0.
       77 WS-HAY-HDR PIC X VALUE 'N'.
       77 WS-HAY-TRL PIC X VALUE 'N'.
       77 WS-VAL-EOF PIC X VALUE 'N'.
           88 WS-VAL-FIN-ARCHIVO VALUE 'S'.
      *    Tamizado del RUT destino de una transferencia a terceros:
      *    una coincidencia no mueve plata; la solicitud vuelve
      *    rechazada al proveedor y queda en la cola de retenidos.
       77 WS-STATUS-VIGILANCIA PIC X(2) VALUE "00".
       77 WS-STATUS-RETENIDOS PIC X(2) VALUE "00".
       77 WS-RUT-A-TAMIZAR PIC X(10).
       77 WS-RUT-EN-LISTA PIC X VALUE 'N'.
           88 RUT-ESTA-EN-LISTA VALUE 'S'.
       77 WS-RTC-CONTADOR PIC 9(10) VALUE 0.
      *    Enfriamiento de destinatarios, con el mismo tope del
      *    cajero para las primeras 24 horas.
       77 WS-STATUS-AGENDA PIC X(2) VALUE "00".
       77 WS-AGENDA-EOF PIC X VALUE 'N'.
           88 WS-AGENDA-FIN-ARCHIVO VALUE 'S'.
       77 WS-AGENDA-USADA PIC X VALUE 'N'.
           88 AGENDA-FUE-USADA VALUE 'S'.
       77 WS-DESTINO-EN-FRIO PIC X VALUE 'N'.
           88 DESTINO-EN-ENFRIAMIENTO VALUE 'S'.
       77 WS-CAP-DESTINO-NUEVO PIC 9(8) VALUE 100000.
       77 WS-AGD-FECHA-ALTA PIC 9(8).
       77 WS-AGD-HORA-ALTA PIC 9(2).
       77 WS-AGD-ENTERO-ALTA PIC S9(9) COMP.
       77 WS-AGD-HORAS PIC S9(5) COMP.
       77 WS-VEL-MOTIVO PIC X(40).
      *    Periodo de seguridad tras un cambio de telefono, correo o
      *    clave, igual que en el cajero: durante las horas de la
      *    tarifa PSG (TAR-MONTO; cero = 48) solo se transfiere a un
      *    destinatario de la agenda guardado antes del cambio.
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-STATUS-TARIFAS PIC X(2) VALUE "00".
       77 WS-SEG-HORAS-PERIODO PIC 9(4) VALUE 48.
       77 WS-SEG-EN-PERIODO PIC X VALUE 'N'.
           88 SOLICITUD-EN-PERIODO-SEGURIDAD VALUE 'S'.
       77 WS-SEG-FECHA-CAMBIO PIC 9(8) VALUE 0.
       77 WS-SEG-HORA-CAMBIO PIC 9(2) VALUE 0.
       77 WS-SEG-HORAS PIC S9(7) COMP.
      *    Aprobacion conjunta: sobre el umbral de la cuenta la
      *    transferencia queda retenida en la cola del cajero.
       77 WS-STATUS-TRP PIC X(2) VALUE "00".
       77 WS-TRP-CONTADOR PIC 9(8) VALUE 0.
       77 WS-STATUS-CONVENIOS PIC X(2) VALUE "00".
       77 WS-STATUS-TASAS PIC X(2) VALUE "00".
       77 WS-TASAS-EOF PIC X VALUE 'N'.
           88 WS-TASAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-TASA-COMPRA PIC 9(4)V9(4) VALUE 930.
       77 WS-TASA-VENTA PIC 9(4)V9(4) VALUE 950.
       77 WS-TASA-APLICADA PIC 9(4)V9(4) VALUE 0.
       77 WS-MONTO-CONVERTIDO PIC 9(8).
       77 WS-STATUS-EMBARGOS PIC X(2) VALUE "00".
       77 WS-STATUS-BOLSILLOS PIC X(2) VALUE "00".
       77 WS-STATUS-RESERVAS PIC X(2) VALUE "00".
       77 WS-STATUS-RETENCIONES-POS PIC X(2) VALUE "00".
       77 WS-EMBARGOS-EOF PIC X VALUE 'N'.
           88 WS-EMBARGOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-BOLSILLOS-EOF PIC X VALUE 'N'.
           88 WS-BOLSILLOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-RESERVAS-EOF PIC X VALUE 'N'.
           88 WS-RESERVAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-RETENCIONES-POS-EOF PIC X VALUE 'N'.
           88 WS-RETENCIONES-POS-FIN-ARCHIVO VALUE 'S'.
       77 WS-TOTAL-EMBARGADO PIC 9(9) VALUE 0.
       77 WS-TOTAL-BOLSILLOS PIC 9(9) VALUE 0.
       77 WS-TOTAL-RESERVADO PIC 9(9) VALUE 0.
      *    Cuenta de la solicitud en curso, tal como quedo despues de
      *    validar la clave.
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-CUENTA-AUTENTICADA PIC X VALUE 'N'.
           88 CUENTA-FUE-AUTENTICADA VALUE 'S'.
       77 WS-CLAVE-HASH PIC 9(8).
       77 WS-RUT-TITULAR PIC X(10).
       77 WS-CUENTA-TITULAR PIC 9(3).
       77 WS-SALDO PIC S9(8) VALUE 0.
       77 WS-SOBREGIRO PIC 9(8) VALUE 0.
       77 WS-MONEDA PIC X(3) VALUE "CLP".
       77 WS-LIMITE-GIRO-DIARIO PIC 9(8) VALUE 0.
       77 WS-FECHA-ULTIMO-GIRO PIC 9(8) VALUE 0.
       77 WS-MONTO-GIRADO-HOY PIC 9(8) VALUE 0.
       77 WS-UMBRAL-APROBACION-CONJ PIC 9(8) VALUE 0.
       77 WS-RUT-SECUNDARIO-CUENTA PIC X(10).
       77 WS-SALDO-LIBRE PIC S9(9) VALUE 0.
       77 WS-DISPONIBLE PIC S9(9) VALUE 0.
      *    Destino de la transferencia en curso. Entre cuentas del
      *    mismo RUT no hay enfriamiento, tamizado ni limite diario.
       77 WS-RUT-DESTINO PIC X(10).
       77 WS-NUM-CUENTA-DESTINO PIC 9(3).
       77 WS-SALDO-DESTINO PIC S9(8).
       77 WS-MONEDA-DESTINO PIC X(3).
       77 WS-DESTINO-ENCONTRADO PIC X VALUE 'N'.
           88 CUENTA-DESTINO-ENCONTRADA VALUE 'S'.
       77 WS-DESTINO-ACREDITADO PIC X VALUE 'N'.
           88 DESTINO-FUE-ACREDITADO VALUE 'S'.
       77 WS-ES-TERCERO PIC X VALUE 'N'.
           88 DESTINO-ES-TERCERO VALUE 'S'.
       77 WS-CUENTA-LIMITE PIC X VALUE 'N'.
           88 OPERACION-CUENTA-LIMITE VALUE 'S'.
      *    Movimiento en curso para la bitacora.
       77 WS-STATUS-SECUENCIA PIC X(2) VALUE "00".
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
       77 WS-MOVIMIENTOS-EOF PIC X VALUE 'N'.
           88 WS-MOVIMIENTOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-STATUS-HASH PIC X(2) VALUE "00".
       77 WS-HASH-ANTERIOR PIC 9(8) VALUE 0.
       77 WS-HASH-MONTO PIC 9(8).
       77 WS-HASH-SALDO PIC S9(8).
       77 WS-NUM-SECUENCIA PIC 9(10) VALUE 0.
       77 WS-SECUENCIA-CARGO PIC 9(10) VALUE 0.
       77 WS-ID-TERMINAL PIC X(8).
       77 WS-BIT-RUT PIC X(10).
       77 WS-BIT-NUM-CUENTA PIC 9(3).
       77 WS-BIT-OPERACION PIC X(3).
       77 WS-BIT-MONTO PIC 9(8).
       77 WS-BIT-SALDO PIC S9(8).
       77 WS-BIT-MONEDA PIC X(3).
       77 WS-BIT-ABONO-CARGO PIC X.
       77 WS-BIT-TASA PIC 9(4)V9(4).
       77 WS-BIT-CONVENIO PIC X(6).
      *    Historial: solo movimientos desde la fecha pedida.
       01 WS-MOV-FECHA-TEXTO.
           05 WS-MOV-ANIO PIC X(4).
           05 WS-MOV-MES PIC X(2).
           05 WS-MOV-DIA PIC X(2).
       01 WS-MOV-FECHA REDEFINES WS-MOV-FECHA-TEXTO PIC 9(8).
       77 WS-HIS-TOTAL PIC 9(6) COMP VALUE 0.
       77 WS-STATUS-SOLICITUDES PIC X(2) VALUE "00".
       77 WS-SOLICITUDES-EOF PIC X VALUE 'N'.
           88 WS-SOLICITUDES-FIN-ARCHIVO VALUE 'S'.
       77 WS-NOMBRE-RESPUESTA PIC X(40).
       77 WS-ESTADO-RSP PIC X(3).
       77 WS-MOTIVO PIC X(40).
       77 WS-TOTAL-ACEPTADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-PENDIENTES PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-RECHAZADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-RETENIDOS-CUM PIC 9(6) COMP VALUE 0.
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
       77 WS-HORA-CORTE-NEGOCIO PIC 99 VALUE 21.
       77 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
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
            DISPLAY "------ SOLICITUDES DE LA BANCA DIGITAL ------".

            PERFORM SETEAR-FECHA-ACTUAL.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            PERFORM VALIDAR-INTERFAZ-ENTRADA.
            IF NOT INTERFAZ-ES-VALIDA THEN
                PERFORM RECHAZAR-INTERFAZ
                STOP RUN
            END-IF.

            PERFORM CARGAR-FERIADOS.
            PERFORM LEER-TASAS-CAMBIO.

            PERFORM PROCESAR-SOLICITUDES.

            PERFORM REGISTRAR-INTERFAZ-CONSUMIDA.

            DISPLAY "SOLICITUDES ACEPTADAS: " WS-TOTAL-ACEPTADAS
            DISPLAY "SOLICITUDES EN ESPERA DE FIRMA CONJUNTA: "
                WS-TOTAL-PENDIENTES
            DISPLAY "SOLICITUDES RECHAZADAS: " WS-TOTAL-RECHAZADAS
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

            LEER-TASAS-CAMBIO.
      *        Ultima linea de tasas_cambio.txt cuya fecha ya llego,
      *        igual que el cajero.
               OPEN INPUT ARCHIVO-TASAS
               IF WS-STATUS-TASAS NOT = "35"
                   MOVE 'N' TO WS-TASAS-EOF
                   PERFORM UNTIL WS-TASAS-FIN-ARCHIVO
                       READ ARCHIVO-TASAS
                           AT END
                               MOVE 'S' TO WS-TASAS-EOF
                           NOT AT END
                               IF TASA-FECHA-VIGENCIA NOT > WS-FECHA-HOY
                                   MOVE TASA-COMPRA TO WS-TASA-COMPRA
                                   MOVE TASA-VENTA TO WS-TASA-VENTA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TASAS
               END-IF.

            PROCESAR-SOLICITUDES.
               OPEN INPUT ARCHIVO-SOLICITUDES
               MOVE 'N' TO WS-SOLICITUDES-EOF
               PERFORM UNTIL WS-SOLICITUDES-FIN-ARCHIVO
                   READ ARCHIVO-SOLICITUDES
                       AT END
                           MOVE 'S' TO WS-SOLICITUDES-EOF
                       NOT AT END
                           IF SCD-TIPO = "DET"
                               PERFORM PROCESAR-UNA-SOLICITUD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-SOLICITUDES.

            PROCESAR-UNA-SOLICITUD.
               MOVE SPACES TO WS-MOTIVO
               MOVE "ACE" TO WS-ESTADO-RSP
               MOVE 0 TO WS-NUM-SECUENCIA
               MOVE 'N' TO WS-CUENTA-AUTENTICADA
               MOVE 0 TO WS-SALDO WS-DISPONIBLE
               MOVE SPACES TO WS-MONEDA
               MOVE FUNCTION UPPER-CASE(SCD-CANAL) TO SCD-CANAL
               MOVE FUNCTION UPPER-CASE(SCD-OPERACION) TO SCD-OPERACION
               MOVE FUNCTION UPPER-CASE(SCD-RUT) TO SCD-RUT
               MOVE FUNCTION UPPER-CASE(SCD-RUT-DESTINO)
                   TO SCD-RUT-DESTINO
               MOVE FUNCTION UPPER-CASE(SCD-ALIAS) TO SCD-ALIAS
               MOVE FUNCTION UPPER-CASE(SCD-CODIGO-CONVENIO)
                   TO SCD-CODIGO-CONVENIO
               MOVE SPACES TO WS-ID-TERMINAL
               STRING "CANAL" SCD-CANAL DELIMITED BY SIZE
                   INTO WS-ID-TERMINAL
               END-STRING
               ADD 1 TO WS-NUM-ITEM

      *        Sin identificador no hay a que archivo responder: la
      *        solicitud solo se informa en el log de la corrida.
               IF SCD-SOLICITUD = SPACES
                   ADD 1 TO WS-TOTAL-RECHAZADAS
                   DISPLAY
                       "SOLICITUD SIN IDENTIFICADOR OMITIDA (ITEM "
                       WS-NUM-ITEM ")"
               ELSE
                   MOVE SPACES TO WS-NOMBRE-RESPUESTA
                   STRING
                       "respuesta_canal-" DELIMITED BY SIZE
                       SCD-SOLICITUD DELIMITED BY SPACE
                       ".txt" DELIMITED BY SIZE
                       INTO WS-NOMBRE-RESPUESTA
                   END-STRING
                   OPEN OUTPUT ARCHIVO-RESPUESTA
                   PERFORM VERIFICAR-REINICIO-SOLICITUD
                   IF ITEM-YA-APLICADO
                       MOVE "APLICADA EN CORRIDA ANTERIOR" TO WS-MOTIVO
                   ELSE
                       PERFORM EJECUTAR-SOLICITUD
                   END-IF
                   PERFORM GRABAR-RESPUESTA
                   IF SCD-OPERACION = "HIS" AND WS-ESTADO-RSP = "ACE"
                       PERFORM LISTAR-MOVIMIENTOS-CANAL
                   END-IF
                   CLOSE ARCHIVO-RESPUESTA
               END-IF.

            VERIFICAR-REINICIO-SOLICITUD.
      *        Reinicio item a item solo para lo que mueve plata.
               MOVE 'N' TO WS-ITEM-YA-APLICADO
               IF SCD-OPERACION = "TRA" OR SCD-OPERACION = "PAG"
                   PERFORM VERIFICAR-ITEM-APLICADO
               END-IF.

            EJECUTAR-SOLICITUD.
               PERFORM VALIDAR-FORMATO-SOLICITUD

               IF WS-MOTIVO = SPACES
                   PERFORM LEER-CUENTA-SOLICITUD
               END-IF

               IF WS-MOTIVO = SPACES
                   MOVE SCD-RUT TO WS-RUT-TITULAR
                   MOVE SCD-NUM-CUENTA TO WS-CUENTA-TITULAR
                   PERFORM SUMAR-EMBARGOS-VIGENTES
                   PERFORM SUMAR-BOLSILLOS
                   PERFORM SUMAR-RESERVAS-VIGENTES
                   COMPUTE WS-SALDO-LIBRE =
                       WS-SALDO - WS-TOTAL-EMBARGADO
                       - WS-TOTAL-BOLSILLOS
                       - WS-TOTAL-RESERVADO
                   COMPUTE WS-DISPONIBLE =
                       WS-SALDO-LIBRE + WS-SOBREGIRO
                   EVALUATE SCD-OPERACION
                       WHEN "CON"
                           PERFORM CONSULTAR-SALDO-CANAL
                       WHEN "HIS"
                           PERFORM CONSULTAR-HISTORIAL-CANAL
                       WHEN "PAG"
                           PERFORM PAGAR-CONVENIO-CANAL
                       WHEN "TRA"
                           PERFORM TRANSFERIR-CANAL
                   END-EVALUATE
               END-IF

               IF WS-MOTIVO NOT = SPACES
                  AND WS-ESTADO-RSP = "ACE"
                   MOVE "RCH" TO WS-ESTADO-RSP
               END-IF

               IF (SCD-OPERACION = "TRA" OR SCD-OPERACION = "PAG")
                  AND WS-ESTADO-RSP NOT = "RCH"
                   PERFORM REGISTRAR-ITEM-APLICADO
               END-IF.

            VALIDAR-FORMATO-SOLICITUD.
               EVALUATE TRUE
                   WHEN SCD-CANAL NOT = "WEB" AND SCD-CANAL NOT = "APP"
                       MOVE "CANAL NO RECONOCIDO" TO WS-MOTIVO
                   WHEN SCD-OPERACION NOT = "CON"
                        AND SCD-OPERACION NOT = "TRA"
                        AND SCD-OPERACION NOT = "PAG"
                        AND SCD-OPERACION NOT = "HIS"
                       MOVE "OPERACION NO DISPONIBLE EN EL CANAL"
                           TO WS-MOTIVO
                   WHEN SCD-RUT = SPACES
                        OR SCD-NUM-CUENTA NOT NUMERIC
                       MOVE "CUENTA MAL INFORMADA" TO WS-MOTIVO
                   WHEN SCD-OPERACION NOT = "HIS"
                        AND SCD-CLAVE NOT NUMERIC
                       MOVE "CLAVE MAL INFORMADA" TO WS-MOTIVO
                   WHEN (SCD-OPERACION = "TRA" OR SCD-OPERACION = "PAG")
                        AND (SCD-MONTO NOT NUMERIC OR SCD-MONTO = 0)
                       MOVE "MONTO MAL INFORMADO" TO WS-MOTIVO
                   WHEN SCD-OPERACION = "TRA"
                        AND SCD-ALIAS = SPACES
                        AND (SCD-RUT-DESTINO = SPACES
                         OR SCD-NUM-CUENTA-DESTINO NOT NUMERIC)
                       MOVE "DESTINO MAL INFORMADO" TO WS-MOTIVO
                   WHEN SCD-OPERACION = "PAG"
                        AND SCD-CODIGO-CONVENIO = SPACES
                       MOVE "CONVENIO MAL INFORMADO" TO WS-MOTIVO
                   WHEN SCD-OPERACION = "HIS"
                        AND SCD-FECHA-DESDE NOT NUMERIC
                       MOVE "FECHA DESDE MAL INFORMADA" TO WS-MOTIVO
               END-EVALUATE.

            LEER-CUENTA-SOLICITUD.
      *        La clave se valida contra el hash guardado, igual que
      *        el login del cajero: una clave errada suma un intento
      *        fallido y la tercera bloquea la cuenta para todos los
      *        canales; una correcta reinicia el contador. HIS no pide
      *        clave: el proveedor ya autentico al cliente en su
      *        propio ingreso.
               OPEN I-O ARCHIVO-CUENTAS
               MOVE SCD-RUT TO RUT
               MOVE SCD-NUM-CUENTA TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       MOVE "CUENTA NO EXISTE" TO WS-MOTIVO
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CUENTA-ESTA-BLOQUEADA
                               MOVE "CUENTA BLOQUEADA" TO WS-MOTIVO
                           WHEN NOT CUENTA-ESTA-ACTIVA
                               MOVE "CUENTA NO ACTIVADA" TO WS-MOTIVO
                           WHEN SCD-OPERACION = "HIS"
                               CONTINUE
                           WHEN OTHER
                               PERFORM VALIDAR-CLAVE-CANAL
                       END-EVALUATE
                       IF WS-MOTIVO = SPACES
                           MOVE 'S' TO WS-CUENTA-AUTENTICADA
                           MOVE SALDO TO WS-SALDO
                           MOVE LIMITE-SOBREGIRO TO WS-SOBREGIRO
                           MOVE MONEDA-CUENTA TO WS-MONEDA
                           MOVE LIMITE-GIRO-DIARIO
                               TO WS-LIMITE-GIRO-DIARIO
                           MOVE FECHA-ULTIMO-GIRO
                               TO WS-FECHA-ULTIMO-GIRO
                           MOVE MONTO-GIRADO-HOY TO WS-MONTO-GIRADO-HOY
                           MOVE UMBRAL-APROBACION-CONJUNTA
                               TO WS-UMBRAL-APROBACION-CONJ
                           MOVE RUT-SECUNDARIO
                               TO WS-RUT-SECUNDARIO-CUENTA
                       END-IF
               END-READ
               CLOSE ARCHIVO-CUENTAS.

            VALIDAR-CLAVE-CANAL.
      *        El registro de la cuenta esta posicionado.
               COMPUTE WS-CLAVE-HASH =
                   FUNCTION MOD ((SCD-CLAVE * 7919) + 104729, 100000000)
               IF WS-CLAVE-HASH = CLAVE
                   IF INTENTOS-FALLIDOS > 0
                       MOVE 0 TO INTENTOS-FALLIDOS
                       REWRITE CUENTA
                   END-IF
               ELSE
                   ADD 1 TO INTENTOS-FALLIDOS
                   IF INTENTOS-FALLIDOS >= 3
                       MOVE 'S' TO CUENTA-BLOQUEADA
                       MOVE "CLAVE INCORRECTA: CUENTA BLOQUEADA"
                           TO WS-MOTIVO
                   ELSE
                       MOVE "CLAVE INCORRECTA" TO WS-MOTIVO
                   END-IF
                   REWRITE CUENTA
               END-IF.

            CONSULTAR-SALDO-CANAL.
      *        Igual que el CON del cajero: la consulta queda en la
      *        bitacora con monto cero.
               MOVE SCD-RUT TO WS-BIT-RUT
               MOVE SCD-NUM-CUENTA TO WS-BIT-NUM-CUENTA
               MOVE "CON" TO WS-BIT-OPERACION
               MOVE 0 TO WS-BIT-MONTO
               MOVE WS-SALDO TO WS-BIT-SALDO
               MOVE WS-MONEDA TO WS-BIT-MONEDA
               MOVE SPACE TO WS-BIT-ABONO-CARGO
               MOVE 0 TO WS-BIT-TASA
               MOVE SPACES TO WS-BIT-CONVENIO
               PERFORM GRABAR-BITACORA-CANAL
               MOVE "CONSULTA DE SALDO" TO WS-MOTIVO.

            CONSULTAR-HISTORIAL-CANAL.
               MOVE SCD-RUT TO WS-BIT-RUT
               MOVE SCD-NUM-CUENTA TO WS-BIT-NUM-CUENTA
               MOVE "HIS" TO WS-BIT-OPERACION
               MOVE 0 TO WS-BIT-MONTO
               MOVE WS-SALDO TO WS-BIT-SALDO
               MOVE WS-MONEDA TO WS-BIT-MONEDA
               MOVE SPACE TO WS-BIT-ABONO-CARGO
               MOVE 0 TO WS-BIT-TASA
               MOVE SPACES TO WS-BIT-CONVENIO
               PERFORM GRABAR-BITACORA-CANAL
               MOVE "HISTORIAL DE MOVIMIENTOS" TO WS-MOTIVO.

            LISTAR-MOVIMIENTOS-CANAL.
      *        Una linea MOV por movimiento de la cuenta desde la
      *        fecha pedida (cero = todos), leidos del indice por
      *        cliente igual que el HIS del cajero.
               MOVE 0 TO WS-HIS-TOTAL
               MOVE 'N' TO WS-MOVIMIENTOS-EOF
               OPEN INPUT ARCHIVO-MOVIMIENTOS
               IF WS-STATUS-MOVIMIENTOS = "35"
                   MOVE 'S' TO WS-MOVIMIENTOS-EOF
               ELSE
                   MOVE SCD-RUT TO MOV-RUT
                   MOVE SCD-NUM-CUENTA TO MOV-NUM-CUENTA
                   MOVE 0 TO MOV-NUM-SECUENCIA
                   START ARCHIVO-MOVIMIENTOS
                       KEY IS NOT LESS THAN MOV-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-MOVIMIENTOS-EOF
                   END-START
                   PERFORM UNTIL WS-MOVIMIENTOS-FIN-ARCHIVO
                       READ ARCHIVO-MOVIMIENTOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MOVIMIENTOS-EOF
                       END-READ
                       IF NOT WS-MOVIMIENTOS-FIN-ARCHIVO
                           IF MOV-RUT NOT = SCD-RUT
                              OR MOV-NUM-CUENTA NOT = SCD-NUM-CUENTA
                               MOVE 'S' TO WS-MOVIMIENTOS-EOF
                           ELSE
                               PERFORM GRABAR-LINEA-MOVIMIENTO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-MOVIMIENTOS
               END-IF.

            GRABAR-LINEA-MOVIMIENTO.
               MOVE MOV-FECHAYHORA(1:4) TO WS-MOV-ANIO
               MOVE MOV-FECHAYHORA(6:2) TO WS-MOV-MES
               MOVE MOV-FECHAYHORA(9:2) TO WS-MOV-DIA
               IF WS-MOV-FECHA NUMERIC
                  AND WS-MOV-FECHA >= SCD-FECHA-DESDE
                   MOVE SPACES TO REGISTRO-RESPUESTA-MOV
                   MOVE "MOV" TO RMV-TIPO
                   MOVE MOV-NUM-SECUENCIA TO RMV-NUM-SECUENCIA
                   MOVE MOV-FECHAYHORA TO RMV-FECHAYHORA
                   MOVE MOV-OPERACION TO RMV-OPERACION
                   MOVE MOV-MONTO TO RMV-MONTO
                   MOVE MOV-SALDO TO RMV-SALDO
                   WRITE REGISTRO-RESPUESTA-MOV
                   ADD 1 TO WS-HIS-TOTAL
               END-IF.

            PAGAR-CONVENIO-CANAL.
      *        Igual que el PAG del cajero: convenio vigente y monto
      *        dentro del saldo mas el sobregiro; ademas el pago cuenta
      *        contra el limite diario de la cuenta.
               MOVE 'S' TO WS-CUENTA-LIMITE
               PERFORM VALIDAR-CONVENIO
               IF WS-MOTIVO = SPACES
                  AND SCD-MONTO > WS-DISPONIBLE
                   MOVE "FONDOS INSUFICIENTES" TO WS-MOTIVO
               END-IF
               IF WS-MOTIVO = SPACES
                   PERFORM VERIFICAR-LIMITE-DIARIO
               END-IF
               IF WS-MOTIVO = SPACES
                   PERFORM CARGAR-CUENTA-ORIGEN
               END-IF
               IF WS-MOTIVO = SPACES
                   MOVE SCD-RUT TO WS-BIT-RUT
                   MOVE SCD-NUM-CUENTA TO WS-BIT-NUM-CUENTA
                   MOVE "PAG" TO WS-BIT-OPERACION
                   MOVE SCD-MONTO TO WS-BIT-MONTO
                   MOVE WS-SALDO TO WS-BIT-SALDO
                   MOVE WS-MONEDA TO WS-BIT-MONEDA
                   MOVE 'C' TO WS-BIT-ABONO-CARGO
                   MOVE 0 TO WS-BIT-TASA
                   MOVE SCD-CODIGO-CONVENIO TO WS-BIT-CONVENIO
                   PERFORM GRABAR-BITACORA-CANAL
                   MOVE "PAGO REALIZADO" TO WS-MOTIVO
               END-IF.

            VALIDAR-CONVENIO.
               OPEN INPUT ARCHIVO-CONVENIOS
               IF WS-STATUS-CONVENIOS = "35"
                   MOVE "DIRECTORIO DE CONVENIOS NO DISPONIBLE"
                       TO WS-MOTIVO
               ELSE
                   MOVE SCD-CODIGO-CONVENIO TO CONV-CODIGO
                   READ ARCHIVO-CONVENIOS
                       INVALID KEY
                           MOVE "CONVENIO NO EXISTE" TO WS-MOTIVO
                       NOT INVALID KEY
                           IF NOT CONV-ESTA-ACTIVO
                               MOVE "CONVENIO NO VIGENTE" TO WS-MOTIVO
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CONVENIOS
               END-IF.

            TRANSFERIR-CANAL.
      *        Mismas reglas del TRA del cajero. El disponible de una
      *        transferencia no incluye el sobregiro.
               MOVE 'N' TO WS-AGENDA-USADA
               MOVE 'N' TO WS-DESTINO-EN-FRIO
               PERFORM RESOLVER-DESTINO-CANAL

               IF WS-MOTIVO = SPACES
                   IF WS-RUT-DESTINO = SCD-RUT
                      AND WS-NUM-CUENTA-DESTINO = SCD-NUM-CUENTA
                       MOVE "NO PUEDE TRANSFERIR A LA MISMA CUENTA"
                           TO WS-MOTIVO
                   END-IF
               END-IF

               IF WS-MOTIVO = SPACES
                   PERFORM VALIDAR-CUENTA-DESTINO
               END-IF

               IF WS-MOTIVO = SPACES
                   IF WS-RUT-DESTINO = SCD-RUT
                       MOVE 'N' TO WS-ES-TERCERO
                   ELSE
                       MOVE 'S' TO WS-ES-TERCERO
                   END-IF
                   MOVE WS-ES-TERCERO TO WS-CUENTA-LIMITE
               END-IF

               IF WS-MOTIVO = SPACES AND DESTINO-ES-TERCERO
                   PERFORM APLICAR-REGLA-ENFRIAMIENTO
               END-IF

               IF WS-MOTIVO = SPACES AND DESTINO-ES-TERCERO
                   PERFORM RETENER-POR-CAMBIO-SEGURIDAD
               END-IF

               IF WS-MOTIVO = SPACES AND DESTINO-ES-TERCERO
                   MOVE WS-RUT-DESTINO TO WS-RUT-A-TAMIZAR
                   PERFORM CONSULTAR-LISTA-VIGILANCIA
                   IF RUT-ESTA-EN-LISTA
                       MOVE "RETENIDA POR CUMPLIMIENTO" TO WS-MOTIVO
                       PERFORM RETENER-ITEM-COMPLIANCE
                   END-IF
               END-IF

               IF WS-MOTIVO = SPACES
                  AND SCD-MONTO > WS-SALDO-LIBRE
                   MOVE "FONDOS INSUFICIENTES" TO WS-MOTIVO
               END-IF

               IF WS-MOTIVO = SPACES AND DESTINO-ES-TERCERO
                   PERFORM VERIFICAR-LIMITE-DIARIO
               END-IF

               IF WS-MOTIVO = SPACES
                   PERFORM CONVERTIR-MONTO-DESTINO
                   IF WS-MONTO-CONVERTIDO = 0
                       MOVE "MONTO NO CONVERTIBLE A MONEDA DESTINO"
                           TO WS-MOTIVO
                   END-IF
               END-IF

               IF WS-MOTIVO = SPACES
                   IF WS-UMBRAL-APROBACION-CONJ > 0
                      AND WS-RUT-SECUNDARIO-CUENTA NOT = SPACES
                      AND SCD-MONTO > WS-UMBRAL-APROBACION-CONJ
                       PERFORM ENCOLAR-TRANSF-PENDIENTE
                   ELSE
                       PERFORM EJECUTAR-TRANSFERENCIA-CANAL
                   END-IF
               END-IF.

            RESOLVER-DESTINO-CANAL.
      *        El destino viene por alias de la agenda del titular o
      *        por RUT y cuenta. Un tercero informado por RUT y cuenta
      *        se busca igual en la agenda para saber desde cuando lo
      *        conoce el titular; si no esta, es un destino nuevo y
      *        queda en enfriamiento. Por el canal solo se transfiere
      *        a cuentas de este banco.
               IF SCD-ALIAS NOT = SPACES
                   OPEN INPUT ARCHIVO-AGENDA
                   IF WS-STATUS-AGENDA = "35"
                       MOVE "ALIAS NO ENCONTRADO EN LA AGENDA"
                           TO WS-MOTIVO
                   ELSE
                       MOVE SCD-RUT TO AGE-RUT-TITULAR
                       MOVE SCD-ALIAS TO AGE-ALIAS
                       READ ARCHIVO-AGENDA
                           INVALID KEY
                               MOVE "ALIAS NO ENCONTRADO EN LA AGENDA"
                                   TO WS-MOTIVO
                           NOT INVALID KEY
                               IF AGE-BANCO NOT = SPACES
                                  AND AGE-BANCO NOT = "000"
                                   MOVE "ALIAS ES DE OTRO BANCO"
                                       TO WS-MOTIVO
                               ELSE
                                   MOVE 'S' TO WS-AGENDA-USADA
                                   MOVE AGE-RUT-DESTINO
                                       TO WS-RUT-DESTINO
                                   MOVE AGE-NUM-CUENTA-DESTINO
                                       TO WS-NUM-CUENTA-DESTINO
                                   PERFORM VERIFICAR-ENFRIAMIENTO-AGENDA
                               END-IF
                       END-READ
                       CLOSE ARCHIVO-AGENDA
                   END-IF
               ELSE
                   MOVE SCD-RUT-DESTINO TO WS-RUT-DESTINO
                   MOVE SCD-NUM-CUENTA-DESTINO TO WS-NUM-CUENTA-DESTINO
                   IF WS-RUT-DESTINO NOT = SCD-RUT
                       PERFORM BUSCAR-DESTINO-EN-AGENDA
                   END-IF
               END-IF.

            BUSCAR-DESTINO-EN-AGENDA.
               MOVE 'S' TO WS-DESTINO-EN-FRIO
               MOVE 'N' TO WS-AGENDA-EOF
               OPEN INPUT ARCHIVO-AGENDA
               IF WS-STATUS-AGENDA = "35"
                   MOVE 'S' TO WS-AGENDA-EOF
               ELSE
                   MOVE SCD-RUT TO AGE-RUT-TITULAR
                   MOVE LOW-VALUES TO AGE-ALIAS
                   START ARCHIVO-AGENDA
                       KEY IS NOT LESS THAN AGE-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-AGENDA-EOF
                   END-START
                   PERFORM UNTIL WS-AGENDA-FIN-ARCHIVO
                       READ ARCHIVO-AGENDA NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-AGENDA-EOF
                       END-READ
                       IF NOT WS-AGENDA-FIN-ARCHIVO
                           IF AGE-RUT-TITULAR NOT = SCD-RUT
                               MOVE 'S' TO WS-AGENDA-EOF
                           ELSE
                               IF AGE-RUT-DESTINO = WS-RUT-DESTINO
                                  AND AGE-NUM-CUENTA-DESTINO
                                      = WS-NUM-CUENTA-DESTINO
                                  AND (AGE-BANCO = SPACES
                                   OR AGE-BANCO = "000")
                                   MOVE 'S' TO WS-AGENDA-USADA
                                   PERFORM VERIFICAR-ENFRIAMIENTO-AGENDA
                                   MOVE 'S' TO WS-AGENDA-EOF
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-AGENDA
               END-IF.

            VERIFICAR-ENFRIAMIENTO-AGENDA.
      *        Un destinatario con menos de 24 horas desde su alta
      *        queda en enfriamiento, igual que en el cajero.
               MOVE 'N' TO WS-DESTINO-EN-FRIO
               MOVE 0 TO WS-AGD-FECHA-ALTA
               MOVE 0 TO WS-AGD-HORA-ALTA
               IF AGE-FECHAYHORA-ALTA(1:4) NUMERIC
                   PERFORM SETEAR-FECHA-ACTUAL
                   COMPUTE WS-AGD-FECHA-ALTA =
                       (FUNCTION NUMVAL(AGE-FECHAYHORA-ALTA(1:4))
                           * 10000)
                       + (FUNCTION NUMVAL(AGE-FECHAYHORA-ALTA(6:2))
                           * 100)
                       + FUNCTION NUMVAL(AGE-FECHAYHORA-ALTA(9:2))
                   COMPUTE WS-AGD-HORA-ALTA =
                       FUNCTION NUMVAL(AGE-FECHAYHORA-ALTA(12:2))
                   COMPUTE WS-AGD-ENTERO-ALTA =
                       FUNCTION INTEGER-OF-DATE(WS-AGD-FECHA-ALTA)
                   COMPUTE WS-AGD-HORAS =
                       ((FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                         - WS-AGD-ENTERO-ALTA) * 24)
                       + WS-HORA-FORMATEADA - WS-AGD-HORA-ALTA
                   IF WS-AGD-HORAS < 24
                       MOVE 'S' TO WS-DESTINO-EN-FRIO
                   END-IF
               END-IF.

            APLICAR-REGLA-ENFRIAMIENTO.
      *        El intento sobre el tope durante el enfriamiento no
      *        pasa: queda la alerta para el equipo de fraude.
               IF DESTINO-EN-ENFRIAMIENTO
                  AND SCD-MONTO > WS-CAP-DESTINO-NUEVO
                   MOVE "DESTINO NUEVO SOBRE TOPE 24H"
                       TO WS-VEL-MOTIVO
                   PERFORM GRABAR-ALERTA-FRAUDE
                   MOVE WS-VEL-MOTIVO TO WS-MOTIVO
               END-IF.

            RETENER-POR-CAMBIO-SEGURIDAD.
      *        Durante el periodo de seguridad solo pasa una
      *        transferencia a un destinatario de la agenda guardado
      *        antes del cambio; cualquier otro destino es nuevo y la
      *        solicitud vuelve rechazada con motivo SEG.
               PERFORM VERIFICAR-PERIODO-SEGURIDAD
               IF SOLICITUD-EN-PERIODO-SEGURIDAD
                  AND (NOT AGENDA-FUE-USADA
                   OR (WS-AGD-FECHA-ALTA * 100) + WS-AGD-HORA-ALTA
                      >= (WS-SEG-FECHA-CAMBIO * 100)
                         + WS-SEG-HORA-CAMBIO)
                   MOVE "SEG TRANSF DESTINO NUEVO RETENIDA"
                       TO WS-MOTIVO
               END-IF.

            CARGAR-PERIODO-SEGURIDAD.
      *        Horas del periodo desde la tarifa PSG del tarifario;
      *        sin esa fila rige el valor por defecto.
               MOVE 48 TO WS-SEG-HORAS-PERIODO
               OPEN INPUT ARCHIVO-TARIFAS
               IF WS-STATUS-TARIFAS NOT = "35"
                   MOVE "PSG" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       NOT INVALID KEY
                           IF TAR-MONTO > 0
                               MOVE TAR-MONTO TO WS-SEG-HORAS-PERIODO
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-TARIFAS
               END-IF.

            VERIFICAR-PERIODO-SEGURIDAD.
      *        La solicitud esta en periodo de seguridad si el ultimo
      *        cambio de datos de seguridad del titular fue hace
      *        menos horas que las del periodo. Una ficha sin cambio
      *        registrado queda muy lejos de cualquier periodo.
               MOVE 'N' TO WS-SEG-EN-PERIODO
               MOVE 0 TO WS-SEG-FECHA-CAMBIO
               MOVE 0 TO WS-SEG-HORA-CAMBIO
               PERFORM CARGAR-PERIODO-SEGURIDAD
               PERFORM SETEAR-FECHA-ACTUAL
               OPEN INPUT ARCHIVO-CLIENTES
               IF WS-STATUS-CLIENTES NOT = "35"
                   MOVE SCD-RUT TO CLI-RUT
                   READ ARCHIVO-CLIENTES
                       NOT INVALID KEY
                           MOVE 9999999 TO WS-SEG-HORAS
                           IF CLI-FECHA-CAMBIO-SEG NUMERIC
                              AND CLI-FECHA-CAMBIO-SEG > 19000101
                              AND CLI-HORA-CAMBIO-SEG NUMERIC
                               COMPUTE WS-SEG-HORAS =
                                   ((FUNCTION INTEGER-OF-DATE
                                         (WS-FECHA-HOY)
                                     - FUNCTION INTEGER-OF-DATE
                                         (CLI-FECHA-CAMBIO-SEG)) * 24)
                                   + WS-HORA-FORMATEADA
                                   - CLI-HORA-CAMBIO-SEG
                           END-IF
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

            GRABAR-ALERTA-FRAUDE.
               PERFORM SETEAR-FECHA-ACTUAL
               OPEN EXTEND ARCHIVO-ALERTAS-FRAUDE
               MOVE SPACES TO REGISTRO-ALERTA-FRAUDE
               MOVE WS-FECHAYHORA-FORMATEADA TO ALF-FECHAYHORA
               MOVE SCD-RUT TO ALF-RUT
               MOVE SCD-NUM-CUENTA TO ALF-NUM-CUENTA
               MOVE WS-ID-TERMINAL TO ALF-ID-TERMINAL
               MOVE SCD-MONTO TO ALF-MONTO
               MOVE WS-VEL-MOTIVO TO ALF-MOTIVO
               WRITE REGISTRO-ALERTA-FRAUDE
               CLOSE ARCHIVO-ALERTAS-FRAUDE.

            VALIDAR-CUENTA-DESTINO.
               MOVE 'N' TO WS-DESTINO-ENCONTRADO
               OPEN INPUT ARCHIVO-CUENTAS
               MOVE WS-RUT-DESTINO TO RUT
               MOVE WS-NUM-CUENTA-DESTINO TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       MOVE "CUENTA DESTINO NO ENCONTRADA" TO WS-MOTIVO
                   NOT INVALID KEY
                       MOVE 'S' TO WS-DESTINO-ENCONTRADO
                       MOVE SALDO TO WS-SALDO-DESTINO
                       MOVE MONEDA-CUENTA TO WS-MONEDA-DESTINO
               END-READ
               CLOSE ARCHIVO-CUENTAS.

            VERIFICAR-LIMITE-DIARIO.
      *        El canal comparte con el cajero el acumulado diario de
      *        la cuenta; el acumulado se reinicia al cambiar el dia.
               IF WS-FECHA-ULTIMO-GIRO NOT = WS-FECHA-HOY
                   MOVE 0 TO WS-MONTO-GIRADO-HOY
                   MOVE WS-FECHA-HOY TO WS-FECHA-ULTIMO-GIRO
               END-IF
               IF WS-MONTO-GIRADO-HOY + SCD-MONTO
                  > WS-LIMITE-GIRO-DIARIO
                   MOVE "SUPERA EL LIMITE DIARIO DE LA CUENTA"
                       TO WS-MOTIVO
               END-IF.

            CONVERTIR-MONTO-DESTINO.
      *        Misma conversion del cajero: pesos a dolares a la tasa
      *        de venta, dolares a pesos a la de compra.
               IF WS-MONEDA = WS-MONEDA-DESTINO
                   MOVE SCD-MONTO TO WS-MONTO-CONVERTIDO
                   MOVE 0 TO WS-TASA-APLICADA
               ELSE
                   IF WS-MONEDA = "CLP"
                       COMPUTE WS-MONTO-CONVERTIDO ROUNDED =
                           SCD-MONTO / WS-TASA-VENTA
                           ON SIZE ERROR
                               MOVE 0 TO WS-MONTO-CONVERTIDO
                       END-COMPUTE
                       MOVE WS-TASA-VENTA TO WS-TASA-APLICADA
                   ELSE
                       COMPUTE WS-MONTO-CONVERTIDO ROUNDED =
                           SCD-MONTO * WS-TASA-COMPRA
                           ON SIZE ERROR
                               MOVE 0 TO WS-MONTO-CONVERTIDO
                       END-COMPUTE
                       MOVE WS-TASA-COMPRA TO WS-TASA-APLICADA
                   END-IF
               END-IF.

            CARGAR-CUENTA-ORIGEN.
      *        Cargo a la cuenta de la solicitud; lo que cuenta contra
      *        el limite diario se suma al acumulado del dia.
               OPEN I-O ARCHIVO-CUENTAS
               MOVE SCD-RUT TO RUT
               MOVE SCD-NUM-CUENTA TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       MOVE "CUENTA NO EXISTE" TO WS-MOTIVO
                   NOT INVALID KEY
                       SUBTRACT SCD-MONTO FROM SALDO
                       MOVE SALDO TO WS-SALDO
                       IF OPERACION-CUENTA-LIMITE
                           MOVE WS-FECHA-ULTIMO-GIRO
                               TO FECHA-ULTIMO-GIRO
                           ADD SCD-MONTO TO WS-MONTO-GIRADO-HOY
                           MOVE WS-MONTO-GIRADO-HOY
                               TO MONTO-GIRADO-HOY
                       END-IF
                       MOVE WS-FECHA-HOY TO FECHA-ULTIMA-ACTIVIDAD
                       REWRITE CUENTA
               END-READ
               CLOSE ARCHIVO-CUENTAS
               SUBTRACT SCD-MONTO FROM WS-DISPONIBLE.

            EJECUTAR-TRANSFERENCIA-CANAL.
               PERFORM CARGAR-CUENTA-ORIGEN
               IF WS-MOTIVO = SPACES
                   PERFORM ACREDITAR-CUENTA-DESTINO
                   IF DESTINO-FUE-ACREDITADO
                       MOVE SCD-RUT TO WS-BIT-RUT
                       MOVE SCD-NUM-CUENTA TO WS-BIT-NUM-CUENTA
                       MOVE "TRA" TO WS-BIT-OPERACION
                       MOVE SCD-MONTO TO WS-BIT-MONTO
                       MOVE WS-SALDO TO WS-BIT-SALDO
                       MOVE WS-MONEDA TO WS-BIT-MONEDA
                       MOVE 'C' TO WS-BIT-ABONO-CARGO
                       MOVE WS-TASA-APLICADA TO WS-BIT-TASA
                       MOVE SPACES TO WS-BIT-CONVENIO
                       PERFORM GRABAR-BITACORA-CANAL
                       MOVE WS-NUM-SECUENCIA TO WS-SECUENCIA-CARGO
                       MOVE WS-RUT-DESTINO TO WS-BIT-RUT
                       MOVE WS-NUM-CUENTA-DESTINO TO WS-BIT-NUM-CUENTA
                       MOVE WS-MONTO-CONVERTIDO TO WS-BIT-MONTO
                       MOVE WS-SALDO-DESTINO TO WS-BIT-SALDO
                       MOVE WS-MONEDA-DESTINO TO WS-BIT-MONEDA
                       MOVE 'A' TO WS-BIT-ABONO-CARGO
                       PERFORM GRABAR-BITACORA-CANAL
                       MOVE WS-SECUENCIA-CARGO TO WS-NUM-SECUENCIA
                       MOVE "TRANSFERENCIA REALIZADA" TO WS-MOTIVO
                   ELSE
      *                La cuenta destino se cerro entre la validacion
      *                y el abono: se revierte el cargo al origen.
                       OPEN I-O ARCHIVO-CUENTAS
                       MOVE SCD-RUT TO RUT
                       MOVE SCD-NUM-CUENTA TO NUM-CUENTA
                       READ ARCHIVO-CUENTAS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD SCD-MONTO TO SALDO
                               MOVE SALDO TO WS-SALDO
                               IF OPERACION-CUENTA-LIMITE
                                   SUBTRACT SCD-MONTO
                                       FROM MONTO-GIRADO-HOY
                               END-IF
                               REWRITE CUENTA
                       END-READ
                       CLOSE ARCHIVO-CUENTAS
                       ADD SCD-MONTO TO WS-DISPONIBLE
                       MOVE "CUENTA DESTINO YA NO ESTA DISPONIBLE"
                           TO WS-MOTIVO
                   END-IF
               END-IF.

            ACREDITAR-CUENTA-DESTINO.
               MOVE 'N' TO WS-DESTINO-ACREDITADO
               OPEN I-O ARCHIVO-CUENTAS
               MOVE WS-RUT-DESTINO TO RUT
               MOVE WS-NUM-CUENTA-DESTINO TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-MONTO-CONVERTIDO TO SALDO
                       MOVE SALDO TO WS-SALDO-DESTINO
                       REWRITE CUENTA
                       MOVE 'S' TO WS-DESTINO-ACREDITADO
               END-READ
               CLOSE ARCHIVO-CUENTAS.

            ENCOLAR-TRANSF-PENDIENTE.
      *        Retiene el monto (cargo TRP) y deja el item PEN en la
      *        cola de aprobacion conjunta: la transferencia viajara
      *        cuando el otro titular la firme en el cajero, y la
      *        expiracion a las 48 horas devuelve la retencion.
               PERFORM SIGUIENTE-NUMERO-TRP
               OPEN I-O ARCHIVO-TRANSF-PENDIENTES
               IF WS-STATUS-TRP = "35"
                   OPEN OUTPUT ARCHIVO-TRANSF-PENDIENTES
                   CLOSE ARCHIVO-TRANSF-PENDIENTES
                   OPEN I-O ARCHIVO-TRANSF-PENDIENTES
               END-IF
               PERFORM SETEAR-FECHA-ACTUAL
               MOVE WS-TRP-CONTADOR TO TRP-NUMERO
               MOVE SCD-RUT TO TRP-RUT-ORIGEN
               MOVE SCD-NUM-CUENTA TO TRP-NUM-CUENTA-ORIGEN
               MOVE WS-RUT-DESTINO TO TRP-RUT-DESTINO
               MOVE WS-NUM-CUENTA-DESTINO TO TRP-NUM-CUENTA-DESTINO
               MOVE SCD-MONTO TO TRP-MONTO
               MOVE WS-FECHAYHORA-FORMATEADA TO TRP-FECHAYHORA
               MOVE "PEN" TO TRP-ESTADO
               MOVE 0 TO TRP-FECHA-RESOLUCION
               MOVE 'N' TO TRP-ORIGEN-SECUNDARIO
               WRITE TRANSFERENCIA-PENDIENTE
                   INVALID KEY
                       REWRITE TRANSFERENCIA-PENDIENTE
               END-WRITE
               CLOSE ARCHIVO-TRANSF-PENDIENTES

               PERFORM CARGAR-CUENTA-ORIGEN
               IF WS-MOTIVO = SPACES
                   MOVE SCD-RUT TO WS-BIT-RUT
                   MOVE SCD-NUM-CUENTA TO WS-BIT-NUM-CUENTA
                   MOVE "TRP" TO WS-BIT-OPERACION
                   MOVE SCD-MONTO TO WS-BIT-MONTO
                   MOVE WS-SALDO TO WS-BIT-SALDO
                   MOVE WS-MONEDA TO WS-BIT-MONEDA
                   MOVE 'C' TO WS-BIT-ABONO-CARGO
                   MOVE 0 TO WS-BIT-TASA
                   MOVE SPACES TO WS-BIT-CONVENIO
                   PERFORM GRABAR-BITACORA-CANAL
                   MOVE "PEN" TO WS-ESTADO-RSP
                   MOVE SPACES TO WS-MOTIVO
                   STRING
                       "ESPERA FIRMA DEL OTRO TITULAR ITEM "
                       DELIMITED BY SIZE
                       TRP-NUMERO DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   END-STRING
               END-IF.

            SIGUIENTE-NUMERO-TRP.
      *        Contador de la cola de aprobacion, en el registro "P"
      *        de secuencia.txt, el mismo del cajero.
               MOVE "P" TO SEC-CLAVE
               OPEN I-O ARCHIVO-SECUENCIA
               IF WS-STATUS-SECUENCIA = "35"
                   OPEN OUTPUT ARCHIVO-SECUENCIA
                   MOVE "P" TO SEC-CLAVE
                   MOVE 0 TO SEC-ULTIMO-NUMERO
                   WRITE REGISTRO-SECUENCIA
                   CLOSE ARCHIVO-SECUENCIA
                   MOVE "P" TO SEC-CLAVE
                   OPEN I-O ARCHIVO-SECUENCIA
               END-IF
               READ ARCHIVO-SECUENCIA
                   INVALID KEY
                       MOVE "P" TO SEC-CLAVE
                       MOVE 1 TO SEC-ULTIMO-NUMERO
                       MOVE SEC-ULTIMO-NUMERO TO WS-TRP-CONTADOR
                       WRITE REGISTRO-SECUENCIA
                   NOT INVALID KEY
                       ADD 1 TO SEC-ULTIMO-NUMERO
                       MOVE SEC-ULTIMO-NUMERO TO WS-TRP-CONTADOR
                       REWRITE REGISTRO-SECUENCIA
               END-READ
               CLOSE ARCHIVO-SECUENCIA.

            GRABAR-RESPUESTA.
               MOVE SPACES TO REGISTRO-RESPUESTA
               MOVE "RSP" TO RSP-TIPO
               MOVE SCD-SOLICITUD TO RSP-SOLICITUD
               MOVE WS-ESTADO-RSP TO RSP-ESTADO
               MOVE WS-NUM-SECUENCIA TO RSP-NUM-SECUENCIA
               IF CUENTA-FUE-AUTENTICADA
                   MOVE WS-SALDO TO RSP-SALDO
                   MOVE WS-DISPONIBLE TO RSP-DISPONIBLE
                   MOVE WS-MONEDA TO RSP-MONEDA
               ELSE
                   MOVE 0 TO RSP-SALDO
                   MOVE 0 TO RSP-DISPONIBLE
               END-IF
               MOVE WS-MOTIVO TO RSP-MOTIVO
               WRITE REGISTRO-RESPUESTA
               EVALUATE WS-ESTADO-RSP
                   WHEN "ACE"
                       ADD 1 TO WS-TOTAL-ACEPTADAS
                   WHEN "PEN"
                       ADD 1 TO WS-TOTAL-PENDIENTES
                   WHEN OTHER
                       ADD 1 TO WS-TOTAL-RECHAZADAS
                       DISPLAY
                           "RECHAZADA " SCD-SOLICITUD " " SCD-OPERACION
                           " " SCD-RUT ": " WS-MOTIVO
               END-EVALUATE.

            GRABAR-BITACORA-CANAL.
      *        Deja el movimiento cargado en WS-BIT-* en la bitacora,
      *        con el canal como terminal y la fecha de negocio del
      *        cajero (corte a las 21 horas y dia habil siguiente).
               PERFORM SETEAR-FECHA-ACTUAL
               PERFORM SIGUIENTE-NUMERO-SECUENCIA
               OPEN EXTEND ARCHIVO-BITACORA
               MOVE SPACES TO REGISTRO-BITACORA
               MOVE WS-BIT-RUT TO BIT-RUT
               MOVE WS-BIT-NUM-CUENTA TO BIT-NUM-CUENTA
               MOVE WS-BIT-OPERACION TO BIT-OPERACION
               MOVE WS-BIT-MONTO TO BIT-MONTO
               MOVE WS-BIT-SALDO TO BIT-SALDO
               MOVE WS-FECHAYHORA-FORMATEADA TO BIT-FECHAYHORA
               MOVE WS-NUM-SECUENCIA TO BIT-NUM-SECUENCIA
               MOVE WS-ID-TERMINAL TO BIT-ID-TERMINAL
               MOVE SPACES TO BIT-ANU-TIPO-ORIGINAL
               MOVE WS-BIT-TASA TO BIT-TASA-CAMBIO
               MOVE WS-BIT-MONEDA TO BIT-MONEDA
               MOVE WS-BIT-ABONO-CARGO TO BIT-ABONO-CARGO
               MOVE WS-BIT-CONVENIO TO BIT-CODIGO-CONVENIO
               MOVE 0 TO BIT-SECUENCIA-ORIGINAL
               PERFORM SETEAR-FECHA-NEGOCIO
               MOVE WS-FECHA-NEGOCIO TO BIT-FECHA-NEGOCIO
               PERFORM CALCULAR-HASH-BITACORA
               WRITE REGISTRO-BITACORA AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-BITACORA
               PERFORM GRABAR-MOVIMIENTO-INDEXADO.

            GRABAR-MOVIMIENTO-INDEXADO.
      *        Replica del movimiento recien dejado en la bitacora en
      *        el indice por cliente (movimientos.txt).
               OPEN I-O ARCHIVO-MOVIMIENTOS
               IF WS-STATUS-MOVIMIENTOS = "35"
                   OPEN OUTPUT ARCHIVO-MOVIMIENTOS
                   CLOSE ARCHIVO-MOVIMIENTOS
                   OPEN I-O ARCHIVO-MOVIMIENTOS
               END-IF
               MOVE BIT-RUT TO MOV-RUT
               MOVE BIT-NUM-CUENTA TO MOV-NUM-CUENTA
               MOVE BIT-NUM-SECUENCIA TO MOV-NUM-SECUENCIA
               MOVE BIT-OPERACION TO MOV-OPERACION
               MOVE BIT-MONTO TO MOV-MONTO
               MOVE BIT-SALDO TO MOV-SALDO
               MOVE BIT-FECHAYHORA TO MOV-FECHAYHORA
               MOVE BIT-ID-TERMINAL TO MOV-ID-TERMINAL
               MOVE BIT-ANU-TIPO-ORIGINAL TO MOV-ANU-TIPO-ORIGINAL
               MOVE BIT-RUT-CONTRAPARTE TO MOV-RUT-CONTRAPARTE
               WRITE MOVIMIENTO
                   INVALID KEY
                       CONTINUE
               END-WRITE
               CLOSE ARCHIVO-MOVIMIENTOS.

            CALCULAR-HASH-BITACORA.
      *        Hash encadenado del movimiento cargado en
      *        REGISTRO-BITACORA, igual que el cajero.
               MOVE 0 TO WS-HASH-ANTERIOR
               OPEN INPUT ARCHIVO-HASH-BITACORA
               IF WS-STATUS-HASH NOT = "35"
                   READ ARCHIVO-HASH-BITACORA
                       AT END
                           MOVE 0 TO WS-HASH-ANTERIOR
                       NOT AT END
                           MOVE REGISTRO-HASH-BITACORA
                               TO WS-HASH-ANTERIOR
                   END-READ
               END-IF
               CLOSE ARCHIVO-HASH-BITACORA
               MOVE BIT-MONTO TO WS-HASH-MONTO
               MOVE BIT-SALDO TO WS-HASH-SALDO
               COMPUTE BIT-HASH =
                   FUNCTION MOD
                       ((WS-HASH-ANTERIOR * 31)
                       + (BIT-NUM-SECUENCIA * 7)
                       + (WS-HASH-MONTO * 13)
                       + ((WS-HASH-SALDO + 99999999) * 3)
                       + 17, 100000000)
               OPEN OUTPUT ARCHIVO-HASH-BITACORA
               MOVE BIT-HASH TO REGISTRO-HASH-BITACORA
               WRITE REGISTRO-HASH-BITACORA
               CLOSE ARCHIVO-HASH-BITACORA.

            SIGUIENTE-NUMERO-SECUENCIA.
      *        Mismo contador persistido del cajero, protegido por
      *        LOCK MODE AUTOMATIC.
               MOVE "S" TO SEC-CLAVE
               OPEN I-O ARCHIVO-SECUENCIA
               IF WS-STATUS-SECUENCIA = "35"
                   OPEN OUTPUT ARCHIVO-SECUENCIA
                   MOVE "S" TO SEC-CLAVE
                   MOVE 0 TO SEC-ULTIMO-NUMERO
                   WRITE REGISTRO-SECUENCIA
                   CLOSE ARCHIVO-SECUENCIA
                   MOVE "S" TO SEC-CLAVE
                   OPEN I-O ARCHIVO-SECUENCIA
               END-IF
               READ ARCHIVO-SECUENCIA
                   INVALID KEY
                       MOVE 0 TO SEC-ULTIMO-NUMERO
               END-READ
               ADD 1 TO SEC-ULTIMO-NUMERO
               MOVE SEC-ULTIMO-NUMERO TO WS-NUM-SECUENCIA
               REWRITE REGISTRO-SECUENCIA
               CLOSE ARCHIVO-SECUENCIA.

            SUMAR-EMBARGOS-VIGENTES.
      *        Total embargado vigente del titular, con la misma
      *        regla de vigencia del cajero.
               MOVE 0 TO WS-TOTAL-EMBARGADO
               MOVE 'N' TO WS-EMBARGOS-EOF
               OPEN INPUT ARCHIVO-EMBARGOS
               IF WS-STATUS-EMBARGOS = "35"
                   MOVE 'S' TO WS-EMBARGOS-EOF
               ELSE
                   MOVE WS-RUT-TITULAR TO EMB-RUT
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
                       END-READ
                       IF NOT WS-EMBARGOS-FIN-ARCHIVO
                           IF EMB-RUT NOT = WS-RUT-TITULAR
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
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-EMBARGOS
               END-IF.

            SUMAR-BOLSILLOS.
      *        Total apartado en bolsillos de la cuenta del titular.
               MOVE 0 TO WS-TOTAL-BOLSILLOS
               MOVE 'N' TO WS-BOLSILLOS-EOF
               OPEN INPUT ARCHIVO-BOLSILLOS
               IF WS-STATUS-BOLSILLOS = "35"
                   MOVE 'S' TO WS-BOLSILLOS-EOF
               ELSE
                   MOVE WS-RUT-TITULAR TO BOL-RUT
                   MOVE WS-CUENTA-TITULAR TO BOL-NUM-CUENTA
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
                       END-READ
                       IF NOT WS-BOLSILLOS-FIN-ARCHIVO
                           IF BOL-RUT NOT = WS-RUT-TITULAR
                              OR BOL-NUM-CUENTA NOT = WS-CUENTA-TITULAR
                               MOVE 'S' TO WS-BOLSILLOS-EOF
                           ELSE
                               ADD BOL-MONTO TO WS-TOTAL-BOLSILLOS
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-BOLSILLOS
               END-IF.

            SUMAR-RESERVAS-VIGENTES.
      *        Reservas de giro PEN de la cuenta, mas las compras con
      *        tarjeta ya retenidas y aun no compensadas.
               MOVE 0 TO WS-TOTAL-RESERVADO
               MOVE 'N' TO WS-RESERVAS-EOF
               OPEN INPUT ARCHIVO-RESERVAS
               IF WS-STATUS-RESERVAS = "35"
                   MOVE 'S' TO WS-RESERVAS-EOF
               ELSE
                   PERFORM UNTIL WS-RESERVAS-FIN-ARCHIVO
                       READ ARCHIVO-RESERVAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-RESERVAS-EOF
                       END-READ
                       IF NOT WS-RESERVAS-FIN-ARCHIVO
                          AND RGI-ESTA-PENDIENTE
                          AND RGI-RUT = WS-RUT-TITULAR
                          AND RGI-NUM-CUENTA = WS-CUENTA-TITULAR
                           ADD RGI-MONTO TO WS-TOTAL-RESERVADO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-RESERVAS
               END-IF
               PERFORM SUMAR-RETENCIONES-POS.

            SUMAR-RETENCIONES-POS.
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
                          AND RPO-RUT = WS-RUT-TITULAR
                          AND RPO-NUM-CUENTA = WS-CUENTA-TITULAR
                           ADD RPO-MONTO TO WS-TOTAL-RESERVADO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-RETENCIONES-POS
               END-IF.

            RETENER-ITEM-COMPLIANCE.
      *        La transferencia vuelve rechazada al proveedor sin
      *        mover plata, y el caso queda en la cola de retenidos
      *        con la referencia de la solicitud para el oficial.
               PERFORM SIGUIENTE-NUMERO-RETENIDO
               OPEN I-O ARCHIVO-RETENIDOS
               IF WS-STATUS-RETENIDOS = "35"
                   OPEN OUTPUT ARCHIVO-RETENIDOS
                   CLOSE ARCHIVO-RETENIDOS
                   OPEN I-O ARCHIVO-RETENIDOS
               END-IF
               PERFORM SETEAR-FECHA-ACTUAL
               MOVE WS-RTC-CONTADOR TO RTC-NUMERO
               MOVE "DIG" TO RTC-ORIGEN
               MOVE WS-RUT-DESTINO TO RTC-RUT-COINCIDENTE
               MOVE SCD-RUT TO RTC-RUT-CONTRAPARTE
               MOVE SCD-NUM-CUENTA TO RTC-NUM-CUENTA
               MOVE SPACES TO RTC-BANCO
               MOVE SCD-SOLICITUD TO RTC-CUENTA-EXTERNA
               MOVE SCD-MONTO TO RTC-MONTO
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
      *        lista cargada no hay contra que tamizar.
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
      *        Primera pasada completa del archivo antes de ejecutar
      *        una sola solicitud: cabecera y cola presentes, cantidad
      *        y suma de la cola iguales a lo contado, y secuencia de
      *        archivo nunca consumida antes.
               MOVE 'N' TO WS-INTERFAZ-VALIDA
               MOVE SPACES TO WS-INT-MOTIVO
               MOVE 'N' TO WS-HAY-HDR
               MOVE 'N' TO WS-HAY-TRL
               MOVE 0 TO WS-CNT-DETALLES
               MOVE 0 TO WS-SUM-DETALLES
               MOVE 'N' TO WS-VAL-EOF
               OPEN INPUT ARCHIVO-SOLICITUDES
               IF WS-STATUS-SOLICITUDES = "35"
                   MOVE "ARCHIVO DE ENTRADA NO EXISTE"
                       TO WS-INT-MOTIVO
                   MOVE 'S' TO WS-VAL-EOF
               END-IF
               PERFORM UNTIL WS-VAL-FIN-ARCHIVO
                   READ ARCHIVO-SOLICITUDES
                       AT END
                           MOVE 'S' TO WS-VAL-EOF
                       NOT AT END
                           PERFORM CLASIFICAR-LINEA-VALIDACION
                   END-READ
               END-PERFORM
               IF WS-STATUS-SOLICITUDES NOT = "35"
                   CLOSE ARCHIVO-SOLICITUDES
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
                  AND WS-TRL-SUMA NOT = WS-SUM-DETALLES
                   MOVE "SUMA DE MONTOS NO CALZA CON LA COLA"
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
                       IF REGISTRO-SOLICITUD(12:12) NUMERIC
                           MOVE REGISTRO-SOLICITUD(12:12)
                               TO WS-TRL-SUMA
                       END-IF
                   WHEN "DET"
                       ADD 1 TO WS-CNT-DETALLES
                       IF SCD-MONTO NUMERIC
                           ADD SCD-MONTO TO WS-SUM-DETALLES
                       END-IF
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
      *        El archivo queda en cuarentena: no se ejecuto una sola
      *        solicitud, y el proveedor recibe el motivo en el
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
               MOVE WS-SUM-DETALLES TO CSM-SUMA
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
               MOVE SCD-RUT TO ITP-RUT
               MOVE SCD-MONTO TO ITP-MONTO
               MOVE WS-FECHA-HOY TO ITP-FECHA
               WRITE ITEM-PROCESADO
                   INVALID KEY
                       REWRITE ITEM-PROCESADO
               END-WRITE
               CLOSE ARCHIVO-ITEMS.

            SETEAR-FECHA-NEGOCIO.
      *        Fecha de negocio del movimiento en curso, igual que
      *        el cajero automatico: la fecha de reloj, corrida al
      *        dia siguiente si ya paso la hora de corte, y de ahi
      *        al primer dia habil.
               COMPUTE WS-FHA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               IF WS-HORA-FORMATEADA >= WS-HORA-CORTE-NEGOCIO
                   ADD 1 TO WS-FHA-ENTERO
               END-IF
               PERFORM AJUSTAR-FECHA-HABIL
               COMPUTE WS-FECHA-NEGOCIO =
                   FUNCTION DATE-OF-INTEGER(WS-FHA-ENTERO).

            CARGAR-FERIADOS.
      *        Carga el calendario de feriados en memoria como fechas
      *        enteras; sin archivo solo se saltan sabados y domingos.
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
      *        Sabado, domingo o feriado del calendario no son
      *        habiles; el dia 1 del calendario interno fue lunes.
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
               PERFORM VERIFICAR-DIA-HABIL
               PERFORM UNTIL FECHA-ES-HABIL
                   ADD 1 TO WS-FHA-ENTERO
                   PERFORM VERIFICAR-DIA-HABIL
               END-PERFORM.

       END PROGRAM PROCESAR-BANCA-DIGITAL.
