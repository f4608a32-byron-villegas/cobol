      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Transferencias internacionales (SWIFT) de salida
      *          para ejecutivos y supervisores. ENV captura el
      *          beneficiario (nombre, direccion, pais y cuenta), el
      *          BIC/SWIFT de su banco y el proposito del pago, por
      *          un monto en dolares enteros: una cuenta en pesos se
      *          carga al tipo de cambio de venta vigente de
      *          tasas_cambio.txt. El cargo TIS y la comision SWF
      *          (movimiento COM enlazado al TIS, desglosado en neto
      *          e IVA) respetan embargos y bolsillos igual que el
      *          vale vista, y la transferencia queda con su folio
      *          (contador "X") en transferencias_internacionales.txt
      *          esperando a EXPORTAR-SWIFT, que la despacha como
      *          MT103. El RUT del ordenante y el BIC del banco
      *          beneficiario se tamizan contra la lista de
      *          vigilancia: una coincidencia se carga igual pero
      *          queda retenida (origen TIS) hasta que cumplimiento
      *          la libere o la rechace en GESTION-RETENIDOS. CON
      *          consulta una transferencia por su folio. Cada envio
      *          queda en la bitacora administrativa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFERENCIA-INTERNACIONAL.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Captura de transferencias internacionales SWIFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARCHIVO-USUARIOS ASSIGN TO "usuarios.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-USUARIOS.
           SELECT ARCHIVO-TRANSFERENCIAS
               ASSIGN TO "transferencias_internacionales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIN-NUMERO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TRANSFERENCIAS.
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
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-TARIFAS ASSIGN TO "tarifas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARIFAS.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-TRANSFERENCIAS.
           COPY "TRANSFERENCIA-INTERNACIONAL.CPY".
       FD ARCHIVO-TASAS.
           COPY "TASA-CAMBIO.CPY".
       FD ARCHIVO-EMBARGOS.
           COPY "EMBARGO.CPY".
       FD ARCHIVO-BOLSILLOS.
           COPY "BOLSILLO.CPY".
       FD ARCHIVO-VIGILANCIA.
           COPY "VIGILADO.CPY".
       FD ARCHIVO-RETENIDOS.
           COPY "RETENIDO-COMPLIANCE.CPY".
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
       FD ARCHIVO-AUDITORIA.
           COPY "AUDITORIA-ADMIN.CPY".
       FD ARCHIVO-TARIFAS.
           COPY "TARIFA.CPY".
       WORKING-STORAGE SECTION.
      *    Inicio de sesion del operador contra el maestro
      *    usuarios.txt (roles y bloqueo por intentos); ver
      *    USUARIO.CPY.
       77 WS-STATUS-USUARIOS PIC X(2) VALUE "00".
       77 WS-OPERADOR-RUT PIC X(10).
       77 WS-OPERADOR-CLAVE PIC 9(4).
       77 WS-OPERADOR-CLAVE-HASH PIC 9(8).
       77 WS-OPERADOR-AUTORIZADO PIC X VALUE 'N'.
           88 OPERADOR-AUTORIZADO VALUE 'S'.
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-STATUS-TRANSFERENCIAS PIC X(2) VALUE "00".
       77 WS-STATUS-TASAS PIC X(2) VALUE "00".
       77 WS-STATUS-EMBARGOS PIC X(2) VALUE "00".
       77 WS-STATUS-BOLSILLOS PIC X(2) VALUE "00".
       77 WS-STATUS-VIGILANCIA PIC X(2) VALUE "00".
       77 WS-STATUS-RETENIDOS PIC X(2) VALUE "00".
       77 WS-STATUS-SECUENCIA PIC X(2) VALUE "00".
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
       77 WS-STATUS-HASH PIC X(2) VALUE "00".
       77 WS-STATUS-TARIFAS PIC X(2) VALUE "00".
       77 WS-HASH-ANTERIOR PIC 9(8) VALUE 0.
       77 WS-HASH-MONTO PIC 9(8).
       77 WS-HASH-SALDO PIC S9(8).
       77 WS-NUM-SECUENCIA PIC 9(10) VALUE 0.
       77 WS-ID-TERMINAL PIC X(8) VALUE "EJECSWFT".
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA VALUE "ENV" "CON".
           88 ACCION-ES-ENVIO VALUE "ENV".
      *    Datos de la orden capturados por el ejecutivo.
       77 WS-RUT PIC X(10).
       77 WS-NUM-CUENTA PIC 9(3).
       77 WS-NOMBRE-BENEFICIARIO PIC X(35).
       77 WS-DIRECCION-BENEFICIARIO PIC X(35).
       77 WS-PAIS-BENEFICIARIO PIC X(2).
       77 WS-CUENTA-BENEFICIARIO PIC X(34).
       77 WS-BIC PIC X(11).
       77 WS-ESPACIOS-BIC PIC 9(2) COMP.
       77 WS-PROPOSITO PIC X(3).
           88 PROPOSITO-ES-VALIDO VALUE "FAM" "SER" "BIE" "INV"
                                        "EDU" "SUE" "OTR".
       77 WS-DETALLE-PROPOSITO PIC X(35).
       77 WS-MONTO-DIVISA PIC 9(8) VALUE 0.
       77 WS-FOLIO PIC 9(8) VALUE 0.
       77 WS-SECUENCIA-TIS PIC 9(10) VALUE 0.
      *    Montos en la moneda de la cuenta: el equivalente del
      *    monto en dolares y la comision SWF de esa moneda.
       77 WS-MONEDA-CUENTA PIC X(3).
       77 WS-MONTO-CUENTA PIC 9(8) VALUE 0.
       77 WS-COMISION PIC 9(8) VALUE 0.
       77 WS-TOTAL-CARGO PIC 9(9) VALUE 0.
       77 WS-OPERACION-BIT PIC X(3).
       77 WS-MONTO-BIT PIC 9(8).
      *    Comision SWF (tarifa del tarifario): en pesos para una
      *    cuenta en pesos y en dolares para una en dolares.
       77 WS-COMISION-CLP PIC 9(8) VALUE 25000.
       77 WS-COMISION-USD PIC 9(8) VALUE 30.
       77 WS-TASA-IVA-PB PIC 9(5) VALUE 1900.
       77 WS-IVA-BRUTO PIC 9(8).
      *    Tipo de cambio vigente; sin archivo quedan las tasas por
      *    defecto del cajero.
       77 WS-TASAS-EOF PIC X VALUE 'N'.
           88 WS-TASAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-TASA-COMPRA PIC 9(4)V9(4) VALUE 930.
       77 WS-TASA-VENTA PIC 9(4)V9(4) VALUE 950.
       77 WS-FORMATO-TASA PIC Z(3)9.9(4).
      *    Saldo libre del ordenante, igual que el vale vista.
       77 WS-EMBARGOS-EOF PIC X VALUE 'N'.
           88 WS-EMBARGOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-BOLSILLOS-EOF PIC X VALUE 'N'.
           88 WS-BOLSILLOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-TOTAL-EMBARGADO PIC 9(9) VALUE 0.
       77 WS-TOTAL-BOLSILLOS PIC 9(9) VALUE 0.
       77 WS-SALDO-LIBRE PIC S9(9).
       77 WS-CARGO-APLICADO PIC X VALUE 'N'.
           88 CARGO-APLICADO VALUE 'S'.
      *    Tamizado contra la lista de vigilancia: RUT del ordenante
      *    y BIC de 8 posiciones del banco beneficiario.
       77 WS-RUT-A-TAMIZAR PIC X(10).
       77 WS-RUT-EN-LISTA PIC X VALUE 'N'.
           88 RUT-ESTA-EN-LISTA VALUE 'S'.
       77 WS-RTC-CONTADOR PIC 9(10) VALUE 0.
       77 WS-RESPUESTA PIC XX.
           88 WS-RESPUESTA-SI VALUE "SI".
       77 WS-FORMATO-MONEDA PIC -(8)9.
       77 WS-DETALLE-AUDIT PIC X(40).
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).
      *    Calendario de feriados y derivacion de la fecha de
      *    negocio del movimiento, igual que en el cajero
      *    automatico.
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
       77 WS-SUPERVISOR-RUT PIC X(10).
       77 WS-SUPERVISOR-NUM-CUENTA PIC 9(3).
       77 WS-SUPERVISOR-CLAVE PIC 9(4).
       77 WS-SUPERVISOR-CLAVE-HASH PIC 9(8).
       77 WS-SUPERVISOR-AUTORIZADO PIC X VALUE 'N'.
           88 SUPERVISOR-AUTORIZADO VALUE 'S'.

       PROCEDURE DIVISION.
            DISPLAY "---- TRANSFERENCIA INTERNACIONAL (SWIFT) ----".

            PERFORM VALIDAR-OPERADOR.

            IF NOT OPERADOR-AUTORIZADO THEN
                STOP RUN
            END-IF.

            PERFORM SETEAR-FECHA-ACTUAL.

            DISPLAY
                "ACCION (ENV=ENVIAR TRANSFERENCIA, CON=CONSULTAR "
                "POR FOLIO): ".
            ACCEPT WS-ACCION.
            MOVE FUNCTION UPPER-CASE(WS-ACCION) TO WS-ACCION.
            IF NOT WS-ACCION-ES-VALIDA THEN
                DISPLAY "ACCION NO VALIDA"
                STOP RUN
            END-IF.

            IF ACCION-ES-ENVIO
                PERFORM CARGAR-FERIADOS
                PERFORM CARGAR-TARIFAS-SWIFT
                PERFORM LEER-TASAS-CAMBIO
                PERFORM ENVIAR-TRANSFERENCIA
            ELSE
                PERFORM CONSULTAR-TRANSFERENCIA
            END-IF.

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

            CARGAR-TARIFAS-SWIFT.
      *        Tasa IVA y comision SWF del tarifario; un valor en
      *        cero o sin fila deja el valor por defecto.
               OPEN INPUT ARCHIVO-TARIFAS
               IF WS-STATUS-TARIFAS NOT = "35"
                   MOVE "IVA" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       NOT INVALID KEY
                           MOVE TAR-MONTO TO WS-TASA-IVA-PB
                   END-READ
                   MOVE "SWF" TO TAR-CODIGO
                   READ ARCHIVO-TARIFAS
                       NOT INVALID KEY
                           IF TAR-MONTO > 0
                               MOVE TAR-MONTO TO WS-COMISION-CLP
                           END-IF
                           IF TAR-UMBRAL-EXENCION > 0
                               MOVE TAR-UMBRAL-EXENCION
                                   TO WS-COMISION-USD
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-TARIFAS
               END-IF.

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

            ENVIAR-TRANSFERENCIA.
               PERFORM CAPTURAR-ORDEN
               PERFORM VERIFICAR-ORDENANTE
               PERFORM CALCULAR-CARGO

               DISPLAY "MONTO A TRANSFERIR (USD): " WS-MONTO-DIVISA
               MOVE WS-TASA-VENTA TO WS-FORMATO-TASA
               IF WS-MONEDA-CUENTA = "CLP"
                   DISPLAY "TIPO DE CAMBIO (VENTA):   " WS-FORMATO-TASA
               END-IF
               MOVE WS-MONTO-CUENTA TO WS-FORMATO-MONEDA
               DISPLAY "CARGO EN LA CUENTA (" WS-MONEDA-CUENTA "): "
                   WS-FORMATO-MONEDA
               MOVE WS-COMISION TO WS-FORMATO-MONEDA
               DISPLAY "COMISION SWF (" WS-MONEDA-CUENTA "):        "
                   WS-FORMATO-MONEDA
               MOVE WS-TOTAL-CARGO TO WS-FORMATO-MONEDA
               DISPLAY "TOTAL A CARGAR:           " WS-FORMATO-MONEDA
               DISPLAY "BENEFICIARIO: " WS-NOMBRE-BENEFICIARIO
               DISPLAY "BANCO (BIC):  " WS-BIC
                   "  PAIS " WS-PAIS-BENEFICIARIO
               DISPLAY "CONFIRMA LA TRANSFERENCIA? SI O NO"
               ACCEPT WS-RESPUESTA
               MOVE FUNCTION UPPER-CASE(WS-RESPUESTA) TO WS-RESPUESTA
               IF NOT WS-RESPUESTA-SI THEN
                   DISPLAY "OPERACION CANCELADA"
                   STOP RUN
               END-IF

      *        Tamizado antes de mover plata: el cargo se hace
      *        igual, pero una coincidencia deja la orden retenida.
               MOVE WS-RUT TO WS-RUT-A-TAMIZAR
               PERFORM CONSULTAR-LISTA-VIGILANCIA
               IF NOT RUT-ESTA-EN-LISTA
                   MOVE SPACES TO WS-RUT-A-TAMIZAR
                   MOVE WS-BIC(1:8) TO WS-RUT-A-TAMIZAR
                   PERFORM CONSULTAR-LISTA-VIGILANCIA
               END-IF

               PERFORM APLICAR-CARGO
               IF NOT CARGO-APLICADO
                   STOP RUN
               END-IF

               PERFORM SIGUIENTE-FOLIO-TRANSFERENCIA
               IF RUT-ESTA-EN-LISTA
                   PERFORM RETENER-TRANSFERENCIA-COMPLIANCE
               END-IF
               PERFORM REGISTRAR-TRANSFERENCIA
               PERFORM GRABAR-AUDITORIA

               IF RUT-ESTA-EN-LISTA
                   DISPLAY
                       "TRANSFERENCIA FOLIO " WS-FOLIO
                       " RETENIDA POR CUMPLIMIENTO: EL CARGO QUEDA "
                       "HECHO Y VIAJA SOLO SI SE LIBERA"
               ELSE
                   DISPLAY
                       "TRANSFERENCIA FOLIO " WS-FOLIO
                       " REGISTRADA: VIAJA EN EL PROXIMO ENVIO SWIFT"
               END-IF.

            CAPTURAR-ORDEN.
               DISPLAY "RUT DEL ORDENANTE: "
               ACCEPT WS-RUT
               MOVE FUNCTION UPPER-CASE(WS-RUT) TO WS-RUT
               DISPLAY "CUENTA DEL ORDENANTE: "
               ACCEPT WS-NUM-CUENTA

               DISPLAY "NOMBRE DEL BENEFICIARIO: "
               ACCEPT WS-NOMBRE-BENEFICIARIO
               MOVE FUNCTION UPPER-CASE(WS-NOMBRE-BENEFICIARIO)
                   TO WS-NOMBRE-BENEFICIARIO
               DISPLAY "DIRECCION DEL BENEFICIARIO: "
               ACCEPT WS-DIRECCION-BENEFICIARIO
               MOVE FUNCTION UPPER-CASE(WS-DIRECCION-BENEFICIARIO)
                   TO WS-DIRECCION-BENEFICIARIO
               DISPLAY "PAIS DEL BENEFICIARIO (CODIGO ISO, EJ. US): "
               ACCEPT WS-PAIS-BENEFICIARIO
               MOVE FUNCTION UPPER-CASE(WS-PAIS-BENEFICIARIO)
                   TO WS-PAIS-BENEFICIARIO
               DISPLAY "CUENTA O IBAN DEL BENEFICIARIO: "
               ACCEPT WS-CUENTA-BENEFICIARIO
               MOVE FUNCTION UPPER-CASE(WS-CUENTA-BENEFICIARIO)
                   TO WS-CUENTA-BENEFICIARIO
               DISPLAY "BIC/SWIFT DEL BANCO DEL BENEFICIARIO: "
               ACCEPT WS-BIC
               MOVE FUNCTION UPPER-CASE(WS-BIC) TO WS-BIC

               IF WS-NOMBRE-BENEFICIARIO = SPACES
                  OR WS-CUENTA-BENEFICIARIO = SPACES
                   DISPLAY "FALTA EL NOMBRE O LA CUENTA DEL "
                       "BENEFICIARIO"
                   STOP RUN
               END-IF
               IF WS-PAIS-BENEFICIARIO = SPACES
                  OR WS-PAIS-BENEFICIARIO = "CL"
                   DISPLAY "PAIS DEL BENEFICIARIO NO VALIDO PARA UNA "
                       "TRANSFERENCIA AL EXTERIOR"
                   STOP RUN
               END-IF

      *        BIC de 8 u 11 posiciones: banco (4 letras), pais (2
      *        letras), plaza (2) y sucursal opcional (3, XXX si no
      *        viene).
               MOVE 0 TO WS-ESPACIOS-BIC
               INSPECT WS-BIC(1:8) TALLYING WS-ESPACIOS-BIC
                   FOR ALL SPACE
               IF WS-ESPACIOS-BIC > 0
                  OR WS-BIC(1:6) NOT ALPHABETIC
                   DISPLAY "BIC/SWIFT NO VALIDO"
                   STOP RUN
               END-IF
               IF WS-BIC(9:3) = SPACES
                   MOVE "XXX" TO WS-BIC(9:3)
               END-IF
               IF WS-BIC(5:2) = "CL"
                   DISPLAY "EL BANCO DEL BENEFICIARIO ES CHILENO: "
                       "USE UNA TRANSFERENCIA POR CAMARA"
                   STOP RUN
               END-IF

               DISPLAY
                   "PROPOSITO (FAM=REMESA FAMILIAR, SER=SERVICIOS, "
                   "BIE=IMPORTACION DE BIENES, INV=INVERSION, "
                   "EDU=EDUCACION, SUE=REMUNERACIONES, OTR=OTRO): "
               ACCEPT WS-PROPOSITO
               MOVE FUNCTION UPPER-CASE(WS-PROPOSITO) TO WS-PROPOSITO
               IF NOT PROPOSITO-ES-VALIDO
                   DISPLAY "PROPOSITO NO VALIDO"
                   STOP RUN
               END-IF
               DISPLAY "DETALLE DEL PROPOSITO (FACTURA, CONCEPTO): "
               ACCEPT WS-DETALLE-PROPOSITO
               MOVE FUNCTION UPPER-CASE(WS-DETALLE-PROPOSITO)
                   TO WS-DETALLE-PROPOSITO

               DISPLAY "MONTO EN DOLARES (SIN DECIMALES): "
               ACCEPT WS-MONTO-DIVISA
               IF WS-MONTO-DIVISA NOT NUMERIC OR WS-MONTO-DIVISA = 0
                   DISPLAY "MONTO INVALIDO"
                   STOP RUN
               END-IF.

            VERIFICAR-ORDENANTE.
      *        El mensaje lleva nombre y direccion del ordenante
      *        desde su ficha de cliente, asi que sin ficha no hay
      *        envio.
               OPEN INPUT ARCHIVO-CLIENTES
               IF WS-STATUS-CLIENTES = "35"
                   DISPLAY "MAESTRO DE CLIENTES NO DISPONIBLE"
                   STOP RUN
               END-IF
               MOVE WS-RUT TO CLI-RUT
               READ ARCHIVO-CLIENTES
                   INVALID KEY
                       DISPLAY
                           "EL ORDENANTE NO TIENE FICHA DE CLIENTE: "
                           "REGISTRELA EN MANTENCION DE CLIENTES"
                       CLOSE ARCHIVO-CLIENTES
                       STOP RUN
               END-READ
               CLOSE ARCHIVO-CLIENTES

               OPEN INPUT ARCHIVO-CUENTAS
               MOVE WS-RUT TO RUT
               MOVE WS-NUM-CUENTA TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       DISPLAY "CUENTA DEL ORDENANTE NO ENCONTRADA"
                       CLOSE ARCHIVO-CUENTAS
                       STOP RUN
               END-READ
               MOVE MONEDA-CUENTA TO WS-MONEDA-CUENTA
               CLOSE ARCHIVO-CUENTAS.

            CALCULAR-CARGO.
      *        Una cuenta en pesos compra los dolares al tipo de
      *        venta; una en dolares se carga por el mismo monto.
      *        La tasa queda registrada en ambos casos.
               IF WS-MONEDA-CUENTA = "USD"
                   MOVE WS-MONTO-DIVISA TO WS-MONTO-CUENTA
                   MOVE WS-COMISION-USD TO WS-COMISION
               ELSE
                   COMPUTE WS-MONTO-CUENTA ROUNDED =
                       WS-MONTO-DIVISA * WS-TASA-VENTA
                       ON SIZE ERROR
                           MOVE 0 TO WS-MONTO-CUENTA
                   END-COMPUTE
                   MOVE WS-COMISION-CLP TO WS-COMISION
               END-IF
               IF WS-MONTO-CUENTA = 0
                   DISPLAY "EL MONTO EXCEDE EL MAXIMO DE LA CUENTA"
                   STOP RUN
               END-IF
               COMPUTE WS-TOTAL-CARGO = WS-MONTO-CUENTA + WS-COMISION.

            APLICAR-CARGO.
      *        El cargo respeta embargos y bolsillos igual que un
      *        giro del cajero; se relee la cuenta bajo bloqueo para
      *        no cargar sobre un saldo que cambio mientras el
      *        ejecutivo confirmaba.
               MOVE 'N' TO WS-CARGO-APLICADO
               PERFORM SUMAR-EMBARGOS-VIGENTES
               PERFORM SUMAR-BOLSILLOS

               OPEN I-O ARCHIVO-CUENTAS
               MOVE WS-RUT TO RUT
               MOVE WS-NUM-CUENTA TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       DISPLAY "CUENTA DEL ORDENANTE NO ENCONTRADA"
                   NOT INVALID KEY
                       COMPUTE WS-SALDO-LIBRE =
                           SALDO - WS-TOTAL-EMBARGADO
                           - WS-TOTAL-BOLSILLOS
                       IF WS-TOTAL-CARGO > WS-SALDO-LIBRE
                           DISPLAY
                               "EL CARGO SUPERA EL SALDO LIBRE DEL "
                               "ORDENANTE"
                       ELSE
                           SUBTRACT WS-TOTAL-CARGO FROM SALDO
                           REWRITE CUENTA
                           MOVE 'S' TO WS-CARGO-APLICADO
                           PERFORM GRABAR-MOVIMIENTOS-CARGO
                       END-IF
               END-READ
               CLOSE ARCHIVO-CUENTAS.

            GRABAR-MOVIMIENTOS-CARGO.
      *        Cada pata queda con el saldo que dejo en la cuenta: el
      *        TIS por el monto transferido y la comision COM
      *        enlazada a el.
               ADD WS-COMISION TO SALDO
               MOVE "TIS" TO WS-OPERACION-BIT
               MOVE WS-MONTO-CUENTA TO WS-MONTO-BIT
               PERFORM GRABAR-BITACORA-TRANSFERENCIA
               MOVE WS-NUM-SECUENCIA TO WS-SECUENCIA-TIS
               SUBTRACT WS-COMISION FROM SALDO
               IF WS-COMISION > 0
                   MOVE "COM" TO WS-OPERACION-BIT
                   MOVE WS-COMISION TO WS-MONTO-BIT
                   PERFORM GRABAR-BITACORA-TRANSFERENCIA
               END-IF.

            GRABAR-BITACORA-TRANSFERENCIA.
      *        El registro de la cuenta sigue posicionado. El TIS
      *        lleva la tasa aplicada si hubo conversion; la
      *        comision se desglosa en neto e IVA.
               PERFORM SIGUIENTE-NUMERO-SECUENCIA
               OPEN EXTEND ARCHIVO-BITACORA
               MOVE SPACES TO REGISTRO-BITACORA
               MOVE RUT TO BIT-RUT
               MOVE NUM-CUENTA TO BIT-NUM-CUENTA
               MOVE WS-OPERACION-BIT TO BIT-OPERACION
               MOVE WS-MONTO-BIT TO BIT-MONTO
               MOVE SALDO TO BIT-SALDO
               MOVE WS-FECHAYHORA-FORMATEADA TO BIT-FECHAYHORA
               MOVE WS-NUM-SECUENCIA TO BIT-NUM-SECUENCIA
               MOVE WS-ID-TERMINAL TO BIT-ID-TERMINAL
               MOVE SPACES TO BIT-ANU-TIPO-ORIGINAL
               IF WS-OPERACION-BIT = "TIS" AND MONEDA-ES-CLP
                   MOVE WS-TASA-VENTA TO BIT-TASA-CAMBIO
               ELSE
                   MOVE 0 TO BIT-TASA-CAMBIO
               END-IF
               MOVE MONEDA-CUENTA TO BIT-MONEDA
               MOVE 'C' TO BIT-ABONO-CARGO
               MOVE SPACES TO BIT-CODIGO-CONVENIO
               IF WS-OPERACION-BIT = "COM"
                   MOVE WS-SECUENCIA-TIS TO BIT-SECUENCIA-ORIGINAL
               ELSE
                   MOVE 0 TO BIT-SECUENCIA-ORIGINAL
               END-IF
               PERFORM SETEAR-FECHA-NEGOCIO
               MOVE WS-FECHA-NEGOCIO TO BIT-FECHA-NEGOCIO
               IF WS-OPERACION-BIT = "COM"
                   PERFORM DESGLOSAR-IVA-COMISION
               END-IF
               PERFORM CALCULAR-HASH-BITACORA
               WRITE REGISTRO-BITACORA AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-BITACORA
               PERFORM GRABAR-MOVIMIENTO-INDEXADO.

            DESGLOSAR-IVA-COMISION.
      *        La comision cobrada es bruta, con el IVA incluido: se
      *        separa en neto e IVA.
               MOVE BIT-MONTO TO WS-IVA-BRUTO
               COMPUTE BIT-MONTO-NETO ROUNDED =
                   (WS-IVA-BRUTO * 10000) / (10000 + WS-TASA-IVA-PB)
               COMPUTE BIT-MONTO-IVA =
                   WS-IVA-BRUTO - BIT-MONTO-NETO.

            REGISTRAR-TRANSFERENCIA.
               OPEN I-O ARCHIVO-TRANSFERENCIAS
               IF WS-STATUS-TRANSFERENCIAS = "35"
                   OPEN OUTPUT ARCHIVO-TRANSFERENCIAS
                   CLOSE ARCHIVO-TRANSFERENCIAS
                   OPEN I-O ARCHIVO-TRANSFERENCIAS
               END-IF
               MOVE SPACES TO TRANSFERENCIA-INTERNACIONAL
               MOVE WS-FOLIO TO TIN-NUMERO
               MOVE "SAL" TO TIN-SENTIDO
               MOVE WS-RUT TO TIN-RUT
               MOVE WS-NUM-CUENTA TO TIN-NUM-CUENTA
               MOVE WS-NOMBRE-BENEFICIARIO TO TIN-CONTRAPARTE-NOMBRE
               MOVE WS-DIRECCION-BENEFICIARIO
                   TO TIN-CONTRAPARTE-DIRECCION
               MOVE WS-PAIS-BENEFICIARIO TO TIN-CONTRAPARTE-PAIS
               MOVE WS-CUENTA-BENEFICIARIO TO TIN-CONTRAPARTE-CUENTA
               MOVE WS-BIC TO TIN-BIC
               MOVE WS-PROPOSITO TO TIN-PROPOSITO
               MOVE WS-DETALLE-PROPOSITO TO TIN-DETALLE-PROPOSITO
               MOVE "USD" TO TIN-MONEDA
               MOVE WS-MONTO-DIVISA TO TIN-MONTO-DIVISA
               MOVE 0 TO TIN-CENTAVOS
               MOVE WS-MONEDA-CUENTA TO TIN-MONEDA-CUENTA
               MOVE WS-MONTO-CUENTA TO TIN-MONTO-CUENTA
               MOVE WS-TASA-VENTA TO TIN-TASA-CAMBIO
               MOVE WS-COMISION TO TIN-COMISION
               MOVE SPACES TO TIN-REFERENCIA
               STRING
                   "TIN" DELIMITED BY SIZE
                   WS-FOLIO DELIMITED BY SIZE
                   INTO TIN-REFERENCIA
               END-STRING
               MOVE WS-SECUENCIA-TIS TO TIN-NUM-SECUENCIA
               MOVE WS-FECHA-HOY TO TIN-FECHA-ORDEN
               MOVE 0 TO TIN-FECHA-ENVIO
               IF RUT-ESTA-EN-LISTA
                   MOVE "RET" TO TIN-ESTADO
               ELSE
                   MOVE "PEN" TO TIN-ESTADO
               END-IF
               MOVE WS-OPERADOR-RUT TO TIN-EJECUTIVO
               WRITE TRANSFERENCIA-INTERNACIONAL
                   INVALID KEY
                       DISPLAY "FOLIO DUPLICADO: AVISE A OPERACIONES"
               END-WRITE
               CLOSE ARCHIVO-TRANSFERENCIAS.

            CONSULTAR-TRANSFERENCIA.
               DISPLAY "FOLIO DE LA TRANSFERENCIA: "
               ACCEPT WS-FOLIO
               OPEN INPUT ARCHIVO-TRANSFERENCIAS
               IF WS-STATUS-TRANSFERENCIAS = "35"
                   DISPLAY "NO HAY TRANSFERENCIAS INTERNACIONALES"
               ELSE
                   MOVE WS-FOLIO TO TIN-NUMERO
                   READ ARCHIVO-TRANSFERENCIAS
                       INVALID KEY
                           DISPLAY "FOLIO NO ENCONTRADO"
                       NOT INVALID KEY
                           PERFORM MOSTRAR-TRANSFERENCIA
                   END-READ
                   CLOSE ARCHIVO-TRANSFERENCIAS
               END-IF.

            MOSTRAR-TRANSFERENCIA.
               DISPLAY "FOLIO:        " TIN-NUMERO "  SENTIDO "
                   TIN-SENTIDO "  ESTADO " TIN-ESTADO
               DISPLAY "CLIENTE:      " TIN-RUT " CUENTA "
                   TIN-NUM-CUENTA
               DISPLAY "CONTRAPARTE:  " TIN-CONTRAPARTE-NOMBRE
               DISPLAY "              " TIN-CONTRAPARTE-DIRECCION
                   " " TIN-CONTRAPARTE-PAIS
               DISPLAY "CUENTA EXT.:  " TIN-CONTRAPARTE-CUENTA
               DISPLAY "BANCO (BIC):  " TIN-BIC
               DISPLAY "PROPOSITO:    " TIN-PROPOSITO " "
                   TIN-DETALLE-PROPOSITO
               DISPLAY "MONTO:        " TIN-MONEDA " "
                   TIN-MONTO-DIVISA "," TIN-CENTAVOS
               MOVE TIN-TASA-CAMBIO TO WS-FORMATO-TASA
               MOVE TIN-MONTO-CUENTA TO WS-FORMATO-MONEDA
               DISPLAY "EN LA CUENTA: " TIN-MONEDA-CUENTA " "
                   WS-FORMATO-MONEDA " A " WS-FORMATO-TASA
               MOVE TIN-COMISION TO WS-FORMATO-MONEDA
               DISPLAY "COMISION:     " WS-FORMATO-MONEDA
               DISPLAY "REFERENCIA:   " TIN-REFERENCIA
                   "  MOVIMIENTO " TIN-NUM-SECUENCIA
               DISPLAY "ORDEN:        " TIN-FECHA-ORDEN
                   "  ENVIO " TIN-FECHA-ENVIO
                   "  EJECUTIVO " TIN-EJECUTIVO.

            SUMAR-EMBARGOS-VIGENTES.
      *        Total embargado vigente del ordenante, con la misma
      *        regla de vigencia del cajero.
               MOVE 0 TO WS-TOTAL-EMBARGADO
               MOVE 'N' TO WS-EMBARGOS-EOF
               OPEN INPUT ARCHIVO-EMBARGOS
               IF WS-STATUS-EMBARGOS = "35"
                   MOVE 'S' TO WS-EMBARGOS-EOF
               ELSE
                   MOVE WS-RUT TO EMB-RUT
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
                           IF EMB-RUT NOT = WS-RUT
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
      *        Total apartado en bolsillos de la cuenta del
      *        ordenante; cero si aun no existen.
               MOVE 0 TO WS-TOTAL-BOLSILLOS
               MOVE 'N' TO WS-BOLSILLOS-EOF
               OPEN INPUT ARCHIVO-BOLSILLOS
               IF WS-STATUS-BOLSILLOS = "35"
                   MOVE 'S' TO WS-BOLSILLOS-EOF
               ELSE
                   MOVE WS-RUT TO BOL-RUT
                   MOVE WS-NUM-CUENTA TO BOL-NUM-CUENTA
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
                           IF BOL-RUT NOT = WS-RUT
                              OR BOL-NUM-CUENTA NOT = WS-NUM-CUENTA
                               MOVE 'S' TO WS-BOLSILLOS-EOF
                           ELSE
                               ADD BOL-MONTO TO WS-TOTAL-BOLSILLOS
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-BOLSILLOS
               END-IF.

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

            RETENER-TRANSFERENCIA-COMPLIANCE.
      *        La orden ya cargada queda congelada en la cola de
      *        retenidos: liberada, pasa a esperar el envio SWIFT;
      *        rechazada, el monto vuelve al ordenante. El folio
      *        viaja en RTC-CUENTA-EXTERNA y el movimiento TIS en
      *        RTC-REFERENCIA, para enlazar la devolucion.
               PERFORM SIGUIENTE-NUMERO-RETENIDO
               OPEN I-O ARCHIVO-RETENIDOS
               IF WS-STATUS-RETENIDOS = "35"
                   OPEN OUTPUT ARCHIVO-RETENIDOS
                   CLOSE ARCHIVO-RETENIDOS
                   OPEN I-O ARCHIVO-RETENIDOS
               END-IF
               MOVE WS-RTC-CONTADOR TO RTC-NUMERO
               MOVE "TIS" TO RTC-ORIGEN
               MOVE WS-RUT-A-TAMIZAR TO RTC-RUT-COINCIDENTE
               MOVE WS-RUT TO RTC-RUT-CONTRAPARTE
               MOVE WS-NUM-CUENTA TO RTC-NUM-CUENTA
               MOVE SPACES TO RTC-BANCO
               MOVE WS-FOLIO TO RTC-CUENTA-EXTERNA
               MOVE WS-MONTO-CUENTA TO RTC-MONTO
               MOVE WS-SECUENCIA-TIS TO RTC-REFERENCIA
               MOVE WS-FECHAYHORA-FORMATEADA TO RTC-FECHAYHORA
               MOVE "PEN" TO RTC-ESTADO
               MOVE SPACES TO RTC-ANALISTA
               MOVE 0 TO RTC-FECHA-DECISION
               WRITE RETENIDO-COMPLIANCE
                   INVALID KEY
                       REWRITE RETENIDO-COMPLIANCE
               END-WRITE
               CLOSE ARCHIVO-RETENIDOS.

            SIGUIENTE-NUMERO-RETENIDO.
      *        Contador propio de la cola de retenidos, en el
      *        registro "W" de secuencia.txt, con el mismo bloqueo
      *        automatico del contador de movimientos.
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

            SIGUIENTE-FOLIO-TRANSFERENCIA.
      *        Contador propio de folios de transferencias
      *        internacionales, en el registro "X" de secuencia.txt,
      *        compartido con la importacion de las entrantes.
               MOVE "X" TO SEC-CLAVE
               OPEN I-O ARCHIVO-SECUENCIA
               IF WS-STATUS-SECUENCIA = "35"
                   OPEN OUTPUT ARCHIVO-SECUENCIA
                   MOVE "X" TO SEC-CLAVE
                   MOVE 0 TO SEC-ULTIMO-NUMERO
                   WRITE REGISTRO-SECUENCIA
                   CLOSE ARCHIVO-SECUENCIA
                   MOVE "X" TO SEC-CLAVE
                   OPEN I-O ARCHIVO-SECUENCIA
               END-IF
               READ ARCHIVO-SECUENCIA
                   INVALID KEY
                       MOVE "X" TO SEC-CLAVE
                       MOVE 1 TO SEC-ULTIMO-NUMERO
                       MOVE SEC-ULTIMO-NUMERO TO WS-FOLIO
                       WRITE REGISTRO-SECUENCIA
                   NOT INVALID KEY
                       ADD 1 TO SEC-ULTIMO-NUMERO
                       MOVE SEC-ULTIMO-NUMERO TO WS-FOLIO
                       REWRITE REGISTRO-SECUENCIA
               END-READ
               CLOSE ARCHIVO-SECUENCIA.

            GRABAR-AUDITORIA.
               OPEN EXTEND ARCHIVO-AUDITORIA
               MOVE SPACES TO REGISTRO-AUDITORIA-ADMIN
               MOVE WS-FECHAYHORA-FORMATEADA TO ADM-FECHAYHORA
               MOVE WS-OPERADOR-RUT TO ADM-EJECUTIVO-RUT
               MOVE "TRANSF-INTERN" TO ADM-PROGRAMA
               IF RUT-ESTA-EN-LISTA
                   MOVE "RETIENE" TO ADM-ACCION
               ELSE
                   MOVE "ENVIA" TO ADM-ACCION
               END-IF
               MOVE WS-RUT TO ADM-OBJETO
               MOVE SPACES TO WS-DETALLE-AUDIT
               STRING
                   "FOLIO " DELIMITED BY SIZE
                   WS-FOLIO DELIMITED BY SIZE
                   " USD " DELIMITED BY SIZE
                   WS-MONTO-DIVISA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BIC DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDIT
               END-STRING
               MOVE WS-DETALLE-AUDIT TO ADM-DETALLE
               WRITE REGISTRO-AUDITORIA-ADMIN
               CLOSE ARCHIVO-AUDITORIA.

            GRABAR-MOVIMIENTO-INDEXADO.
      *        Replica del movimiento recien dejado en la bitacora en
      *        el indice por cliente (movimientos.txt), con los
      *        campos de REGISTRO-BITACORA todavia cargados; si el
      *        indice aun no existe se crea vacio antes de continuar.
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
      *        Hash encadenado del movimiento que esta cargado en
      *        REGISTRO-BITACORA: mezcla el hash del movimiento
      *        anterior (ancla hash_bitacora.txt) con secuencia,
      *        monto y saldo de esta linea, deja el resultado en
      *        BIT-HASH y avanza el ancla. Cualquier edicion
      *        posterior de una linea rompe la cadena de todo lo que
      *        la sigue.
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
      *        Comparte el mismo contador persistido que
      *        CAJERO-AUTOMATICO, protegido por LOCK MODE AUTOMATIC
      *        para que dos procesos que lo llamen a la vez no puedan
      *        dejar dos movimientos con el mismo numero.
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

            VALIDAR-OPERADOR.
      *        Inicio de sesion contra el maestro de operadores
      *        usuarios.txt: cada funcionario entra con su propia
      *        clave y solo con el rol que este programa exige; tres
      *        claves malas seguidas bloquean al operador. Mientras
      *        el maestro no exista (puesta en marcha) se mantiene
      *        la firma con cuenta supervisora de siempre.
               MOVE 'N' TO WS-OPERADOR-AUTORIZADO

               DISPLAY "RUT DEL OPERADOR: "
               ACCEPT WS-OPERADOR-RUT
               MOVE FUNCTION UPPER-CASE(WS-OPERADOR-RUT)
                   TO WS-OPERADOR-RUT

               DISPLAY "CLAVE DEL OPERADOR: "
               ACCEPT WS-OPERADOR-CLAVE

               COMPUTE WS-OPERADOR-CLAVE-HASH =
                   FUNCTION MOD
                       ((WS-OPERADOR-CLAVE * 7919) + 104729,
                        100000000)

               OPEN I-O ARCHIVO-USUARIOS
               IF WS-STATUS-USUARIOS = "35"
                   PERFORM AUTORIZAR-SUPERVISOR
                   IF SUPERVISOR-AUTORIZADO
                       MOVE 'S' TO WS-OPERADOR-AUTORIZADO
                       MOVE WS-SUPERVISOR-RUT TO WS-OPERADOR-RUT
                   END-IF
               ELSE
                   MOVE WS-OPERADOR-RUT TO USU-RUT
                   READ ARCHIVO-USUARIOS
                       INVALID KEY
                           DISPLAY "OPERADOR NO REGISTRADO"
                       NOT INVALID KEY
                           PERFORM EVALUAR-CREDENCIAL-OPERADOR
                   END-READ
                   CLOSE ARCHIVO-USUARIOS
               END-IF.

            EVALUAR-CREDENCIAL-OPERADOR.
               IF USU-ESTA-BLOQUEADO
                   DISPLAY
                       "OPERADOR BLOQUEADO. SOLICITE DESBLOQUEO A "
                       "UN SUPERVISOR"
               ELSE
                   IF WS-OPERADOR-CLAVE-HASH = USU-CLAVE
                       IF USU-ES-EJECUTIVO OR USU-ES-SUPERVISOR
                           MOVE 'S' TO WS-OPERADOR-AUTORIZADO
                           MOVE 0 TO USU-INTENTOS-FALLIDOS
                           REWRITE USUARIO
                       ELSE
                           DISPLAY
                               "SU ROL NO PERMITE USAR ESTE "
                               "PROGRAMA (EJE/SUP)"
                       END-IF
                   ELSE
                       DISPLAY "CLAVE DE OPERADOR INVALIDA"
                       ADD 1 TO USU-INTENTOS-FALLIDOS
                       IF USU-INTENTOS-FALLIDOS >= 3
                           MOVE 'S' TO USU-BLOQUEADO
                           DISPLAY
                               "OPERADOR BLOQUEADO POR EXCESO DE "
                               "INTENTOS"
                       END-IF
                       REWRITE USUARIO
                   END-IF
               END-IF.

            AUTORIZAR-SUPERVISOR.
      *        Exige RUT y CLAVE de una cuenta marcada CUENTA-ES-
      *        SUPERVISOR, validados contra ARCHIVO-CUENTAS igual que
      *        AUTORIZAR-GIRO-SUPERVISOR en CAJERO-AUTOMATICO, en vez
      *        de una clave unica compartida entre todos los
      *        ejecutivos.
               MOVE 'N' TO WS-SUPERVISOR-AUTORIZADO

               DISPLAY "RUT DEL SUPERVISOR: "
               ACCEPT WS-SUPERVISOR-RUT
               MOVE FUNCTION UPPER-CASE(WS-SUPERVISOR-RUT)
                   TO WS-SUPERVISOR-RUT

               DISPLAY "NUMERO DE CUENTA DEL SUPERVISOR: "
               ACCEPT WS-SUPERVISOR-NUM-CUENTA

               DISPLAY "CLAVE DEL SUPERVISOR: "
               ACCEPT WS-SUPERVISOR-CLAVE

               COMPUTE WS-SUPERVISOR-CLAVE-HASH =
                   FUNCTION MOD
                       ((WS-SUPERVISOR-CLAVE * 7919) + 104729,
                        100000000)

               OPEN INPUT ARCHIVO-CUENTAS
               MOVE WS-SUPERVISOR-RUT TO RUT
               MOVE WS-SUPERVISOR-NUM-CUENTA TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       DISPLAY "SUPERVISOR NO ENCONTRADO"
                   NOT INVALID KEY
                       IF CUENTA-ES-SUPERVISOR
                          AND WS-SUPERVISOR-CLAVE-HASH = CLAVE THEN
                           MOVE 'S' TO WS-SUPERVISOR-AUTORIZADO
                       ELSE
                           DISPLAY
                               "CREDENCIALES DE SUPERVISOR INVALIDAS"
                       END-IF
               END-READ
               CLOSE ARCHIVO-CUENTAS.

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
       END PROGRAM TRANSFERENCIA-INTERNACIONAL.
