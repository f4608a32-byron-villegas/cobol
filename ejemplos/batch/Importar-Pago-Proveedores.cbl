      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Importacion de pagos masivos a proveedores de los
      *          clientes empresa: lee pagos_proveedores_entrada.txt
      *          (una cabecera CAB con la empresa, su cuenta de fondos
      *          y el representante que firma el archivo, y un detalle
      *          DET por proveedor con RUT, banco, cuenta, monto y
      *          documento), valida que la empresa sea persona
      *          juridica, que el representante este vigente con
      *          alcance de transferencia y que los fondos libres
      *          alcancen para el total, y paga: al proveedor con
      *          cuenta en este banco se le abona directo; el de otro
      *          banco viaja en camara_salida.txt en el ciclo que
      *          corresponde a la hora. Cada pago carga su propio PPV
      *          a la empresa (asi una devolucion de la camara
      *          encuentra el cargo original) y la empresa recibe de
      *          vuelta pagos_proveedores_respuesta.txt con lo pagado
      *          y lo rechazado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-PAGO-PROVEEDORES.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Importacion de pagos masivos a proveedores.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PAGOS
               ASSIGN TO "pagos_proveedores_entrada.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAGOS.
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
           SELECT ARCHIVO-REPRESENTANTES
               ASSIGN TO "representantes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-NUM-TARJETA
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-REPRESENTANTES.
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
           SELECT OPTIONAL ARCHIVO-CAMARA-SALIDA
               ASSIGN TO "camara_salida.txt"
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
           SELECT ARCHIVO-RESPUESTA
               ASSIGN TO "pagos_proveedores_respuesta.txt"
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
           SELECT ARCHIVO-ITEMS ASSIGN TO "items_procesados.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITP-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-ITEMS.
           SELECT ARCHIVO-CXC
               ASSIGN TO "comisiones_por_cobrar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CXC.
           SELECT ARCHIVO-TARIFAS ASSIGN TO "tarifas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARIFAS.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-PAGOS.
       01 REGISTRO-PAGO.
          05 PPV-TIPO PIC X(3).
          05 FILLER PIC X.
          05 PPV-RUT PIC X(10).
          05 FILLER PIC X.
      *       Codigo SBIF del banco del proveedor; en blanco o "000"
      *       la cuenta es de este banco y su numero va en las tres
      *       primeras posiciones de PPV-CUENTA.
          05 PPV-BANCO PIC X(3).
          05 FILLER PIC X.
          05 PPV-CUENTA PIC X(14).
          05 PPV-CUENTA-PROPIA REDEFINES PPV-CUENTA.
             10 PPV-NUM-CUENTA PIC 9(3).
             10 FILLER PIC X(11).
          05 FILLER PIC X.
          05 PPV-MONTO PIC 9(8).
          05 FILLER PIC X.
          05 PPV-DOCUMENTO PIC X(12).
       01 REGISTRO-CABECERA-PAGO.
          05 CBP-TIPO PIC X(3).
          05 FILLER PIC X.
          05 CBP-RUT-EMPRESA PIC X(10).
          05 FILLER PIC X.
          05 CBP-NUM-CUENTA PIC 9(3).
          05 FILLER PIC X.
          05 CBP-RUT-REPRESENTANTE PIC X(10).
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-REPRESENTANTES.
           COPY "REPRESENTANTE.CPY".
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
       FD ARCHIVO-CAMARA-SALIDA.
           COPY "CAMARA.CPY".
       FD ARCHIVO-RESPUESTA.
       01 REGISTRO-RESPUESTA.
          05 RSP-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-BANCO PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-CUENTA PIC X(14).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-MONTO PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-DOCUMENTO PIC X(12).
          05 FILLER PIC X VALUE SPACE.
          05 RSP-ESTADO PIC X(3).
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
       FD ARCHIVO-ITEMS.
           COPY "ITEM-PROCESADO.CPY".
       FD ARCHIVO-CXC.
           COPY "COMISION-PENDIENTE.CPY".
       FD ARCHIVO-TARIFAS.
           COPY "TARIFA.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-TARIFAS PIC X(2) VALUE "00".
      *    Tasa de IVA de las comisiones (tarifa IVA del tarifario,
      *    en puntos base) y cargo bruto que se desglosa al grabarlo.
       77 WS-TASA-IVA-PB PIC 9(5) VALUE 1900.
       77 WS-IVA-BRUTO PIC 9(8).
      *    Cobro automatico de comisiones por cobrar: apenas a la
      *    cuenta le llega plata se recupera lo devengado, con tope
      *    de la mitad del abono recien recibido para no quedarse
      *    nunca con el deposito completo.
       77 WS-STATUS-CXC PIC X(2) VALUE "00".
       77 WS-CXC-EOF PIC X VALUE 'N'.
           88 WS-CXC-FIN-ARCHIVO VALUE 'S'.
       77 WS-CXC-CAP PIC 9(8) VALUE 0.
       77 WS-CXC-PENDIENTE PIC 9(8).
       77 WS-CXC-COBRO PIC 9(8).
       77 WS-CXC-MONTO-ABONO PIC 9(8) VALUE 0.
      *    Libro de reinicio item a item: cada pago aplicado queda
      *    anotado bajo la identidad del archivo y su numero de
      *    linea; una re-corrida tras un abort salta lo ya anotado y
      *    ningun proveedor cobra dos veces.
       77 WS-STATUS-ITEMS PIC X(2) VALUE "00".
       77 WS-NUM-ITEM PIC 9(6) VALUE 0.
       77 WS-ITEM-YA-APLICADO PIC X VALUE 'N'.
           88 ITEM-YA-APLICADO VALUE 'S'.
      *    Control de integridad de la interfaz de entrada, igual
      *    que en la nomina: HDR con fecha y secuencia, TRL con
      *    cantidad y suma de control, y secuencia nunca consumida.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-STATUS-CONSUMIDOS PIC X(2) VALUE "00".
       77 WS-NOMBRE-INTERFAZ PIC X(8) VALUE "PROVEED".
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
      *    Tamizado contra la lista de vigilancia de cumplimiento:
      *    una coincidencia no mueve plata; el pago vuelve rechazado
      *    a la empresa y queda en la cola de retenidos.
       77 WS-STATUS-VIGILANCIA PIC X(2) VALUE "00".
       77 WS-STATUS-RETENIDOS PIC X(2) VALUE "00".
       77 WS-RUT-A-TAMIZAR PIC X(10).
       77 WS-RUT-EN-LISTA PIC X VALUE 'N'.
           88 RUT-ESTA-EN-LISTA VALUE 'S'.
       77 WS-RTC-CONTADOR PIC 9(10) VALUE 0.
       77 WS-TOTAL-RETENIDOS-CUM PIC 9(6) COMP VALUE 0.
      *    Empresa ordenante y representante que firma el archivo:
      *    cualquier falla aqui rechaza el archivo completo (todas
      *    las lineas vuelven RCH con el mismo motivo) y la
      *    secuencia no queda consumida, para que la empresa lo
      *    reenvie una vez resuelto.
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-STATUS-REPRESENTANTES PIC X(2) VALUE "00".
       77 WS-REPRESENTANTES-EOF PIC X VALUE 'N'.
           88 WS-REPRESENTANTES-FIN-ARCHIVO VALUE 'S'.
       77 WS-HAY-CABECERA PIC X VALUE 'N'.
           88 HAY-CABECERA VALUE 'S'.
       77 WS-EMPRESA-RUT PIC X(10) VALUE SPACES.
       77 WS-EMPRESA-CUENTA PIC 9(3) VALUE 0.
       77 WS-REPRESENTANTE-RUT PIC X(10) VALUE SPACES.
       77 WS-REPRESENTANTE-NOMBRE PIC X(30) VALUE SPACES.
       77 WS-REP-ALCANCE PIC X(3) VALUE SPACES.
           88 WS-REP-TIENE-LIMITE VALUE "TRA".
       77 WS-REP-LIMITE PIC 9(8) VALUE 0.
       77 WS-MOTIVO-ARCHIVO PIC X(30) VALUE SPACES.
      *    Fondos libres de la empresa: saldo menos lo embargado y
      *    lo apartado en bolsillos, como en todas las salidas del
      *    cajero; se exige para el total pendiente antes de pagar
      *    la primera linea y se va descontando pago a pago.
       77 WS-STATUS-EMBARGOS PIC X(2) VALUE "00".
       77 WS-EMBARGOS-EOF PIC X VALUE 'N'.
           88 WS-EMBARGOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-STATUS-BOLSILLOS PIC X(2) VALUE "00".
       77 WS-BOLSILLOS-EOF PIC X VALUE 'N'.
           88 WS-BOLSILLOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-TOTAL-EMBARGADO PIC 9(9) VALUE 0.
       77 WS-TOTAL-BOLSILLOS PIC 9(9) VALUE 0.
       77 WS-SALDO-EMPRESA PIC S9(9) VALUE 0.
       77 WS-SALDO-LIBRE PIC S9(9) VALUE 0.
       77 WS-TOTAL-PENDIENTE PIC 9(12) VALUE 0.
      *    Ciclo de camara segun la hora de captura, con los mismos
      *    cortes del cajero.
       77 WS-CORTE-CICLO-1 PIC 99 VALUE 11.
       77 WS-CORTE-CICLO-2 PIC 99 VALUE 14.
       77 WS-CORTE-CICLO-3 PIC 99 VALUE 17.
       77 WS-CICLO-ACTUAL PIC 9(1) VALUE 1.
       77 WS-STATUS-PAGOS PIC X(2) VALUE "00".
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-SECUENCIA PIC X(2) VALUE "00".
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
       77 WS-STATUS-HASH PIC X(2) VALUE "00".
       77 WS-HASH-ANTERIOR PIC 9(8) VALUE 0.
       77 WS-HASH-MONTO PIC 9(8).
       77 WS-HASH-SALDO PIC S9(8).
       77 WS-NUM-SECUENCIA PIC 9(10) VALUE 0.
       77 WS-SECUENCIA-CARGO PIC 9(10) VALUE 0.
       77 WS-ID-TERMINAL PIC X(8) VALUE "BATCHPPV".
       77 WS-PAGOS-EOF PIC X VALUE 'N'.
           88 WS-PAGOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-SENTIDO-PAGO PIC X(1) VALUE 'C'.
       77 WS-ES-OTRO-BANCO PIC X VALUE 'N'.
           88 PAGO-ES-OTRO-BANCO VALUE 'S'.
       77 WS-MONTO-PAGO PIC 9(8) VALUE 0.
       77 WS-TOTAL-PAGADO PIC 9(12) VALUE 0.
       77 WS-TOTAL-ABONADO PIC 9(12) VALUE 0.
       77 WS-TOTAL-CAMARA PIC 9(12) VALUE 0.
       77 WS-TOTAL-PAGADOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-RECHAZADOS PIC 9(6) COMP VALUE 0.
       77 WS-CUENTA-ENCONTRADA PIC X VALUE 'N'.
           88 CUENTA-ENCONTRADA VALUE 'S'.
       77 WS-MOTIVO PIC X(30).
      *    Validacion del digito verificador del RUT del
      *    proveedor, con el mismo modulo 11 del cajero.
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
       77 WS-FORMATO-MONEDA PIC -(11)9.
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
            DISPLAY "------- IMPORTACION DE PAGO A PROVEEDORES -------".

            PERFORM SETEAR-FECHA-ACTUAL.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            PERFORM CARGAR-TASA-IVA.

            PERFORM VALIDAR-INTERFAZ-ENTRADA.
            IF NOT INTERFAZ-ES-VALIDA THEN
                PERFORM RECHAZAR-INTERFAZ
                STOP RUN
            END-IF.

            PERFORM VALIDAR-EMPRESA-ORDENANTE.
            IF WS-MOTIVO-ARCHIVO = SPACES THEN
                PERFORM VERIFICAR-FONDOS-EMPRESA
            END-IF.

            PERFORM PROCESAR-PAGOS.

            IF WS-MOTIVO-ARCHIVO = SPACES THEN
                PERFORM REGISTRAR-INTERFAZ-CONSUMIDA
            ELSE
                DISPLAY "ARCHIVO RECHAZADO COMPLETO: "
                    WS-MOTIVO-ARCHIVO
            END-IF.

            DISPLAY "EMPRESA: " WS-EMPRESA-RUT " CUENTA "
                WS-EMPRESA-CUENTA " REPRESENTANTE "
                WS-REPRESENTANTE-RUT.
            DISPLAY "PAGOS REALIZADOS: " WS-TOTAL-PAGADOS.
            DISPLAY "PAGOS RECHAZADOS: " WS-TOTAL-RECHAZADOS.
            DISPLAY "RETENIDOS POR CUMPLIMIENTO: "
                WS-TOTAL-RETENIDOS-CUM.
            MOVE WS-TOTAL-ABONADO TO WS-FORMATO-MONEDA.
            DISPLAY "ABONADO EN ESTE BANCO: " WS-FORMATO-MONEDA.
            MOVE WS-TOTAL-CAMARA TO WS-FORMATO-MONEDA.
            DISPLAY "ENVIADO A CAMARA: " WS-FORMATO-MONEDA.
            MOVE WS-TOTAL-PAGADO TO WS-FORMATO-MONEDA.
            DISPLAY "TOTAL DEBITADO A LA EMPRESA: " WS-FORMATO-MONEDA.

            STOP RUN.

            SETEAR-FECHA-ACTUAL.
               MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA
               MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO
               MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO
               MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO
               MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA
               MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO
               MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO.

            VALIDAR-EMPRESA-ORDENANTE.
      *        La empresa debe ser cliente persona juridica con la
      *        cuenta de fondos en este banco, desbloqueada y en
      *        pesos; el firmante, un representante vigente de esa
      *        empresa con alcance de transferencia.
               MOVE SPACES TO WS-MOTIVO-ARCHIVO
               IF NOT HAY-CABECERA
                   MOVE "ARCHIVO SIN CABECERA CAB" TO WS-MOTIVO-ARCHIVO
               END-IF

               IF WS-MOTIVO-ARCHIVO = SPACES
                   OPEN INPUT ARCHIVO-CLIENTES
                   IF WS-STATUS-CLIENTES = "35"
                       MOVE "EMPRESA NO ES CLIENTE"
                           TO WS-MOTIVO-ARCHIVO
                   ELSE
                       MOVE WS-EMPRESA-RUT TO CLI-RUT
                       READ ARCHIVO-CLIENTES
                           INVALID KEY
                               MOVE "EMPRESA NO ES CLIENTE"
                                   TO WS-MOTIVO-ARCHIVO
                           NOT INVALID KEY
                               IF NOT CLIENTE-PERSONA-JURIDICA
                                   MOVE "ORDENANTE NO ES EMPRESA"
                                       TO WS-MOTIVO-ARCHIVO
                               END-IF
                       END-READ
                       CLOSE ARCHIVO-CLIENTES
                   END-IF
               END-IF

               IF WS-MOTIVO-ARCHIVO = SPACES
                   OPEN INPUT ARCHIVO-CUENTAS
                   MOVE WS-EMPRESA-RUT TO RUT
                   MOVE WS-EMPRESA-CUENTA TO NUM-CUENTA
                   READ ARCHIVO-CUENTAS
                       INVALID KEY
                           MOVE "CUENTA DE LA EMPRESA NO EXISTE"
                               TO WS-MOTIVO-ARCHIVO
                       NOT INVALID KEY
                           IF CUENTA-BLOQUEADA = 'S'
                               MOVE "CUENTA DE LA EMPRESA BLOQUEADA"
                                   TO WS-MOTIVO-ARCHIVO
                           END-IF
                           IF WS-MOTIVO-ARCHIVO = SPACES
                              AND MONEDA-CUENTA NOT = "CLP"
                               MOVE "CUENTA DE LA EMPRESA NO ES CLP"
                                   TO WS-MOTIVO-ARCHIVO
                           END-IF
                           MOVE SALDO TO WS-SALDO-EMPRESA
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF

               IF WS-MOTIVO-ARCHIVO = SPACES
                   PERFORM BUSCAR-REPRESENTANTE
               END-IF.

            BUSCAR-REPRESENTANTE.
      *        representantes.txt esta por tarjeta: se recorre
      *        completo buscando un poder vigente del firmante para
      *        esta empresa. Un poder TOT prevalece sobre uno TRA;
      *        un poder solo DEP no autoriza pagos.
               MOVE SPACES TO WS-REP-ALCANCE
               MOVE 0 TO WS-REP-LIMITE
               MOVE 'N' TO WS-REPRESENTANTES-EOF
               OPEN INPUT ARCHIVO-REPRESENTANTES
               IF WS-STATUS-REPRESENTANTES = "35"
                   MOVE 'S' TO WS-REPRESENTANTES-EOF
               END-IF
               PERFORM UNTIL WS-REPRESENTANTES-FIN-ARCHIVO
                   READ ARCHIVO-REPRESENTANTES NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-REPRESENTANTES-EOF
                       NOT AT END
                           IF REP-RUT-EMPRESA = WS-EMPRESA-RUT
                              AND REP-RUT-REPRESENTANTE
                                  = WS-REPRESENTANTE-RUT
                              AND REP-ESTA-VIGENTE
                               PERFORM EVALUAR-PODER-REPRESENTANTE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-STATUS-REPRESENTANTES NOT = "35"
                   CLOSE ARCHIVO-REPRESENTANTES
               END-IF

               EVALUATE WS-REP-ALCANCE
                   WHEN SPACES
                       MOVE "FIRMANTE NO ES REPRESENTANTE"
                           TO WS-MOTIVO-ARCHIVO
                   WHEN "DEP"
                       MOVE "REPRESENTANTE SIN PODER DE PAGO"
                           TO WS-MOTIVO-ARCHIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

            EVALUAR-PODER-REPRESENTANTE.
               EVALUATE TRUE
                   WHEN REP-OPERA-TODO
                       MOVE "TOT" TO WS-REP-ALCANCE
                       MOVE 0 TO WS-REP-LIMITE
                       MOVE REP-NOMBRE TO WS-REPRESENTANTE-NOMBRE
                   WHEN REP-TRANSFIERE-CON-LIMITE
                       IF WS-REP-ALCANCE NOT = "TOT"
                          AND (WS-REP-ALCANCE NOT = "TRA"
                           OR REP-LIMITE-TRANSFERENCIA > WS-REP-LIMITE)
                           MOVE "TRA" TO WS-REP-ALCANCE
                           MOVE REP-LIMITE-TRANSFERENCIA
                               TO WS-REP-LIMITE
                           MOVE REP-NOMBRE TO WS-REPRESENTANTE-NOMBRE
                       END-IF
                   WHEN REP-SOLO-DEPOSITA
                       IF WS-REP-ALCANCE = SPACES
                           MOVE "DEP" TO WS-REP-ALCANCE
                       END-IF
               END-EVALUATE.

            VERIFICAR-FONDOS-EMPRESA.
      *        Los fondos libres deben cubrir el total de lo que aun
      *        falta pagar del archivo (en una re-corrida, lo ya
      *        pagado no se vuelve a exigir); si no alcanzan no se
      *        paga ninguna linea.
               PERFORM SUMAR-EMBARGOS-VIGENTES
               PERFORM SUMAR-BOLSILLOS
               COMPUTE WS-SALDO-LIBRE =
                   WS-SALDO-EMPRESA - WS-TOTAL-EMBARGADO
                   - WS-TOTAL-BOLSILLOS
               PERFORM SUMAR-TOTAL-PENDIENTE
               IF WS-TOTAL-PENDIENTE > 0
                  AND (WS-SALDO-LIBRE <= 0
                   OR WS-TOTAL-PENDIENTE > WS-SALDO-LIBRE)
                   MOVE "FONDOS INSUFICIENTES PARA EL TOTAL"
                       TO WS-MOTIVO-ARCHIVO
                   MOVE WS-SALDO-LIBRE TO WS-FORMATO-MONEDA
                   DISPLAY "FONDOS LIBRES DE LA EMPRESA: "
                       WS-FORMATO-MONEDA
                   MOVE WS-TOTAL-PENDIENTE TO WS-FORMATO-MONEDA
                   DISPLAY "TOTAL DEL ARCHIVO POR PAGAR: "
                       WS-FORMATO-MONEDA
               END-IF.

            SUMAR-TOTAL-PENDIENTE.
               MOVE 0 TO WS-TOTAL-PENDIENTE
               MOVE 0 TO WS-NUM-ITEM
               MOVE 'N' TO WS-PAGOS-EOF
               OPEN INPUT ARCHIVO-PAGOS
               PERFORM UNTIL WS-PAGOS-FIN-ARCHIVO
                   READ ARCHIVO-PAGOS
                       AT END
                           MOVE 'S' TO WS-PAGOS-EOF
                       NOT AT END
                           IF PPV-TIPO = "DET"
                               ADD 1 TO WS-NUM-ITEM
                               PERFORM VERIFICAR-ITEM-APLICADO
                               IF NOT ITEM-YA-APLICADO
                                  AND PPV-MONTO NUMERIC
                                   ADD PPV-MONTO TO WS-TOTAL-PENDIENTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PAGOS
               MOVE 0 TO WS-NUM-ITEM.

            SUMAR-EMBARGOS-VIGENTES.
      *        Total embargado vigente de la empresa (ordenes VIG no
      *        expiradas); cero si el archivo no existe todavia.
               MOVE 0 TO WS-TOTAL-EMBARGADO
               MOVE 'N' TO WS-EMBARGOS-EOF
               OPEN INPUT ARCHIVO-EMBARGOS
               IF WS-STATUS-EMBARGOS = "35"
                   MOVE 'S' TO WS-EMBARGOS-EOF
               ELSE
                   MOVE WS-EMPRESA-RUT TO EMB-RUT
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
                           IF EMB-RUT NOT = WS-EMPRESA-RUT
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
      *        Total apartado en bolsillos de la cuenta de fondos de
      *        la empresa; cero si aun no existen.
               MOVE 0 TO WS-TOTAL-BOLSILLOS
               MOVE 'N' TO WS-BOLSILLOS-EOF
               OPEN INPUT ARCHIVO-BOLSILLOS
               IF WS-STATUS-BOLSILLOS = "35"
                   MOVE 'S' TO WS-BOLSILLOS-EOF
               ELSE
                   MOVE WS-EMPRESA-RUT TO BOL-RUT
                   MOVE WS-EMPRESA-CUENTA TO BOL-NUM-CUENTA
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
                           IF BOL-RUT NOT = WS-EMPRESA-RUT
                              OR BOL-NUM-CUENTA
                                 NOT = WS-EMPRESA-CUENTA
                               MOVE 'S' TO WS-BOLSILLOS-EOF
                           ELSE
                               ADD BOL-MONTO TO WS-TOTAL-BOLSILLOS
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-BOLSILLOS
               END-IF.

            PROCESAR-PAGOS.
               OPEN INPUT ARCHIVO-PAGOS
               OPEN OUTPUT ARCHIVO-RESPUESTA
               MOVE 'N' TO WS-PAGOS-EOF
               PERFORM UNTIL WS-PAGOS-FIN-ARCHIVO
                   READ ARCHIVO-PAGOS
                       AT END
                           MOVE 'S' TO WS-PAGOS-EOF
                       NOT AT END
                           IF PPV-TIPO = "DET"
                               PERFORM PROCESAR-UN-PAGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-RESPUESTA
               CLOSE ARCHIVO-PAGOS.

            PROCESAR-UN-PAGO.
               MOVE SPACES TO WS-MOTIVO
               MOVE 'N' TO WS-ES-OTRO-BANCO
               IF PPV-BANCO NOT = SPACES AND PPV-BANCO NOT = "000"
                   MOVE 'S' TO WS-ES-OTRO-BANCO
               END-IF

      *        Reinicio item a item: un pago ya aplicado en una
      *        corrida abortada no se vuelve a pagar.
               ADD 1 TO WS-NUM-ITEM
               PERFORM VERIFICAR-ITEM-APLICADO
               IF ITEM-YA-APLICADO
                   PERFORM PREPARAR-RESPUESTA
                   MOVE "PAG" TO RSP-ESTADO
                   MOVE "PAGADO EN CORRIDA ANTERIOR" TO RSP-MOTIVO
                   WRITE REGISTRO-RESPUESTA
                   ADD 1 TO WS-TOTAL-PAGADOS
               ELSE
                   IF WS-MOTIVO-ARCHIVO NOT = SPACES
                       MOVE WS-MOTIVO-ARCHIVO TO WS-MOTIVO
                   ELSE
                       PERFORM VALIDAR-Y-PAGAR
                   END-IF
                   PERFORM PREPARAR-RESPUESTA
                   IF WS-MOTIVO = SPACES
                       MOVE "PAG" TO RSP-ESTADO
                       IF PAGO-ES-OTRO-BANCO
                           MOVE "ENVIADO A CAMARA" TO RSP-MOTIVO
                       ELSE
                           MOVE "ABONADO" TO RSP-MOTIVO
                       END-IF
                       ADD 1 TO WS-TOTAL-PAGADOS
                       PERFORM REGISTRAR-ITEM-APLICADO
                   ELSE
                       MOVE "RCH" TO RSP-ESTADO
                       MOVE WS-MOTIVO TO RSP-MOTIVO
                       ADD 1 TO WS-TOTAL-RECHAZADOS
                   END-IF
                   WRITE REGISTRO-RESPUESTA
               END-IF.

            PREPARAR-RESPUESTA.
               MOVE SPACES TO REGISTRO-RESPUESTA
               MOVE PPV-RUT TO RSP-RUT
               MOVE PPV-BANCO TO RSP-BANCO
               MOVE PPV-CUENTA TO RSP-CUENTA
               MOVE PPV-MONTO TO RSP-MONTO
               MOVE PPV-DOCUMENTO TO RSP-DOCUMENTO.

            VALIDAR-Y-PAGAR.
               IF PPV-MONTO NOT NUMERIC OR PPV-MONTO = 0
                   MOVE "MONTO INVALIDO" TO WS-MOTIVO
               ELSE
                   MOVE PPV-MONTO TO WS-MONTO-PAGO
               END-IF

               IF WS-MOTIVO = SPACES
                   PERFORM VALIDAR-DIGITO-VERIFICADOR
                   IF NOT RUT-DV-ES-VALIDO
                       MOVE "RUT CON DIGITO INVALIDO" TO WS-MOTIVO
                   END-IF
               END-IF

      *        Un representante TRA paga hasta su limite por
      *        operacion, igual que en el cajero.
               IF WS-MOTIVO = SPACES
                  AND WS-REP-TIENE-LIMITE
                  AND WS-REP-LIMITE > 0
                  AND WS-MONTO-PAGO > WS-REP-LIMITE
                   MOVE "EXCEDE LIMITE DEL REPRESENTANTE"
                       TO WS-MOTIVO
               END-IF

               IF WS-MOTIVO = SPACES AND PAGO-ES-OTRO-BANCO
                   IF PPV-BANCO NOT NUMERIC
                       MOVE "CODIGO DE BANCO INVALIDO" TO WS-MOTIVO
                   END-IF
                   IF WS-MOTIVO = SPACES AND PPV-CUENTA = SPACES
                       MOVE "FALTA CUENTA DEL PROVEEDOR" TO WS-MOTIVO
                   END-IF
               END-IF

               IF WS-MOTIVO = SPACES
                  AND NOT PAGO-ES-OTRO-BANCO
                   IF PPV-NUM-CUENTA NOT NUMERIC
                       MOVE "CUENTA DEL PROVEEDOR INVALIDA"
                           TO WS-MOTIVO
                   END-IF
                   IF WS-MOTIVO = SPACES
                      AND PPV-RUT = WS-EMPRESA-RUT
                      AND PPV-NUM-CUENTA = WS-EMPRESA-CUENTA
                       MOVE "CUENTA DESTINO ES LA DE ORIGEN"
                           TO WS-MOTIVO
                   END-IF
               END-IF

               IF WS-MOTIVO = SPACES
                  AND WS-MONTO-PAGO > WS-SALDO-LIBRE
                   MOVE "FONDOS INSUFICIENTES" TO WS-MOTIVO
               END-IF

      *        El proveedor se tamiza contra la lista de vigilancia:
      *        una coincidencia no se paga, vuelve rechazada a la
      *        empresa y queda en la cola de retenidos.
               IF WS-MOTIVO = SPACES
                   MOVE PPV-RUT TO WS-RUT-A-TAMIZAR
                   PERFORM CONSULTAR-LISTA-VIGILANCIA
                   IF RUT-ESTA-EN-LISTA
                       MOVE "RETENIDO POR CUMPLIMIENTO"
                           TO WS-MOTIVO
                       PERFORM RETENER-ITEM-COMPLIANCE
                   END-IF
               END-IF

               IF WS-MOTIVO = SPACES
                   IF PAGO-ES-OTRO-BANCO
                       PERFORM PAGAR-POR-CAMARA
                   ELSE
                       PERFORM PAGAR-EN-ESTE-BANCO
                   END-IF
               END-IF.

            PAGAR-EN-ESTE-BANCO.
      *        Mismo READ/REWRITE bajo bloqueo del cajero: primero se
      *        confirma la cuenta del proveedor, luego se carga el
      *        PPV a la empresa y se abona el PPV al proveedor, que
      *        ademas gatilla el cobro de sus comisiones por cobrar.
               OPEN I-O ARCHIVO-CUENTAS
               MOVE PPV-RUT TO RUT
               MOVE PPV-NUM-CUENTA TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       MOVE "CUENTA DEL PROVEEDOR NO EXISTE"
                           TO WS-MOTIVO
                   NOT INVALID KEY
                       IF CUENTA-BLOQUEADA = 'S'
                           MOVE "CUENTA DEL PROVEEDOR BLOQUEADA"
                               TO WS-MOTIVO
                       END-IF
                       IF WS-MOTIVO = SPACES
                          AND MONEDA-CUENTA NOT = "CLP"
                           MOVE "CUENTA DEL PROVEEDOR NO ES CLP"
                               TO WS-MOTIVO
                       END-IF
               END-READ

               IF WS-MOTIVO = SPACES
                   PERFORM CARGAR-PAGO-A-EMPRESA
               END-IF

               IF WS-MOTIVO = SPACES
                   MOVE PPV-RUT TO RUT
                   MOVE PPV-NUM-CUENTA TO NUM-CUENTA
                   READ ARCHIVO-CUENTAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD WS-MONTO-PAGO TO SALDO
                           REWRITE CUENTA
                           MOVE 'A' TO WS-SENTIDO-PAGO
                           PERFORM GRABAR-BITACORA-PAGO
                           MOVE WS-MONTO-PAGO TO WS-CXC-MONTO-ABONO
                           PERFORM COBRAR-COMISIONES-PENDIENTES
                   END-READ
                   ADD WS-MONTO-PAGO TO WS-TOTAL-ABONADO
               END-IF
               CLOSE ARCHIVO-CUENTAS.

            PAGAR-POR-CAMARA.
      *        El cargo PPV a la empresa es inmediato y el abono
      *        viaja a la camara referenciando la secuencia de ese
      *        cargo, para conciliar una eventual devolucion.
               OPEN I-O ARCHIVO-CUENTAS
               PERFORM CARGAR-PAGO-A-EMPRESA
               CLOSE ARCHIVO-CUENTAS
               IF WS-MOTIVO = SPACES
                   PERFORM ENCOLAR-CAMARA-SALIDA
                   ADD WS-MONTO-PAGO TO WS-TOTAL-CAMARA
               END-IF.

            CARGAR-PAGO-A-EMPRESA.
      *        Con ARCHIVO-CUENTAS abierto en I-O; deja en
      *        WS-SECUENCIA-CARGO la secuencia del cargo.
               MOVE WS-EMPRESA-RUT TO RUT
               MOVE WS-EMPRESA-CUENTA TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       MOVE "CUENTA DE LA EMPRESA NO EXISTE"
                           TO WS-MOTIVO
                   NOT INVALID KEY
                       SUBTRACT WS-MONTO-PAGO FROM SALDO
                       REWRITE CUENTA
                       MOVE 'C' TO WS-SENTIDO-PAGO
                       PERFORM GRABAR-BITACORA-PAGO
                       MOVE WS-NUM-SECUENCIA TO WS-SECUENCIA-CARGO
                       SUBTRACT WS-MONTO-PAGO FROM WS-SALDO-LIBRE
                       ADD WS-MONTO-PAGO TO WS-TOTAL-PAGADO
               END-READ.

            ENCOLAR-CAMARA-SALIDA.
               PERFORM DETERMINAR-CICLO-CAMARA
               OPEN EXTEND ARCHIVO-CAMARA-SALIDA
               MOVE SPACES TO REGISTRO-CAMARA
               MOVE WS-FECHA-HOY TO CAM-FECHA
               MOVE PPV-BANCO TO CAM-BANCO
               MOVE PPV-RUT TO CAM-RUT-BENEFICIARIO
               MOVE PPV-CUENTA TO CAM-CUENTA-BENEFICIARIO
               MOVE WS-MONTO-PAGO TO CAM-MONTO
               MOVE WS-EMPRESA-RUT TO CAM-RUT-ORDENANTE
               MOVE WS-SECUENCIA-CARGO TO CAM-REFERENCIA
               MOVE WS-CICLO-ACTUAL TO CAM-CICLO
               WRITE REGISTRO-CAMARA AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-CAMARA-SALIDA.

            DETERMINAR-CICLO-CAMARA.
      *        Ciclo segun la hora de captura: lo que alcanza el
      *        corte viaja ese mismo dia; lo posterior al ultimo
      *        corte queda para el primer ciclo de manana.
               PERFORM SETEAR-FECHA-ACTUAL
               EVALUATE TRUE
                   WHEN WS-HORA-FORMATEADA < WS-CORTE-CICLO-1
                       MOVE 1 TO WS-CICLO-ACTUAL
                   WHEN WS-HORA-FORMATEADA < WS-CORTE-CICLO-2
                       MOVE 2 TO WS-CICLO-ACTUAL
                   WHEN WS-HORA-FORMATEADA < WS-CORTE-CICLO-3
                       MOVE 3 TO WS-CICLO-ACTUAL
                   WHEN OTHER
                       MOVE 1 TO WS-CICLO-ACTUAL
               END-EVALUATE.

            GRABAR-BITACORA-PAGO.
      *        Movimiento PPV de la cuenta cargada en el registro de
      *        ARCHIVO-CUENTAS; WS-SENTIDO-PAGO viene fijado por quien
      *        llama (C a la empresa, A al proveedor).
               PERFORM SETEAR-FECHA-ACTUAL
               PERFORM SIGUIENTE-NUMERO-SECUENCIA
               OPEN EXTEND ARCHIVO-BITACORA
               MOVE SPACES TO REGISTRO-BITACORA
               MOVE RUT TO BIT-RUT
               MOVE NUM-CUENTA TO BIT-NUM-CUENTA
               MOVE "PPV" TO BIT-OPERACION
               MOVE WS-MONTO-PAGO TO BIT-MONTO
               MOVE SALDO TO BIT-SALDO
               MOVE WS-FECHAYHORA-FORMATEADA TO BIT-FECHAYHORA
               MOVE WS-NUM-SECUENCIA TO BIT-NUM-SECUENCIA
               MOVE WS-ID-TERMINAL TO BIT-ID-TERMINAL
               MOVE SPACES TO BIT-ANU-TIPO-ORIGINAL
               MOVE 0 TO BIT-TASA-CAMBIO
               MOVE MONEDA-CUENTA TO BIT-MONEDA
               MOVE WS-SENTIDO-PAGO TO BIT-ABONO-CARGO
               MOVE SPACES TO BIT-CODIGO-CONVENIO
               MOVE 0 TO BIT-SECUENCIA-ORIGINAL
               PERFORM CALCULAR-HASH-BITACORA
               WRITE REGISTRO-BITACORA AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-BITACORA
               PERFORM GRABAR-MOVIMIENTO-INDEXADO.

            VALIDAR-DIGITO-VERIFICADOR.
      *        Calcula el digito verificador (modulo 11) del RUT del
      *        proveedor y lo compara con el digito informado
      *        despues del guion, igual que el login del cajero.
               MOVE 'N' TO WS-RUT-DV-VALIDO
               MOVE 0 TO WS-RUT-SUMA
               MOVE 2 TO WS-RUT-MULTIPLICADOR

               UNSTRING PPV-RUT DELIMITED BY '-'
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
               MOVE BIT-MONTO TO WS-IVA-BRUTO
               COMPUTE BIT-MONTO-NETO ROUNDED =
                   (WS-IVA-BRUTO * 10000) / (10000 + WS-TASA-IVA-PB)
               COMPUTE BIT-MONTO-IVA =
                   WS-IVA-BRUTO - BIT-MONTO-NETO.

            CALCULAR-HASH-BITACORA.
      *        Hash encadenado del movimiento que esta cargado en
      *        REGISTRO-BITACORA: mezcla el hash del movimiento
      *        anterior (ancla hash_bitacora.txt) con secuencia,
      *        monto y saldo de esta linea, deja el resultado en
      *        BIT-HASH y avanza el ancla.
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

            GRABAR-MOVIMIENTO-INDEXADO.
      *        Replica del movimiento recien dejado en la bitacora en
      *        el indice por cliente (movimientos.txt); si el indice
      *        aun no existe se crea vacio antes de continuar.
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

            RETENER-ITEM-COMPLIANCE.
      *        El pago vuelve rechazado a la empresa (no se le cargo
      *        nada) y el caso queda en la cola de retenidos para la
      *        revision y decision del oficial de cumplimiento.
               PERFORM SIGUIENTE-NUMERO-RETENIDO
               OPEN I-O ARCHIVO-RETENIDOS
               IF WS-STATUS-RETENIDOS = "35"
                   OPEN OUTPUT ARCHIVO-RETENIDOS
                   CLOSE ARCHIVO-RETENIDOS
                   OPEN I-O ARCHIVO-RETENIDOS
               END-IF
               PERFORM SETEAR-FECHA-ACTUAL
               MOVE WS-RTC-CONTADOR TO RTC-NUMERO
               MOVE "PPV" TO RTC-ORIGEN
               MOVE PPV-RUT TO RTC-RUT-COINCIDENTE
               MOVE WS-EMPRESA-RUT TO RTC-RUT-CONTRAPARTE
               MOVE WS-EMPRESA-CUENTA TO RTC-NUM-CUENTA
               MOVE PPV-BANCO TO RTC-BANCO
               MOVE PPV-CUENTA TO RTC-CUENTA-EXTERNA
               MOVE WS-MONTO-PAGO TO RTC-MONTO
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

            VALIDAR-INTERFAZ-ENTRADA.
      *        Primera pasada completa del archivo antes de tocar una
      *        sola cuenta: cabecera y cola presentes, cantidad y
      *        suma de la cola iguales a lo contado, y secuencia de
      *        archivo nunca consumida antes. De paso se toma la
      *        cabecera CAB con la empresa y su firmante.
               MOVE 'N' TO WS-INTERFAZ-VALIDA
               MOVE SPACES TO WS-INT-MOTIVO
               MOVE 'N' TO WS-HAY-HDR
               MOVE 'N' TO WS-HAY-TRL
               MOVE 0 TO WS-CNT-DETALLES
               MOVE 0 TO WS-SUM-DETALLES
               MOVE 'N' TO WS-VAL-EOF
               OPEN INPUT ARCHIVO-PAGOS
               IF WS-STATUS-PAGOS = "35"
                   MOVE "ARCHIVO DE ENTRADA NO EXISTE"
                       TO WS-INT-MOTIVO
                   MOVE 'S' TO WS-VAL-EOF
               END-IF
               PERFORM UNTIL WS-VAL-FIN-ARCHIVO
                   READ ARCHIVO-PAGOS
                       AT END
                           MOVE 'S' TO WS-VAL-EOF
                       NOT AT END
                           PERFORM CLASIFICAR-LINEA-VALIDACION
                   END-READ
               END-PERFORM
               IF WS-STATUS-PAGOS NOT = "35"
                   CLOSE ARCHIVO-PAGOS
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
               EVALUATE REGISTRO-PAGO(1:3)
                   WHEN "HDR"
                       MOVE 'S' TO WS-HAY-HDR
                       IF REGISTRO-PAGO(5:8) NUMERIC
                           MOVE REGISTRO-PAGO(5:8) TO WS-INT-FECHA
                       END-IF
                       IF REGISTRO-PAGO(14:6) NUMERIC
                           MOVE REGISTRO-PAGO(14:6)
                               TO WS-INT-SECUENCIA
                       END-IF
                   WHEN "TRL"
                       MOVE 'S' TO WS-HAY-TRL
                       IF REGISTRO-PAGO(5:6) NUMERIC
                           MOVE REGISTRO-PAGO(5:6) TO WS-TRL-CANTIDAD
                       END-IF
                       IF REGISTRO-PAGO(12:12) NUMERIC
                           MOVE REGISTRO-PAGO(12:12) TO WS-TRL-SUMA
                       END-IF
                   WHEN "CAB"
                       MOVE 'S' TO WS-HAY-CABECERA
                       MOVE CBP-RUT-EMPRESA TO WS-EMPRESA-RUT
                       IF CBP-NUM-CUENTA NUMERIC
                           MOVE CBP-NUM-CUENTA TO WS-EMPRESA-CUENTA
                       END-IF
                       MOVE CBP-RUT-REPRESENTANTE
                           TO WS-REPRESENTANTE-RUT
                   WHEN OTHER
                       IF PPV-TIPO = "DET" AND PPV-MONTO NUMERIC
                           ADD 1 TO WS-CNT-DETALLES
                           ADD PPV-MONTO TO WS-SUM-DETALLES
                       END-IF
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
      *        sola linea, y la contraparte recibe el motivo en el
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
               MOVE PPV-RUT TO ITP-RUT
               MOVE WS-MONTO-PAGO TO ITP-MONTO
               MOVE WS-FECHA-HOY TO ITP-FECHA
               WRITE ITEM-PROCESADO
                   INVALID KEY
                       REWRITE ITEM-PROCESADO
               END-WRITE
               CLOSE ARCHIVO-ITEMS.

            COBRAR-COMISIONES-PENDIENTES.
      *        El abono recien acreditado gatilla el cobro de las
      *        comisiones por cobrar de la cuenta, hasta la mitad
      *        del abono; el registro de ARCHIVO-CUENTAS sigue
      *        posicionado y abierto en I-O.
               COMPUTE WS-CXC-CAP = WS-CXC-MONTO-ABONO / 2
               IF WS-CXC-CAP > 0
                   PERFORM COBRAR-CXC-CON-CAPACIDAD
               END-IF.

            COBRAR-CXC-CON-CAPACIDAD.
               MOVE 'N' TO WS-CXC-EOF
               OPEN I-O ARCHIVO-CXC
               IF WS-STATUS-CXC = "35"
                   MOVE 'S' TO WS-CXC-EOF
               ELSE
                   MOVE RUT TO CXC-RUT
                   MOVE NUM-CUENTA TO CXC-NUM-CUENTA
                   MOVE 0 TO CXC-FECHA-DEVENGO
                   START ARCHIVO-CXC
                       KEY IS NOT LESS THAN CXC-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-CXC-EOF
                   END-START
                   PERFORM UNTIL WS-CXC-FIN-ARCHIVO
                              OR WS-CXC-CAP = 0
                       READ ARCHIVO-CXC NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-CXC-EOF
                       END-READ
                       IF NOT WS-CXC-FIN-ARCHIVO
                           IF CXC-RUT NOT = RUT
                              OR CXC-NUM-CUENTA NOT = NUM-CUENTA
                               MOVE 'S' TO WS-CXC-EOF
                           ELSE
                               IF CXC-ESTA-PENDIENTE
                                   PERFORM COBRAR-UNA-CXC
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-CXC
               END-IF.

            COBRAR-UNA-CXC.
               COMPUTE WS-CXC-PENDIENTE =
                   CXC-MONTO - CXC-MONTO-COBRADO
               IF WS-CXC-PENDIENTE > WS-CXC-CAP
                   MOVE WS-CXC-CAP TO WS-CXC-COBRO
               ELSE
                   MOVE WS-CXC-PENDIENTE TO WS-CXC-COBRO
               END-IF
               IF WS-CXC-COBRO > 0
                   SUBTRACT WS-CXC-COBRO FROM SALDO
                   SUBTRACT WS-CXC-COBRO FROM WS-CXC-CAP
                   ADD WS-CXC-COBRO TO CXC-MONTO-COBRADO
                   IF CXC-MONTO-COBRADO >= CXC-MONTO
                       MOVE "COB" TO CXC-ESTADO
                   END-IF
                   REWRITE COMISION-PENDIENTE
                   REWRITE CUENTA
                   PERFORM GRABAR-BITACORA-CXC
               END-IF.

            GRABAR-BITACORA-CXC.
      *        El cobro de la comision por cobrar queda como CXC,
      *        con el registro de ARCHIVO-CUENTAS aun posicionado.
               PERFORM SETEAR-FECHA-ACTUAL
               PERFORM SIGUIENTE-NUMERO-SECUENCIA
               OPEN EXTEND ARCHIVO-BITACORA
               MOVE SPACES TO REGISTRO-BITACORA
               MOVE RUT TO BIT-RUT
               MOVE NUM-CUENTA TO BIT-NUM-CUENTA
               MOVE "CXC" TO BIT-OPERACION
               MOVE WS-CXC-COBRO TO BIT-MONTO
               PERFORM DESGLOSAR-IVA-COMISION
               MOVE SALDO TO BIT-SALDO
               MOVE WS-FECHAYHORA-FORMATEADA TO BIT-FECHAYHORA
               MOVE WS-NUM-SECUENCIA TO BIT-NUM-SECUENCIA
               MOVE WS-ID-TERMINAL TO BIT-ID-TERMINAL
               MOVE SPACES TO BIT-ANU-TIPO-ORIGINAL
               MOVE 0 TO BIT-TASA-CAMBIO
               MOVE MONEDA-CUENTA TO BIT-MONEDA
               MOVE 'C' TO BIT-ABONO-CARGO
               MOVE SPACES TO BIT-CODIGO-CONVENIO
               MOVE 0 TO BIT-SECUENCIA-ORIGINAL
               PERFORM CALCULAR-HASH-BITACORA
               WRITE REGISTRO-BITACORA AFTER ADVANCING 1 LINE
               CLOSE ARCHIVO-BITACORA
               PERFORM GRABAR-MOVIMIENTO-INDEXADO.

       END PROGRAM IMPORTAR-PAGO-PROVEEDORES.
