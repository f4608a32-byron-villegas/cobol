      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Mantencion controlada de la tabla de tasas de
      *          captacion (tasas_interes.txt): tesoreria define la
      *          tasa anual por producto, moneda, tramo de saldo y
      *          banda de plazo, a contar de una fecha de vigencia.
      *          APLICAR-INTERES, la apertura de depositos del cajero
      *          y del barrido, las renovaciones de VENCIMIENTO-
      *          PLAZOS y el recalculo de AJUSTE-VALOR-FECHA toman de
      *          aqui la tasa que rige en su fecha. Definir o
      *          modificar una fila exige la firma de un segundo
      *          ejecutivo distinto, con el mismo control dual de
      *          MANTENCION-PARAMETROS, y todo cambio queda con su
      *          antes/despues en la bitacora administrativa. Una
      *          tasa ya vigente no se toca: se define otra fila con
      *          una fecha posterior, para no reescribir la historia
      *          que usan los recalculos con fecha valor. Con las
      *          mismas reglas publica las tasas de referencia
      *          diarias (tasas_referencia.txt) sobre las que
      *          REPRECIO-PRESTAMOS fija los prestamos de tasa
      *          variable.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENCION-TASAS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Mantencion con control dual de tasas de captacion.

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
           SELECT ARCHIVO-USUARIOS ASSIGN TO "usuarios.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-USUARIOS.
           SELECT ARCHIVO-PRODUCTOS ASSIGN TO "productos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PRODUCTOS.
           SELECT ARCHIVO-TASAS-INTERES ASSIGN TO "tasas_interes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAS-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TASAS-INTERES.
           SELECT ARCHIVO-TASAS-REFERENCIA
               ASSIGN TO "tasas_referencia.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TASAS-REFERENCIA.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-PRODUCTOS.
           COPY "PRODUCTO.CPY".
       FD ARCHIVO-TASAS-INTERES.
           COPY "TASA-INTERES.CPY".
       FD ARCHIVO-TASAS-REFERENCIA.
           COPY "TASA-REFERENCIA.CPY".
       FD ARCHIVO-AUDITORIA.
           COPY "AUDITORIA-ADMIN.CPY".
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
       77 WS-STATUS-PRODUCTOS PIC X(2) VALUE "00".
       77 WS-STATUS-TASAS-INTERES PIC X(2) VALUE "00".
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA VALUE "DEF" "LIS" "CON" "REF" "LRF".
      *    Fila pedida por el operador. DPF es el producto de los
      *    depositos a plazo; el resto debe existir en el catalogo
      *    productos.txt (si el catalogo aun no existe se aceptan
      *    los productos de partida).
       77 WS-PRODUCTO PIC X(3).
           88 WS-PRODUCTO-ES-PLAZO VALUE "DPF".
           88 WS-PRODUCTO-DE-PARTIDA VALUE "CTE" "VIS" "AHO" "MEN".
       77 WS-MONEDA PIC X(3).
           88 WS-MONEDA-ES-VALIDA VALUE "CLP" "USD" "UF ".
       77 WS-TRAMO-SALDO PIC 9(10).
       77 WS-BANDA-PLAZO PIC 9(4).
       77 WS-FECHA-VIGENCIA PIC 9(8).
       77 WS-TASA-ANUAL PIC 9V9(4).
       77 WS-TASA-ANTES PIC 9V9(4) VALUE 0.
       77 WS-FILA-EXISTE PIC X VALUE 'N'.
           88 FILA-EXISTE VALUE 'S'.
       77 WS-PRODUCTO-VALIDO PIC X VALUE 'N'.
           88 PRODUCTO-VALIDO VALUE 'S'.
       77 WS-CANTIDAD-FILAS PIC 9(5) COMP VALUE 0.
      *    Busqueda de la tasa que rige un dia para un producto,
      *    moneda, saldo y plazo; el mismo parrafo vive en cada
      *    programa que paga interes.
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
      *    Tasa de referencia diaria de los prestamos de tasa
      *    variable (codigo como TAB o TPM).
       77 WS-STATUS-TASAS-REFERENCIA PIC X(2) VALUE "00".
       77 WS-CODIGO-REFERENCIA PIC X(4).
       77 WS-TASAS-REFERENCIA-EOF PIC X VALUE 'N'.
           88 WS-TASAS-REFERENCIA-FIN VALUE 'S'.
       77 WS-FORMATO-TASA PIC 9.9(4).
       77 WS-FORMATO-TASA-ANTES PIC 9.9(4).
       77 WS-FORMATO-TRAMO PIC Z(9)9.
       77 WS-DETALLE-AUDIT PIC X(40).
       77 WS-FECHA-HOY PIC 9(8).
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
       77 WS-SUPERVISOR-RUT PIC X(10).
       77 WS-SUPERVISOR-NUM-CUENTA PIC 9(3).
       77 WS-SUPERVISOR-CLAVE PIC 9(4).
       77 WS-SUPERVISOR-CLAVE-HASH PIC 9(8).
       77 WS-SUPERVISOR-AUTORIZADO PIC X VALUE 'N'.
           88 SUPERVISOR-AUTORIZADO VALUE 'S'.
       77 WS-SEGUNDO-RUT PIC X(10).
       77 WS-SEGUNDO-CLAVE PIC 9(4).
       77 WS-SEGUNDO-CLAVE-HASH PIC 9(8).
       77 WS-SEGUNDO-NUM-CUENTA PIC 9(3).
       77 WS-SEGUNDO-AUTORIZADO PIC X VALUE 'N'.
           88 SEGUNDO-AUTORIZADO VALUE 'S'.

       PROCEDURE DIVISION.
            DISPLAY "------ MANTENCION DE TASAS DE CAPTACION ------".

            PERFORM VALIDAR-OPERADOR.

            IF NOT OPERADOR-AUTORIZADO THEN
                STOP RUN
            END-IF.

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO.
            MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO.
            MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO.
            MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA.
            MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO.
            MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            DISPLAY
                "ACCION (DEF=DEFINIR/MODIFICAR, LIS=LISTAR, "
                "CON=CONSULTAR TASA VIGENTE, REF=PUBLICAR TASA DE "
                "REFERENCIA, LRF=LISTAR REFERENCIAS): ".
            ACCEPT WS-ACCION.
            MOVE FUNCTION UPPER-CASE(WS-ACCION) TO WS-ACCION.

            IF NOT WS-ACCION-ES-VALIDA THEN
                DISPLAY "ACCION NO VALIDA"
                STOP RUN
            END-IF.

            EVALUATE WS-ACCION
                WHEN "DEF"
                    PERFORM DEFINIR-FILA
                WHEN "LIS"
                    PERFORM LISTAR-TASAS
                WHEN "CON"
                    PERFORM CONSULTAR-TASA
                WHEN "REF"
                    PERFORM DEFINIR-REFERENCIA
                WHEN "LRF"
                    PERFORM LISTAR-REFERENCIAS
            END-EVALUATE.

            STOP RUN.

            PEDIR-PRODUCTO-MONEDA.
               DISPLAY "PRODUCTO (CTE/VIS/AHO/MEN, DPF=A PLAZO): "
               ACCEPT WS-PRODUCTO
               MOVE FUNCTION UPPER-CASE(WS-PRODUCTO) TO WS-PRODUCTO
               DISPLAY "MONEDA (CLP/USD, UF PARA DEPOSITOS UF): "
               ACCEPT WS-MONEDA
               MOVE FUNCTION UPPER-CASE(WS-MONEDA) TO WS-MONEDA.

            DEFINIR-FILA.
               PERFORM PEDIR-PRODUCTO-MONEDA
               PERFORM VALIDAR-PRODUCTO
               IF NOT PRODUCTO-VALIDO
                   DISPLAY "PRODUCTO NO EXISTE EN EL CATALOGO"
                   STOP RUN
               END-IF
               IF NOT WS-MONEDA-ES-VALIDA
                   DISPLAY "MONEDA NO VALIDA"
                   STOP RUN
               END-IF
               IF WS-MONEDA = "UF " AND NOT WS-PRODUCTO-ES-PLAZO
                   DISPLAY "SOLO LOS DEPOSITOS A PLAZO SE PACTAN EN UF"
                   STOP RUN
               END-IF

               DISPLAY
                   "TRAMO: SALDO MINIMO DESDE EL QUE RIGE (0 = "
                   "CUALQUIER SALDO): "
               ACCEPT WS-TRAMO-SALDO
               IF WS-TRAMO-SALDO NOT NUMERIC
                   MOVE 0 TO WS-TRAMO-SALDO
               END-IF

               MOVE 0 TO WS-BANDA-PLAZO
               IF WS-PRODUCTO-ES-PLAZO
                   DISPLAY
                       "BANDA: PLAZO MINIMO EN DIAS DESDE EL QUE "
                       "RIGE (0 = CUALQUIER PLAZO): "
                   ACCEPT WS-BANDA-PLAZO
                   IF WS-BANDA-PLAZO NOT NUMERIC
                       MOVE 0 TO WS-BANDA-PLAZO
                   END-IF
               END-IF

               DISPLAY "FECHA DE VIGENCIA (AAAAMMDD): "
               ACCEPT WS-FECHA-VIGENCIA
               IF WS-FECHA-VIGENCIA NOT NUMERIC
                  OR WS-FECHA-VIGENCIA < WS-FECHA-HOY
                   DISPLAY
                       "LA VIGENCIA DEBE SER HOY O UNA FECHA FUTURA: "
                       "UNA TASA NO SE APLICA HACIA ATRAS"
                   STOP RUN
               END-IF

               DISPLAY "TASA ANUAL (EJ: 0.0450 = 4,5%): "
               ACCEPT WS-TASA-ANUAL
               IF WS-TASA-ANUAL NOT NUMERIC
                  OR WS-TASA-ANUAL = 0
                   DISPLAY "TASA INVALIDA"
                   STOP RUN
               END-IF

               MOVE 'N' TO WS-FILA-EXISTE
               MOVE 0 TO WS-TASA-ANTES
               OPEN I-O ARCHIVO-TASAS-INTERES
               IF WS-STATUS-TASAS-INTERES = "35"
                   OPEN OUTPUT ARCHIVO-TASAS-INTERES
                   CLOSE ARCHIVO-TASAS-INTERES
                   OPEN I-O ARCHIVO-TASAS-INTERES
               END-IF
               MOVE WS-PRODUCTO TO TAS-PRODUCTO
               MOVE WS-MONEDA TO TAS-MONEDA
               MOVE WS-TRAMO-SALDO TO TAS-TRAMO-SALDO
               MOVE WS-BANDA-PLAZO TO TAS-BANDA-PLAZO
               MOVE WS-FECHA-VIGENCIA TO TAS-FECHA-VIGENCIA
               READ ARCHIVO-TASAS-INTERES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-FILA-EXISTE
                       MOVE TAS-TASA-ANUAL TO WS-TASA-ANTES
               END-READ

      *        Una fila que ya entro en vigencia es historia: la
      *        usan los recalculos con fecha valor y los depositos
      *        abiertos con ella.
               IF FILA-EXISTE AND WS-FECHA-VIGENCIA = WS-FECHA-HOY
                   DISPLAY
                       "ESA TASA YA ESTA VIGENTE: DEFINA UNA FILA "
                       "NUEVA CON FECHA POSTERIOR"
                   CLOSE ARCHIVO-TASAS-INTERES
                   STOP RUN
               END-IF

      *        Control dual: la tasa decide cuanto paga el banco por
      *        cada peso captado, asi que ningun cambio queda con
      *        una sola firma.
               PERFORM AUTORIZAR-SEGUNDO-EJECUTIVO
               IF NOT SEGUNDO-AUTORIZADO
                   DISPLAY "SIN SEGUNDA FIRMA: CAMBIO DESCARTADO"
                   CLOSE ARCHIVO-TASAS-INTERES
                   STOP RUN
               END-IF

               MOVE WS-TASA-ANUAL TO TAS-TASA-ANUAL
               MOVE WS-FECHA-HOY TO TAS-FECHA-REGISTRO
               MOVE WS-OPERADOR-RUT TO TAS-EJECUTIVO-RUT
               MOVE WS-SEGUNDO-RUT TO TAS-SEGUNDO-RUT
               IF FILA-EXISTE
                   REWRITE TASA-INTERES
               ELSE
                   WRITE TASA-INTERES
               END-IF
               CLOSE ARCHIVO-TASAS-INTERES

               PERFORM GRABAR-AUDITORIA
               MOVE WS-TASA-ANUAL TO WS-FORMATO-TASA
               MOVE WS-TRAMO-SALDO TO WS-FORMATO-TRAMO
               DISPLAY
                   "TASA DEFINIDA: " WS-PRODUCTO " " WS-MONEDA
                   " DESDE " WS-FORMATO-TRAMO " / " WS-BANDA-PLAZO
                   " DIAS, VIGENTE EL " WS-FECHA-VIGENCIA ": "
                   WS-FORMATO-TASA.

            VALIDAR-PRODUCTO.
               MOVE 'N' TO WS-PRODUCTO-VALIDO
               IF WS-PRODUCTO-ES-PLAZO
                   MOVE 'S' TO WS-PRODUCTO-VALIDO
               ELSE
                   OPEN INPUT ARCHIVO-PRODUCTOS
                   IF WS-STATUS-PRODUCTOS = "35"
                       IF WS-PRODUCTO-DE-PARTIDA
                           MOVE 'S' TO WS-PRODUCTO-VALIDO
                       END-IF
                   ELSE
                       MOVE WS-PRODUCTO TO PROD-CODIGO
                       READ ARCHIVO-PRODUCTOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'S' TO WS-PRODUCTO-VALIDO
                       END-READ
                       CLOSE ARCHIVO-PRODUCTOS
                   END-IF
               END-IF.

            LISTAR-TASAS.
               MOVE 0 TO WS-CANTIDAD-FILAS
               OPEN INPUT ARCHIVO-TASAS-INTERES
               IF WS-STATUS-TASAS-INTERES = "35"
                   DISPLAY "NO HAY TASAS DEFINIDAS"
               ELSE
                   DISPLAY
                       "PRD MON      TRAMO DIAS VIGENCIA  TASA   "
                       "REGISTRO FIRMAS"
                   MOVE 'N' TO WS-TASAS-INTERES-EOF
                   PERFORM UNTIL WS-TASAS-INTERES-FIN
                       READ ARCHIVO-TASAS-INTERES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-TASAS-INTERES-EOF
                           NOT AT END
                               ADD 1 TO WS-CANTIDAD-FILAS
                               MOVE TAS-TASA-ANUAL TO WS-FORMATO-TASA
                               MOVE TAS-TRAMO-SALDO
                                   TO WS-FORMATO-TRAMO
                               DISPLAY
                                   TAS-PRODUCTO " " TAS-MONEDA " "
                                   WS-FORMATO-TRAMO " "
                                   TAS-BANDA-PLAZO " "
                                   TAS-FECHA-VIGENCIA " "
                                   WS-FORMATO-TASA " "
                                   TAS-FECHA-REGISTRO " "
                                   TAS-EJECUTIVO-RUT "/"
                                   TAS-SEGUNDO-RUT
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TASAS-INTERES
               END-IF
               DISPLAY "FILAS EN LA TABLA: " WS-CANTIDAD-FILAS.

            CONSULTAR-TASA.
      *        Muestra la tasa que los programas aplicarian a un
      *        saldo y plazo en una fecha dada, para que tesoreria
      *        verifique la tabla antes y despues de un cambio.
               PERFORM PEDIR-PRODUCTO-MONEDA
               DISPLAY "SALDO O CAPITAL: "
               ACCEPT WS-TASA-SALDO
               IF WS-TASA-SALDO NOT NUMERIC
                   MOVE 0 TO WS-TASA-SALDO
               END-IF
               MOVE 0 TO WS-TASA-PLAZO
               IF WS-PRODUCTO-ES-PLAZO
                   DISPLAY "PLAZO EN DIAS: "
                   ACCEPT WS-TASA-PLAZO
                   IF WS-TASA-PLAZO NOT NUMERIC
                       MOVE 0 TO WS-TASA-PLAZO
                   END-IF
               END-IF
               DISPLAY "FECHA (AAAAMMDD, 0 = HOY): "
               ACCEPT WS-TASA-FECHA
               IF WS-TASA-FECHA NOT NUMERIC OR WS-TASA-FECHA = 0
                   MOVE WS-FECHA-HOY TO WS-TASA-FECHA
               END-IF
               MOVE WS-PRODUCTO TO WS-TASA-PRODUCTO
               MOVE WS-MONEDA TO WS-TASA-MONEDA
               PERFORM BUSCAR-TASA-VIGENTE
               IF TASA-ENCONTRADA
                   MOVE WS-TASA-VIGENTE TO WS-FORMATO-TASA
                   DISPLAY
                       "TASA ANUAL VIGENTE EL " WS-TASA-FECHA ": "
                       WS-FORMATO-TASA
               ELSE
                   DISPLAY
                       "SIN FILA APLICABLE: RIGE LA TASA POR DEFECTO "
                       "DE CADA PROGRAMA"
               END-IF.

            DEFINIR-REFERENCIA.
      *        Tasa de referencia de un dia para los prestamos de
      *        tasa variable, con la misma disciplina de las tasas de
      *        captacion: hoy o una fecha futura, nunca una fila que
      *        ya entro en vigencia, y siempre con segunda firma.
               DISPLAY "CODIGO DE REFERENCIA (EJ: TAB, TPM): "
               ACCEPT WS-CODIGO-REFERENCIA
               MOVE FUNCTION UPPER-CASE(WS-CODIGO-REFERENCIA)
                   TO WS-CODIGO-REFERENCIA
               IF WS-CODIGO-REFERENCIA = SPACES
                   DISPLAY "CODIGO DE REFERENCIA INVALIDO"
                   STOP RUN
               END-IF

               DISPLAY "FECHA DE LA TASA (AAAAMMDD): "
               ACCEPT WS-FECHA-VIGENCIA
               IF WS-FECHA-VIGENCIA NOT NUMERIC
                  OR WS-FECHA-VIGENCIA < WS-FECHA-HOY
                   DISPLAY
                       "LA FECHA DEBE SER HOY O UNA FECHA FUTURA: "
                       "UNA TASA NO SE APLICA HACIA ATRAS"
                   STOP RUN
               END-IF

               DISPLAY "TASA ANUAL DE REFERENCIA (EJ: 0.0550): "
               ACCEPT WS-TASA-ANUAL
               IF WS-TASA-ANUAL NOT NUMERIC
                   DISPLAY "TASA INVALIDA"
                   STOP RUN
               END-IF

               MOVE 'N' TO WS-FILA-EXISTE
               MOVE 0 TO WS-TASA-ANTES
               OPEN I-O ARCHIVO-TASAS-REFERENCIA
               IF WS-STATUS-TASAS-REFERENCIA = "35"
                   OPEN OUTPUT ARCHIVO-TASAS-REFERENCIA
                   CLOSE ARCHIVO-TASAS-REFERENCIA
                   OPEN I-O ARCHIVO-TASAS-REFERENCIA
               END-IF
               MOVE WS-CODIGO-REFERENCIA TO REF-CODIGO
               MOVE WS-FECHA-VIGENCIA TO REF-FECHA
               READ ARCHIVO-TASAS-REFERENCIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-FILA-EXISTE
                       MOVE REF-TASA-ANUAL TO WS-TASA-ANTES
               END-READ

               IF FILA-EXISTE AND WS-FECHA-VIGENCIA = WS-FECHA-HOY
                   DISPLAY
                       "ESA TASA YA ESTA VIGENTE: PUBLIQUE UNA FILA "
                       "NUEVA CON FECHA POSTERIOR"
                   CLOSE ARCHIVO-TASAS-REFERENCIA
                   STOP RUN
               END-IF

               PERFORM AUTORIZAR-SEGUNDO-EJECUTIVO
               IF NOT SEGUNDO-AUTORIZADO
                   DISPLAY "SIN SEGUNDA FIRMA: CAMBIO DESCARTADO"
                   CLOSE ARCHIVO-TASAS-REFERENCIA
                   STOP RUN
               END-IF

               MOVE WS-TASA-ANUAL TO REF-TASA-ANUAL
               MOVE WS-FECHA-HOY TO REF-FECHA-REGISTRO
               MOVE WS-OPERADOR-RUT TO REF-EJECUTIVO-RUT
               MOVE WS-SEGUNDO-RUT TO REF-SEGUNDO-RUT
               IF FILA-EXISTE
                   REWRITE TASA-REFERENCIA
               ELSE
                   WRITE TASA-REFERENCIA
               END-IF
               CLOSE ARCHIVO-TASAS-REFERENCIA

               PERFORM GRABAR-AUDITORIA-REFERENCIA
               MOVE WS-TASA-ANUAL TO WS-FORMATO-TASA
               DISPLAY
                   "TASA DE REFERENCIA " WS-CODIGO-REFERENCIA
                   " DEL " WS-FECHA-VIGENCIA ": " WS-FORMATO-TASA.

            LISTAR-REFERENCIAS.
               MOVE 0 TO WS-CANTIDAD-FILAS
               OPEN INPUT ARCHIVO-TASAS-REFERENCIA
               IF WS-STATUS-TASAS-REFERENCIA = "35"
                   DISPLAY "NO HAY TASAS DE REFERENCIA PUBLICADAS"
               ELSE
                   DISPLAY "COD  FECHA     TASA   REGISTRO FIRMAS"
                   MOVE 'N' TO WS-TASAS-REFERENCIA-EOF
                   PERFORM UNTIL WS-TASAS-REFERENCIA-FIN
                       READ ARCHIVO-TASAS-REFERENCIA NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-TASAS-REFERENCIA-EOF
                           NOT AT END
                               ADD 1 TO WS-CANTIDAD-FILAS
                               MOVE REF-TASA-ANUAL TO WS-FORMATO-TASA
                               DISPLAY
                                   REF-CODIGO " " REF-FECHA " "
                                   WS-FORMATO-TASA " "
                                   REF-FECHA-REGISTRO " "
                                   REF-EJECUTIVO-RUT "/"
                                   REF-SEGUNDO-RUT
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TASAS-REFERENCIA
               END-IF
               DISPLAY "FILAS EN LA TABLA: " WS-CANTIDAD-FILAS.

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

            AUTORIZAR-SEGUNDO-EJECUTIVO.
      *        Segunda firma de un supervisor distinto, validada
      *        contra una cuenta CUENTA-ES-SUPERVISOR igual que en
      *        MANTENCION-PARAMETROS.
               MOVE 'N' TO WS-SEGUNDO-AUTORIZADO

               DISPLAY "RUT DEL SEGUNDO EJECUTIVO: "
               ACCEPT WS-SEGUNDO-RUT
               MOVE FUNCTION UPPER-CASE(WS-SEGUNDO-RUT)
                   TO WS-SEGUNDO-RUT

               IF WS-SEGUNDO-RUT = WS-OPERADOR-RUT
                   DISPLAY
                       "EL SEGUNDO EJECUTIVO DEBE SER DISTINTO DEL "
                       "PRIMERO"
               ELSE
                   DISPLAY "NUMERO DE CUENTA DEL SEGUNDO EJECUTIVO: "
                   ACCEPT WS-SEGUNDO-NUM-CUENTA

                   DISPLAY "CLAVE DEL SEGUNDO EJECUTIVO: "
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
                           DISPLAY "SEGUNDO EJECUTIVO NO ENCONTRADO"
                       NOT INVALID KEY
                           IF CUENTA-ES-SUPERVISOR
                              AND WS-SEGUNDO-CLAVE-HASH = CLAVE
                               MOVE 'S' TO WS-SEGUNDO-AUTORIZADO
                           ELSE
                               DISPLAY
                                   "CREDENCIALES DEL SEGUNDO "
                                   "EJECUTIVO INVALIDAS"
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

            GRABAR-AUDITORIA.
               OPEN EXTEND ARCHIVO-AUDITORIA
               MOVE SPACES TO REGISTRO-AUDITORIA-ADMIN
               MOVE WS-FECHAYHORA-FORMATEADA TO ADM-FECHAYHORA
               MOVE WS-OPERADOR-RUT TO ADM-EJECUTIVO-RUT
               MOVE "MANT-TASAS" TO ADM-PROGRAMA
               MOVE "DEFINE" TO ADM-ACCION
               MOVE SPACES TO ADM-OBJETO
               STRING
                   WS-PRODUCTO DELIMITED BY SIZE
                   WS-MONEDA DELIMITED BY SIZE
                   WS-TRAMO-SALDO DELIMITED BY SIZE
                   WS-BANDA-PLAZO DELIMITED BY SIZE
                   INTO ADM-OBJETO
               END-STRING
               MOVE WS-TASA-ANTES TO WS-FORMATO-TASA-ANTES
               MOVE WS-TASA-ANUAL TO WS-FORMATO-TASA
               MOVE SPACES TO WS-DETALLE-AUDIT
               STRING
                   "VIG " DELIMITED BY SIZE
                   WS-FECHA-VIGENCIA DELIMITED BY SIZE
                   " ANTES " DELIMITED BY SIZE
                   WS-FORMATO-TASA-ANTES DELIMITED BY SIZE
                   " AHORA " DELIMITED BY SIZE
                   WS-FORMATO-TASA DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDIT
               END-STRING
               MOVE WS-DETALLE-AUDIT TO ADM-DETALLE
               WRITE REGISTRO-AUDITORIA-ADMIN
               CLOSE ARCHIVO-AUDITORIA.

            GRABAR-AUDITORIA-REFERENCIA.
               OPEN EXTEND ARCHIVO-AUDITORIA
               MOVE SPACES TO REGISTRO-AUDITORIA-ADMIN
               MOVE WS-FECHAYHORA-FORMATEADA TO ADM-FECHAYHORA
               MOVE WS-OPERADOR-RUT TO ADM-EJECUTIVO-RUT
               MOVE "MANT-TASAS" TO ADM-PROGRAMA
               MOVE "PUBLICA" TO ADM-ACCION
               MOVE SPACES TO ADM-OBJETO
               STRING
                   "REF " DELIMITED BY SIZE
                   WS-CODIGO-REFERENCIA DELIMITED BY SIZE
                   INTO ADM-OBJETO
               END-STRING
               MOVE WS-TASA-ANTES TO WS-FORMATO-TASA-ANTES
               MOVE WS-TASA-ANUAL TO WS-FORMATO-TASA
               MOVE SPACES TO WS-DETALLE-AUDIT
               STRING
                   "VIG " DELIMITED BY SIZE
                   WS-FECHA-VIGENCIA DELIMITED BY SIZE
                   " ANTES " DELIMITED BY SIZE
                   WS-FORMATO-TASA-ANTES DELIMITED BY SIZE
                   " AHORA " DELIMITED BY SIZE
                   WS-FORMATO-TASA DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDIT
               END-STRING
               MOVE WS-DETALLE-AUDIT TO ADM-DETALLE
               WRITE REGISTRO-AUDITORIA-ADMIN
               CLOSE ARCHIVO-AUDITORIA.

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
                       IF USU-ES-SUPERVISOR
                           MOVE 'S' TO WS-OPERADOR-AUTORIZADO
                           MOVE 0 TO USU-INTENTOS-FALLIDOS
                           REWRITE USUARIO
                       ELSE
                           DISPLAY
                               "SU ROL NO PERMITE USAR ESTE "
                               "PROGRAMA (SOLO SUP)"
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
       END PROGRAM MANTENCION-TASAS.
