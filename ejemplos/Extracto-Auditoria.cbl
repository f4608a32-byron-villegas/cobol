      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Extracto de auditoria sobre la bitacora para
      *          auditoria interna y el regulador: lee la tarjeta de
      *          criterios criterios_extracto.txt (rango de fechas,
      *          operaciones, RUT, terminales, rango de montos y
      *          moneda; ver CRITERIO-EXTRACTO.CPY), recorre los
      *          historicos mensuales bitacora-AAAAMM.txt del rango y
      *          la bitacora viva, y deja los movimientos que cumplen
      *          en extracto_AAAAMMDDHHMMSS.csv, separado por punto y
      *          coma, con una fila de encabezado y una fila final de
      *          totales de control. Cada extraccion queda en
      *          bitacora_admin.txt con el operador que la pidio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO-AUDITORIA.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Extracto parametrizado de la bitacora para auditoria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-USUARIOS ASSIGN TO "usuarios.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-USUARIOS.
           SELECT ARCHIVO-CRITERIOS ASSIGN TO "criterios_extracto.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CRITERIOS.
           SELECT ARCHIVO-BITACORA ASSIGN TO "bitacora.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA.
           SELECT ARCHIVO-HISTORICO
               ASSIGN TO WS-NOMBRE-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.
           SELECT ARCHIVO-EXTRACTO
               ASSIGN TO WS-NOMBRE-EXTRACTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-CRITERIOS.
           COPY "CRITERIO-EXTRACTO.CPY".
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
       FD ARCHIVO-HISTORICO.
       01 REGISTRO-HISTORICO PIC X(172).
       FD ARCHIVO-EXTRACTO.
       01 REGISTRO-EXTRACTO PIC X(200).
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
       77 WS-STATUS-CRITERIOS PIC X(2) VALUE "00".
       77 WS-STATUS-BITACORA PIC X(2) VALUE "00".
       77 WS-STATUS-HISTORICO PIC X(2) VALUE "00".
       77 WS-NOMBRE-HISTORICO PIC X(30).
       77 WS-NOMBRE-EXTRACTO PIC X(40).
       77 WS-ARCHIVO-EOF PIC X VALUE 'N'.
           88 WS-ARCHIVO-FIN VALUE 'S'.
       77 WS-CRITERIOS-VALIDOS PIC X VALUE 'S'.
           88 CRITERIOS-SON-VALIDOS VALUE 'S'.
       77 WS-CUMPLE PIC X VALUE 'N'.
           88 MOVIMIENTO-CUMPLE VALUE 'S'.
       77 WS-EN-LISTA PIC X VALUE 'N'.
           88 VALOR-EN-LISTA VALUE 'S'.
      *    Criterios de la tarjeta. Las listas vacias no filtran;
      *    MONTO-MAX en cero significa sin tope.
       77 WS-FECHA-DESDE PIC 9(8) VALUE 0.
       77 WS-FECHA-HASTA PIC 9(8) VALUE 0.
       77 WS-MONTO-MINIMO PIC 9(8) VALUE 0.
       77 WS-MONTO-MAXIMO PIC 9(8) VALUE 0.
       77 WS-MONEDA-FILTRO PIC X(3) VALUE SPACES.
       01 WS-LISTA-OPERACIONES.
           05 WS-FIL-OPERACION PIC X(3) OCCURS 50 TIMES.
       77 WS-CANT-OPERACIONES PIC 9(3) COMP VALUE 0.
       01 WS-LISTA-RUTS.
           05 WS-FIL-RUT PIC X(10) OCCURS 50 TIMES.
       77 WS-CANT-RUTS PIC 9(3) COMP VALUE 0.
       01 WS-LISTA-TERMINALES.
           05 WS-FIL-TERMINAL PIC X(8) OCCURS 50 TIMES.
       77 WS-CANT-TERMINALES PIC 9(3) COMP VALUE 0.
       77 WS-FIL-INDICE PIC 9(3) COMP.
      *    Movimiento en evaluacion.
       01 WS-FECHA-MOVIMIENTO-TEXTO PIC X(8).
       01 WS-FECHA-MOVIMIENTO REDEFINES WS-FECHA-MOVIMIENTO-TEXTO
           PIC 9(8).
       77 WS-MONTO-MOVIMIENTO PIC 9(8).
       77 WS-MONEDA-MOVIMIENTO PIC X(3).
       77 WS-CSV-SALDO PIC -(7)9.
      *    Totales de control del pie del extracto.
       77 WS-TOTAL-LEIDOS PIC 9(8) VALUE 0.
       77 WS-TOTAL-EXTRAIDOS PIC 9(8) VALUE 0.
       77 WS-TOTAL-MONTO PIC 9(12) VALUE 0.
       77 WS-HISTORICOS-LEIDOS PIC 9(3) COMP VALUE 0.
       01 WS-MES-CURSOR.
           05 WS-CURSOR-ANIO PIC 9(4).
           05 WS-CURSOR-MES PIC 9(2).
       77 WS-MES-HASTA PIC 9(6).
       77 WS-MES-ACTUAL PIC 9(6).
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-DETALLE-AUDIT PIC X(40).
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
            DISPLAY "-------- EXTRACTO DE AUDITORIA --------".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:4) TO WS-ANIO-FORMATEADO.
            MOVE WS-FECHAYHORA(5:2) TO WS-MES-FORMATEADO.
            MOVE WS-FECHAYHORA(7:2) TO WS-DIA-FORMATEADO.
            MOVE WS-FECHAYHORA(9:2) TO WS-HORA-FORMATEADA.
            MOVE WS-FECHAYHORA(11:2) TO WS-MINUTO-FORMATEADO.
            MOVE WS-FECHAYHORA(13:2) TO WS-SEGUNDO-FORMATEADO.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.
            MOVE WS-FECHAYHORA(1:6) TO WS-MES-ACTUAL.

            PERFORM VALIDAR-OPERADOR.

            IF NOT OPERADOR-AUTORIZADO THEN
                STOP RUN
            END-IF.

            PERFORM LEER-CRITERIOS.

            IF NOT CRITERIOS-SON-VALIDOS THEN
                STOP RUN
            END-IF.

            MOVE SPACES TO WS-NOMBRE-EXTRACTO.
            STRING
                "extracto_" DELIMITED BY SIZE
                WS-FECHAYHORA(1:14) DELIMITED BY SIZE
                ".csv" DELIMITED BY SIZE
                INTO WS-NOMBRE-EXTRACTO
            END-STRING.

            OPEN OUTPUT ARCHIVO-EXTRACTO.
            MOVE SPACES TO REGISTRO-EXTRACTO.
            STRING
                "RUT;CUENTA;OPERACION;MONTO;SALDO;FECHAYHORA;"
                    DELIMITED BY SIZE
                "SECUENCIA;TERMINAL;MONEDA;ABONO-CARGO;"
                    DELIMITED BY SIZE
                "FECHA-NEGOCIO" DELIMITED BY SIZE
                INTO REGISTRO-EXTRACTO
            END-STRING.
            WRITE REGISTRO-EXTRACTO.

            PERFORM RECORRER-HISTORICOS.
            PERFORM RECORRER-BITACORA-VIVA.

            MOVE SPACES TO REGISTRO-EXTRACTO.
            STRING
                "TOTAL;" DELIMITED BY SIZE
                WS-TOTAL-EXTRAIDOS DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                WS-TOTAL-MONTO DELIMITED BY SIZE
                INTO REGISTRO-EXTRACTO
            END-STRING.
            WRITE REGISTRO-EXTRACTO.
            CLOSE ARCHIVO-EXTRACTO.

            PERFORM GRABAR-AUDITORIA.

            DISPLAY "HISTORICOS LEIDOS: " WS-HISTORICOS-LEIDOS.
            DISPLAY "MOVIMIENTOS LEIDOS: " WS-TOTAL-LEIDOS.
            DISPLAY "MOVIMIENTOS EXTRAIDOS: " WS-TOTAL-EXTRAIDOS.
            DISPLAY "MONTO TOTAL EXTRAIDO: " WS-TOTAL-MONTO.
            DISPLAY "ARCHIVO GENERADO: " WS-NOMBRE-EXTRACTO.

            STOP RUN.

            LEER-CRITERIOS.
               OPEN INPUT ARCHIVO-CRITERIOS
               IF WS-STATUS-CRITERIOS = "35"
                   DISPLAY "NO EXISTE TARJETA criterios_extracto.txt"
                   MOVE 'N' TO WS-CRITERIOS-VALIDOS
               ELSE
                   MOVE 'N' TO WS-ARCHIVO-EOF
                   PERFORM UNTIL WS-ARCHIVO-FIN
                       READ ARCHIVO-CRITERIOS
                           AT END
                               MOVE 'S' TO WS-ARCHIVO-EOF
                           NOT AT END
                               IF REGISTRO-CRITERIO NOT = SPACES
                                  AND CRI-CLAVE(1:1) NOT = '*'
                                   PERFORM CARGAR-UN-CRITERIO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CRITERIOS
                   PERFORM VALIDAR-CRITERIOS
               END-IF.

            CARGAR-UN-CRITERIO.
               MOVE FUNCTION UPPER-CASE(CRI-CLAVE) TO CRI-CLAVE
               EVALUATE CRI-CLAVE
                   WHEN "DESDE"
                       IF CRI-VALOR(1:8) NUMERIC
                           MOVE CRI-VALOR(1:8) TO WS-FECHA-DESDE
                       ELSE
                           DISPLAY "FECHA DESDE INVALIDA: " CRI-VALOR
                           MOVE 'N' TO WS-CRITERIOS-VALIDOS
                       END-IF
                   WHEN "HASTA"
                       IF CRI-VALOR(1:8) NUMERIC
                           MOVE CRI-VALOR(1:8) TO WS-FECHA-HASTA
                       ELSE
                           DISPLAY "FECHA HASTA INVALIDA: " CRI-VALOR
                           MOVE 'N' TO WS-CRITERIOS-VALIDOS
                       END-IF
                   WHEN "OPERACION"
                       IF WS-CANT-OPERACIONES < 50
                           ADD 1 TO WS-CANT-OPERACIONES
                           MOVE FUNCTION UPPER-CASE(CRI-VALOR(1:3))
                               TO WS-FIL-OPERACION(WS-CANT-OPERACIONES)
                       ELSE
                           DISPLAY "DEMASIADAS OPERACIONES (MAX 50)"
                           MOVE 'N' TO WS-CRITERIOS-VALIDOS
                       END-IF
                   WHEN "RUT"
                       IF WS-CANT-RUTS < 50
                           ADD 1 TO WS-CANT-RUTS
                           MOVE FUNCTION UPPER-CASE(CRI-VALOR(1:10))
                               TO WS-FIL-RUT(WS-CANT-RUTS)
                       ELSE
                           DISPLAY "DEMASIADOS RUT (MAX 50)"
                           MOVE 'N' TO WS-CRITERIOS-VALIDOS
                       END-IF
                   WHEN "TERMINAL"
                       IF WS-CANT-TERMINALES < 50
                           ADD 1 TO WS-CANT-TERMINALES
                           MOVE FUNCTION UPPER-CASE(CRI-VALOR(1:8))
                               TO WS-FIL-TERMINAL(WS-CANT-TERMINALES)
                       ELSE
                           DISPLAY "DEMASIADOS TERMINALES (MAX 50)"
                           MOVE 'N' TO WS-CRITERIOS-VALIDOS
                       END-IF
                   WHEN "MONTO-MIN"
                       COMPUTE WS-MONTO-MINIMO =
                           FUNCTION NUMVAL(CRI-VALOR)
                   WHEN "MONTO-MAX"
                       COMPUTE WS-MONTO-MAXIMO =
                           FUNCTION NUMVAL(CRI-VALOR)
                   WHEN "MONEDA"
                       MOVE FUNCTION UPPER-CASE(CRI-VALOR(1:3))
                           TO WS-MONEDA-FILTRO
                   WHEN OTHER
                       DISPLAY "CLAVE DE CRITERIO DESCONOCIDA: "
                           CRI-CLAVE
                       MOVE 'N' TO WS-CRITERIOS-VALIDOS
               END-EVALUATE.

            VALIDAR-CRITERIOS.
      *        Sin DESDE no se sabe desde que historico partir; sin
      *        HASTA el extracto llega hasta hoy.
               IF WS-FECHA-DESDE = 0
                   DISPLAY "FALTA LA FECHA DESDE EN LA TARJETA"
                   MOVE 'N' TO WS-CRITERIOS-VALIDOS
               END-IF
               IF WS-FECHA-HASTA = 0
                   MOVE WS-FECHA-HOY TO WS-FECHA-HASTA
               END-IF
               IF WS-FECHA-HASTA < WS-FECHA-DESDE
                   DISPLAY "FECHA HASTA ANTERIOR A FECHA DESDE"
                   MOVE 'N' TO WS-CRITERIOS-VALIDOS
               END-IF
               IF WS-MONTO-MAXIMO > 0
                  AND WS-MONTO-MAXIMO < WS-MONTO-MINIMO
                   DISPLAY "MONTO MAXIMO MENOR QUE MONTO MINIMO"
                   MOVE 'N' TO WS-CRITERIOS-VALIDOS
               END-IF
               IF WS-MONEDA-FILTRO NOT = SPACES
                  AND WS-MONEDA-FILTRO NOT = "CLP"
                  AND WS-MONEDA-FILTRO NOT = "USD"
                   DISPLAY "MONEDA INVALIDA: " WS-MONEDA-FILTRO
                   MOVE 'N' TO WS-CRITERIOS-VALIDOS
               END-IF
               IF CRITERIOS-SON-VALIDOS
                   DISPLAY "DESDE " WS-FECHA-DESDE
                       " HASTA " WS-FECHA-HASTA
                   DISPLAY "OPERACIONES: " WS-CANT-OPERACIONES
                       "  RUT: " WS-CANT-RUTS
                       "  TERMINALES: " WS-CANT-TERMINALES
               END-IF.

            RECORRER-HISTORICOS.
      *        Un historico por mes del rango; el mes en curso aun
      *        vive en la bitacora, pero un archivado atrasado puede
      *        haber dejado su historico y tambien se revisa.
               MOVE WS-FECHA-DESDE(1:6) TO WS-MES-CURSOR
               MOVE WS-FECHA-HASTA(1:6) TO WS-MES-HASTA
               IF WS-MES-HASTA > WS-MES-ACTUAL
                   MOVE WS-MES-ACTUAL TO WS-MES-HASTA
               END-IF
               PERFORM RECORRER-UN-HISTORICO
                   UNTIL WS-MES-CURSOR > WS-MES-HASTA.

            RECORRER-UN-HISTORICO.
      *        Un mes sin historico (status 35) no es error: hay
      *        meses sin movimientos archivados.
               MOVE SPACES TO WS-NOMBRE-HISTORICO
               STRING
                   "bitacora-" DELIMITED BY SIZE
                   WS-MES-CURSOR DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOMBRE-HISTORICO
               END-STRING
               OPEN INPUT ARCHIVO-HISTORICO
               IF WS-STATUS-HISTORICO NOT = "35"
                   ADD 1 TO WS-HISTORICOS-LEIDOS
                   MOVE 'N' TO WS-ARCHIVO-EOF
                   PERFORM UNTIL WS-ARCHIVO-FIN
                       READ ARCHIVO-HISTORICO
                           AT END
                               MOVE 'S' TO WS-ARCHIVO-EOF
                           NOT AT END
                               IF REGISTRO-HISTORICO NOT = SPACES
                                   MOVE REGISTRO-HISTORICO
                                       TO REGISTRO-BITACORA
                                   PERFORM EVALUAR-MOVIMIENTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-HISTORICO
               END-IF
               IF WS-CURSOR-MES = 12
                   MOVE 1 TO WS-CURSOR-MES
                   ADD 1 TO WS-CURSOR-ANIO
               ELSE
                   ADD 1 TO WS-CURSOR-MES
               END-IF.

            RECORRER-BITACORA-VIVA.
               OPEN INPUT ARCHIVO-BITACORA
               IF WS-STATUS-BITACORA = "35"
                   DISPLAY "NO EXISTE BITACORA VIVA"
               ELSE
                   MOVE 'N' TO WS-ARCHIVO-EOF
                   PERFORM UNTIL WS-ARCHIVO-FIN
                       READ ARCHIVO-BITACORA
                           AT END
                               MOVE 'S' TO WS-ARCHIVO-EOF
                           NOT AT END
                               IF REGISTRO-BITACORA NOT = SPACES
                                   PERFORM EVALUAR-MOVIMIENTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-BITACORA
               END-IF.

            EVALUAR-MOVIMIENTO.
      *        Se filtra por la fecha de reloj del movimiento; las
      *        lineas antiguas sin moneda son de cuentas en pesos.
               ADD 1 TO WS-TOTAL-LEIDOS
               MOVE 'S' TO WS-CUMPLE
               MOVE SPACES TO WS-FECHA-MOVIMIENTO-TEXTO
               STRING
                   BIT-FECHAYHORA(1:4) DELIMITED BY SIZE
                   BIT-FECHAYHORA(6:2) DELIMITED BY SIZE
                   BIT-FECHAYHORA(9:2) DELIMITED BY SIZE
                   INTO WS-FECHA-MOVIMIENTO-TEXTO
               END-STRING
               IF WS-FECHA-MOVIMIENTO NOT NUMERIC
                  OR WS-FECHA-MOVIMIENTO < WS-FECHA-DESDE
                  OR WS-FECHA-MOVIMIENTO > WS-FECHA-HASTA
                   MOVE 'N' TO WS-CUMPLE
               END-IF

               MOVE BIT-MONTO TO WS-MONTO-MOVIMIENTO
               IF WS-MONTO-MOVIMIENTO < WS-MONTO-MINIMO
                   MOVE 'N' TO WS-CUMPLE
               END-IF
               IF WS-MONTO-MAXIMO > 0
                  AND WS-MONTO-MOVIMIENTO > WS-MONTO-MAXIMO
                   MOVE 'N' TO WS-CUMPLE
               END-IF

               MOVE BIT-MONEDA TO WS-MONEDA-MOVIMIENTO
               IF WS-MONEDA-MOVIMIENTO = SPACES
                   MOVE "CLP" TO WS-MONEDA-MOVIMIENTO
               END-IF
               IF WS-MONEDA-FILTRO NOT = SPACES
                  AND WS-MONEDA-MOVIMIENTO NOT = WS-MONEDA-FILTRO
                   MOVE 'N' TO WS-CUMPLE
               END-IF

               IF MOVIMIENTO-CUMPLE AND WS-CANT-OPERACIONES > 0
                   MOVE 'N' TO WS-EN-LISTA
                   PERFORM VARYING WS-FIL-INDICE FROM 1 BY 1
                           UNTIL WS-FIL-INDICE > WS-CANT-OPERACIONES
                       IF WS-FIL-OPERACION(WS-FIL-INDICE)
                          = BIT-OPERACION
                           MOVE 'S' TO WS-EN-LISTA
                       END-IF
                   END-PERFORM
                   IF NOT VALOR-EN-LISTA
                       MOVE 'N' TO WS-CUMPLE
                   END-IF
               END-IF

               IF MOVIMIENTO-CUMPLE AND WS-CANT-RUTS > 0
                   MOVE 'N' TO WS-EN-LISTA
                   PERFORM VARYING WS-FIL-INDICE FROM 1 BY 1
                           UNTIL WS-FIL-INDICE > WS-CANT-RUTS
                       IF WS-FIL-RUT(WS-FIL-INDICE) = BIT-RUT
                           MOVE 'S' TO WS-EN-LISTA
                       END-IF
                   END-PERFORM
                   IF NOT VALOR-EN-LISTA
                       MOVE 'N' TO WS-CUMPLE
                   END-IF
               END-IF

               IF MOVIMIENTO-CUMPLE AND WS-CANT-TERMINALES > 0
                   MOVE 'N' TO WS-EN-LISTA
                   PERFORM VARYING WS-FIL-INDICE FROM 1 BY 1
                           UNTIL WS-FIL-INDICE > WS-CANT-TERMINALES
                       IF WS-FIL-TERMINAL(WS-FIL-INDICE)
                          = BIT-ID-TERMINAL
                           MOVE 'S' TO WS-EN-LISTA
                       END-IF
                   END-PERFORM
                   IF NOT VALOR-EN-LISTA
                       MOVE 'N' TO WS-CUMPLE
                   END-IF
               END-IF

               IF MOVIMIENTO-CUMPLE
                   PERFORM ESCRIBIR-LINEA-EXTRACTO
               END-IF.

            ESCRIBIR-LINEA-EXTRACTO.
               MOVE BIT-SALDO TO WS-CSV-SALDO
               MOVE SPACES TO REGISTRO-EXTRACTO
               STRING
                   BIT-RUT DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   BIT-NUM-CUENTA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   BIT-OPERACION DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   WS-MONTO-MOVIMIENTO DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-SALDO) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   BIT-FECHAYHORA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   BIT-NUM-SECUENCIA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   BIT-ID-TERMINAL DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-MONEDA-MOVIMIENTO DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   BIT-ABONO-CARGO DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   BIT-FECHA-NEGOCIO DELIMITED BY SPACE
                   INTO REGISTRO-EXTRACTO
               END-STRING
               WRITE REGISTRO-EXTRACTO
               ADD 1 TO WS-TOTAL-EXTRAIDOS
               ADD WS-MONTO-MOVIMIENTO TO WS-TOTAL-MONTO.

            GRABAR-AUDITORIA.
      *        Queda quien pidio el extracto, el rango de fechas y
      *        los totales de control del archivo entregado.
               OPEN EXTEND ARCHIVO-AUDITORIA
               MOVE SPACES TO REGISTRO-AUDITORIA-ADMIN
               MOVE WS-FECHAYHORA-FORMATEADA TO ADM-FECHAYHORA
               MOVE WS-OPERADOR-RUT TO ADM-EJECUTIVO-RUT
               MOVE "EXTRACTO-AUDIT" TO ADM-PROGRAMA
               MOVE "EXTRAE" TO ADM-ACCION
               MOVE SPACES TO ADM-OBJETO
               STRING
                   WS-FECHA-DESDE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-FECHA-HASTA DELIMITED BY SIZE
                   INTO ADM-OBJETO
               END-STRING
               MOVE SPACES TO WS-DETALLE-AUDIT
               STRING
                   "LINEAS " DELIMITED BY SIZE
                   WS-TOTAL-EXTRAIDOS DELIMITED BY SIZE
                   " MONTO " DELIMITED BY SIZE
                   WS-TOTAL-MONTO DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDIT
               END-STRING
               MOVE WS-DETALLE-AUDIT TO ADM-DETALLE
               WRITE REGISTRO-AUDITORIA-ADMIN
               CLOSE ARCHIVO-AUDITORIA.

            VALIDAR-OPERADOR.
      *        Solo los roles CUM (auditoria y cumplimiento) y SUP.
      *        Como en GESTION-ROS no hay ingreso con cuenta
      *        supervisora mientras falte el maestro de operadores:
      *        el extracto expone movimientos de cualquier cliente.
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
                   DISPLAY "NO EXISTE MAESTRO DE OPERADORES"
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
                       IF USU-ES-CUMPLIMIENTO OR USU-ES-SUPERVISOR
                           MOVE 'S' TO WS-OPERADOR-AUTORIZADO
                           MOVE 0 TO USU-INTENTOS-FALLIDOS
                           REWRITE USUARIO
                       ELSE
                           DISPLAY
                               "SU ROL NO PERMITE USAR ESTE "
                               "PROGRAMA (CUM/SUP)"
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
       END PROGRAM EXTRACTO-AUDITORIA.
