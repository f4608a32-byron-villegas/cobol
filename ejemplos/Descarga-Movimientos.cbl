      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Descarga de movimientos para software de finanzas
      *          personales o contabilidad: el ejecutivo indica RUT,
      *          cuenta y rango de fechas y el programa deja, desde
      *          el indice movimientos.txt, un archivo OFX y uno CSV
      *          (descarga-RUT-CTA-DESDE-HASTA.ofx / .csv) que el
      *          cliente carga en su software en vez de la cartola
      *          impresa. Cada movimiento lleva su numero de
      *          secuencia de bitacora como identificador unico, de
      *          modo que importar dos veces el mismo rango no
      *          duplique movimientos. GENERAR-CARTOLAS-MASIVO ofrece
      *          la misma descarga dentro de la corrida de cartolas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCARGA-MOVIMIENTOS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Descarga de movimientos en formato OFX y CSV.

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
           SELECT ARCHIVO-MOVIMIENTOS ASSIGN TO "movimientos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MOVIMIENTOS.
           SELECT ARCHIVO-OFX ASSIGN TO WS-NOMBRE-OFX
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-CSV ASSIGN TO WS-NOMBRE-CSV
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-MOVIMIENTOS.
           COPY "MOVIMIENTO.CPY".
       FD ARCHIVO-OFX.
       01 LINEA-OFX PIC X(120).
       FD ARCHIVO-CSV.
       01 LINEA-CSV PIC X(120).
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
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
       77 WS-RUT PIC X(10).
       77 WS-NUM-CUENTA PIC 9(3).
       77 WS-FECHA-DESDE PIC 9(8).
       77 WS-FECHA-HASTA PIC 9(8).
       77 WS-MONEDA PIC X(3).
       77 WS-CUENTA-EXISTE PIC X VALUE 'N'.
           88 CUENTA-EXISTE VALUE 'S'.
       77 WS-MOVIMIENTOS-EOF PIC X VALUE 'N'.
           88 WS-MOVIMIENTOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-NOMBRE-OFX PIC X(60).
       77 WS-NOMBRE-CSV PIC X(60).
      *    Arrastre de saldos, igual que la cartola: el saldo de
      *    apertura es el ultimo visto antes del rango. El signo de
      *    cada movimiento sale de como movio el saldo de la cuenta
      *    (sube = abono, baja = cargo), que es lo que el software
      *    del cliente necesita para cuadrar.
       77 WS-SALDO-ULTIMO-VISTO PIC S9(8) VALUE 0.
       77 WS-SALDO-APERTURA PIC S9(8) VALUE 0.
       77 WS-SALDO-CIERRE PIC S9(8) VALUE 0.
       77 WS-PRIMER-MOVIMIENTO PIC X VALUE 'S'.
       77 WS-MONTO-FIRMADO PIC S9(9).
       77 WS-TOTAL-DESCARGADOS PIC 9(6) VALUE 0.
       01 WS-FECHA-MOV-TEXTO PIC X(8).
       01 WS-FECHA-MOV REDEFINES WS-FECHA-MOV-TEXTO PIC 9(8).
       77 WS-FECHA-OFX PIC X(14).
       77 WS-TIPO-OFX PIC X(6).
       77 WS-FORMATO-FIRMADO PIC -(8)9.
       77 WS-FORMATO-SALDO PIC -(8)9.
       77 WS-FECHAYHORA PIC X(21).
       77 WS-SUPERVISOR-RUT PIC X(10).
       77 WS-SUPERVISOR-NUM-CUENTA PIC 9(3).
       77 WS-SUPERVISOR-CLAVE PIC 9(4).
       77 WS-SUPERVISOR-CLAVE-HASH PIC 9(8).
       77 WS-SUPERVISOR-AUTORIZADO PIC X VALUE 'N'.
           88 SUPERVISOR-AUTORIZADO VALUE 'S'.

       PROCEDURE DIVISION.
            DISPLAY "-------- DESCARGA DE MOVIMIENTOS OFX/CSV --------".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.

            PERFORM VALIDAR-OPERADOR.

            IF NOT OPERADOR-AUTORIZADO THEN
                STOP RUN
            END-IF.

            DISPLAY "RUT DEL CLIENTE: ".
            ACCEPT WS-RUT.
            MOVE FUNCTION UPPER-CASE(WS-RUT) TO WS-RUT.

            DISPLAY "NUMERO DE CUENTA: ".
            ACCEPT WS-NUM-CUENTA.

            DISPLAY "FECHA DESDE (AAAAMMDD): ".
            ACCEPT WS-FECHA-DESDE.
            DISPLAY "FECHA HASTA (AAAAMMDD): ".
            ACCEPT WS-FECHA-HASTA.

            IF WS-FECHA-HASTA < WS-FECHA-DESDE THEN
                DISPLAY "FECHA HASTA ANTERIOR A FECHA DESDE"
                STOP RUN
            END-IF.

            PERFORM VERIFICAR-CUENTA.

            IF NOT CUENTA-EXISTE THEN
                STOP RUN
            END-IF.

            OPEN INPUT ARCHIVO-MOVIMIENTOS.
            IF WS-STATUS-MOVIMIENTOS = "35" THEN
                DISPLAY
                    "INDICE DE MOVIMIENTOS NO DISPONIBLE. "
                    "EJECUTE RECONSTRUIR-MOVIMIENTOS"
                STOP RUN
            END-IF.

            PERFORM ABRIR-DESCARGAS.
            PERFORM RECORRER-MOVIMIENTOS.
            PERFORM CERRAR-DESCARGAS.

            CLOSE ARCHIVO-MOVIMIENTOS.

            DISPLAY "MOVIMIENTOS DESCARGADOS: " WS-TOTAL-DESCARGADOS.
            DISPLAY "ARCHIVO OFX: " WS-NOMBRE-OFX.
            DISPLAY "ARCHIVO CSV: " WS-NOMBRE-CSV.

            STOP RUN.

            VERIFICAR-CUENTA.
               MOVE 'N' TO WS-CUENTA-EXISTE
               OPEN INPUT ARCHIVO-CUENTAS
               MOVE WS-RUT TO RUT
               MOVE WS-NUM-CUENTA TO NUM-CUENTA
               READ ARCHIVO-CUENTAS
                   INVALID KEY
                       DISPLAY "CUENTA NO ENCONTRADA"
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CUENTA-EXISTE
                       MOVE MONEDA-CUENTA TO WS-MONEDA
                       IF WS-MONEDA = SPACES
                           MOVE "CLP" TO WS-MONEDA
                       END-IF
               END-READ
               CLOSE ARCHIVO-CUENTAS.

            ABRIR-DESCARGAS.
               MOVE SPACES TO WS-NOMBRE-OFX
               STRING
                   "descarga-" DELIMITED BY SIZE
                   WS-RUT DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   WS-NUM-CUENTA DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-FECHA-DESDE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-FECHA-HASTA DELIMITED BY SIZE
                   ".ofx" DELIMITED BY SIZE
                   INTO WS-NOMBRE-OFX
               END-STRING
               MOVE SPACES TO WS-NOMBRE-CSV
               STRING
                   "descarga-" DELIMITED BY SIZE
                   WS-RUT DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   WS-NUM-CUENTA DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-FECHA-DESDE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-FECHA-HASTA DELIMITED BY SIZE
                   ".csv" DELIMITED BY SIZE
                   INTO WS-NOMBRE-CSV
               END-STRING

               OPEN OUTPUT ARCHIVO-OFX
               OPEN OUTPUT ARCHIVO-CSV

      *        Encabezado OFX 1.02 (SGML), el que aceptan los
      *        programas de finanzas personales mas comunes.
               MOVE "OFXHEADER:100" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE "DATA:OFXSGML" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE "VERSION:102" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE "SECURITY:NONE" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE "ENCODING:USASCII" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE "CHARSET:1252" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE "COMPRESSION:NONE" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE "OLDFILEUID:NONE" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE "NEWFILEUID:NONE" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE SPACES TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE "<OFX>" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE SPACES TO LINEA-OFX
               STRING
                   "<SIGNONMSGSRSV1><SONRS><STATUS><CODE>0"
                       DELIMITED BY SIZE
                   "<SEVERITY>INFO</STATUS><DTSERVER>"
                       DELIMITED BY SIZE
                   WS-FECHAYHORA(1:14) DELIMITED BY SIZE
                   "<LANGUAGE>SPA</SONRS></SIGNONMSGSRSV1>"
                       DELIMITED BY SIZE
                   INTO LINEA-OFX
               END-STRING
               WRITE LINEA-OFX
               MOVE SPACES TO LINEA-OFX
               STRING
                   "<BANKMSGSRSV1><STMTTRNRS><TRNUID>1"
                       DELIMITED BY SIZE
                   "<STATUS><CODE>0<SEVERITY>INFO</STATUS>"
                       DELIMITED BY SIZE
                   INTO LINEA-OFX
               END-STRING
               WRITE LINEA-OFX
               MOVE SPACES TO LINEA-OFX
               STRING
                   "<STMTRS><CURDEF>" DELIMITED BY SIZE
                   WS-MONEDA DELIMITED BY SIZE
                   "<BANKACCTFROM><BANKID>0001<ACCTID>"
                       DELIMITED BY SIZE
                   WS-RUT DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   WS-NUM-CUENTA DELIMITED BY SIZE
                   "<ACCTTYPE>CHECKING</BANKACCTFROM>"
                       DELIMITED BY SIZE
                   INTO LINEA-OFX
               END-STRING
               WRITE LINEA-OFX
               MOVE SPACES TO LINEA-OFX
               STRING
                   "<BANKTRANLIST><DTSTART>" DELIMITED BY SIZE
                   WS-FECHA-DESDE DELIMITED BY SIZE
                   "<DTEND>" DELIMITED BY SIZE
                   WS-FECHA-HASTA DELIMITED BY SIZE
                   INTO LINEA-OFX
               END-STRING
               WRITE LINEA-OFX

               MOVE SPACES TO LINEA-CSV
               STRING
                   "FECHA;ID;OPERACION;MONTO;SALDO;MONEDA"
                       DELIMITED BY SIZE
                   INTO LINEA-CSV
               END-STRING
               WRITE LINEA-CSV.

            RECORRER-MOVIMIENTOS.
      *        Igual que la cartola: los movimientos de la cuenta
      *        via el indice, en orden de secuencia (cronologico).
               MOVE 'N' TO WS-MOVIMIENTOS-EOF
               MOVE WS-RUT TO MOV-RUT
               MOVE WS-NUM-CUENTA TO MOV-NUM-CUENTA
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
                       IF MOV-RUT NOT = WS-RUT
                          OR MOV-NUM-CUENTA NOT = WS-NUM-CUENTA
                           MOVE 'S' TO WS-MOVIMIENTOS-EOF
                       ELSE
                           PERFORM DESCARGAR-UN-MOVIMIENTO
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PRIMER-MOVIMIENTO = 'S'
                   MOVE WS-SALDO-ULTIMO-VISTO TO WS-SALDO-APERTURA
                   MOVE WS-SALDO-ULTIMO-VISTO TO WS-SALDO-CIERRE
               END-IF.

            DESCARGAR-UN-MOVIMIENTO.
               MOVE SPACES TO WS-FECHA-MOV-TEXTO
               STRING
                   MOV-FECHAYHORA(1:4) DELIMITED BY SIZE
                   MOV-FECHAYHORA(6:2) DELIMITED BY SIZE
                   MOV-FECHAYHORA(9:2) DELIMITED BY SIZE
                   INTO WS-FECHA-MOV-TEXTO
               END-STRING
               IF WS-FECHA-MOV NUMERIC
                  AND WS-FECHA-MOV NOT < WS-FECHA-DESDE
                  AND WS-FECHA-MOV NOT > WS-FECHA-HASTA
                   IF WS-PRIMER-MOVIMIENTO = 'S'
                       MOVE WS-SALDO-ULTIMO-VISTO
                           TO WS-SALDO-APERTURA
                       MOVE 'N' TO WS-PRIMER-MOVIMIENTO
                   END-IF
                   IF MOV-SALDO < WS-SALDO-ULTIMO-VISTO
                       COMPUTE WS-MONTO-FIRMADO = 0 - MOV-MONTO
                       MOVE "DEBIT" TO WS-TIPO-OFX
                   ELSE
                       MOVE MOV-MONTO TO WS-MONTO-FIRMADO
                       MOVE "CREDIT" TO WS-TIPO-OFX
                   END-IF
                   PERFORM ESCRIBIR-MOVIMIENTO-DESCARGA
                   MOVE MOV-SALDO TO WS-SALDO-CIERRE
               END-IF
               MOVE MOV-SALDO TO WS-SALDO-ULTIMO-VISTO.

            ESCRIBIR-MOVIMIENTO-DESCARGA.
      *        FITID = secuencia de bitacora: el software del cliente
      *        descarta al reimportar lo que ya tiene con ese ID.
               MOVE SPACES TO WS-FECHA-OFX
               STRING
                   WS-FECHA-MOV-TEXTO DELIMITED BY SIZE
                   MOV-FECHAYHORA(12:2) DELIMITED BY SIZE
                   MOV-FECHAYHORA(15:2) DELIMITED BY SIZE
                   MOV-FECHAYHORA(18:2) DELIMITED BY SIZE
                   INTO WS-FECHA-OFX
               END-STRING
               MOVE WS-MONTO-FIRMADO TO WS-FORMATO-FIRMADO
               MOVE MOV-SALDO TO WS-FORMATO-SALDO

               MOVE SPACES TO LINEA-OFX
               STRING
                   "<STMTTRN><TRNTYPE>" DELIMITED BY SIZE
                   WS-TIPO-OFX DELIMITED BY SPACE
                   "<DTPOSTED>" DELIMITED BY SIZE
                   WS-FECHA-OFX DELIMITED BY SIZE
                   "<TRNAMT>" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FORMATO-FIRMADO) DELIMITED BY SIZE
                   "<FITID>" DELIMITED BY SIZE
                   MOV-NUM-SECUENCIA DELIMITED BY SIZE
                   "<NAME>" DELIMITED BY SIZE
                   MOV-OPERACION DELIMITED BY SIZE
                   "</STMTTRN>" DELIMITED BY SIZE
                   INTO LINEA-OFX
               END-STRING
               WRITE LINEA-OFX

               MOVE SPACES TO LINEA-CSV
               STRING
                   MOV-FECHAYHORA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   MOV-NUM-SECUENCIA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   MOV-OPERACION DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FORMATO-FIRMADO) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FORMATO-SALDO) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   WS-MONEDA DELIMITED BY SIZE
                   INTO LINEA-CSV
               END-STRING
               WRITE LINEA-CSV
               ADD 1 TO WS-TOTAL-DESCARGADOS.

            CERRAR-DESCARGAS.
               MOVE "</BANKTRANLIST>" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE WS-SALDO-CIERRE TO WS-FORMATO-SALDO
               MOVE SPACES TO LINEA-OFX
               STRING
                   "<LEDGERBAL><BALAMT>" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FORMATO-SALDO) DELIMITED BY SIZE
                   "<DTASOF>" DELIMITED BY SIZE
                   WS-FECHA-HASTA DELIMITED BY SIZE
                   "</LEDGERBAL>" DELIMITED BY SIZE
                   INTO LINEA-OFX
               END-STRING
               WRITE LINEA-OFX
               MOVE "</STMTRS></STMTTRNRS></BANKMSGSRSV1>" TO LINEA-OFX
               WRITE LINEA-OFX
               MOVE "</OFX>" TO LINEA-OFX
               WRITE LINEA-OFX
               CLOSE ARCHIVO-OFX
               CLOSE ARCHIVO-CSV.

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
       END PROGRAM DESCARGA-MOVIMIENTOS.
