      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Batch anual del informe de cuentas de residentes
      *          tributarios extranjeros (FATCA y CRS): recorre
      *          clientes.txt y, por cada cliente con residencia
      *          tributaria fuera de Chile o persona estadounidense,
      *          informa cada una de sus cuentas con el saldo de
      *          cierre del anio (la ultima foto de diciembre en
      *          saldos_diarios.txt) y el interes bruto pagado (los
      *          abonos INT del anio en movimientos.txt), en el
      *          formato de largo fijo de fatca_crs-AAAA.txt. Los
      *          clientes con indicios de residencia extranjera
      *          (persona estadounidense, pais extranjero registrado
      *          o telefono con prefijo de otro pais) que no tienen
      *          autocertificacion firmada quedan en
      *          indicios_fiscales-AAAA.txt, agrupados por ejecutivo
      *          de cuenta para que los contacten.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTAR-RESIDENCIA-FISCAL.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Informe anual FATCA/CRS e indicios sin certificar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CLIENTES.
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
           SELECT ARCHIVO-SNAPSHOTS ASSIGN TO "saldos_diarios.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNA-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SNAPSHOTS.
           SELECT ARCHIVO-MOVIMIENTOS ASSIGN TO "movimientos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MOVIMIENTOS.
           SELECT ARCHIVO-FISCAL ASSIGN TO WS-NOMBRE-INFORME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-LISTA ASSIGN TO WS-NOMBRE-LISTA
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-SNAPSHOTS.
           COPY "SNAPSHOT-SALDO.CPY".
       FD ARCHIVO-MOVIMIENTOS.
           COPY "MOVIMIENTO.CPY".
       FD ARCHIVO-FISCAL.
           COPY "ENVIO-FISCAL.CPY".
      *    Indicios: US = marcado persona estadounidense, PAIS =
      *    residencia extranjera registrada, TEL = telefono con
      *    prefijo internacional distinto de +56.
       FD ARCHIVO-LISTA.
       01 REGISTRO-LISTA.
          05 LIS-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 LIS-NOMBRE PIC X(40).
          05 FILLER PIC X VALUE SPACE.
          05 LIS-INDICIOS PIC X(12).
          05 FILLER PIC X VALUE SPACE.
          05 LIS-TELEFONO PIC X(12).
          05 FILLER PIC X VALUE SPACE.
          05 LIS-EJECUTIVO PIC X(10).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-STATUS-CUENTAS PIC X(2) VALUE "00".
       77 WS-STATUS-SNAPSHOTS PIC X(2) VALUE "00".
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
       77 WS-NOMBRE-INFORME PIC X(30).
       77 WS-NOMBRE-LISTA PIC X(40).
      *    Codigo de entidad y GIIN (numero de identificacion de la
      *    institucion ante el IRS) que van en la cabecera.
       77 WS-CODIGO-ENTIDAD PIC X(4) VALUE "0001".
       77 WS-GIIN PIC X(19) VALUE "A1B2C3.00000.LE.152".
       77 WS-ANIO-INFORME PIC 9(4).
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-CLIENTES-EOF PIC X VALUE 'N'.
           88 WS-CLIENTES-FIN-ARCHIVO VALUE 'S'.
       77 WS-CUENTAS-EOF PIC X VALUE 'N'.
           88 WS-CUENTAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-MOVIMIENTOS-EOF PIC X VALUE 'N'.
           88 WS-MOVIMIENTOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-HAY-SNAPSHOTS PIC X VALUE 'N'.
           88 HAY-SNAPSHOTS VALUE 'S'.
       77 WS-HAY-MOVIMIENTOS PIC X VALUE 'N'.
           88 HAY-MOVIMIENTOS VALUE 'S'.
       77 WS-HAY-CUENTAS PIC X VALUE 'N'.
           88 HAY-CUENTAS VALUE 'S'.
      *    Clasificacion del cliente en curso.
       77 WS-ES-INFORMABLE PIC X VALUE 'N'.
           88 CLIENTE-ES-INFORMABLE VALUE 'S'.
       77 WS-ESTA-AUTOCERTIFICADO PIC X VALUE 'N'.
           88 CLIENTE-AUTOCERTIFICADO VALUE 'S'.
       77 WS-INDICIOS PIC X(12).
       77 WS-PUNTERO-INDICIOS PIC 9(2) COMP.
       77 WS-ES-US-PERSON PIC X VALUE 'N'.
           88 TITULAR-ES-US-PERSON VALUE 'S'.
       77 WS-TIENE-PAIS-EXTRANJERO PIC X VALUE 'N'.
           88 TIENE-PAIS-EXTRANJERO VALUE 'S'.
       77 WS-NIF-US PIC X(20).
       77 WS-RESIDENCIA-INDICE PIC 9(1).
      *    Cuenta en curso: saldo de la ultima foto de diciembre e
      *    interes bruto del anio.
       01 WS-FECHA-CIERRE.
           05 WS-CIERRE-ANIO PIC 9(4).
           05 WS-CIERRE-MES PIC 9(2).
           05 WS-CIERRE-DIA PIC 9(2).
       01 WS-FECHA-CIERRE-NUM REDEFINES WS-FECHA-CIERRE PIC 9(8).
       77 WS-FOTO-ENCONTRADA PIC X VALUE 'N'.
           88 FOTO-ENCONTRADA VALUE 'S'.
       77 WS-SALDO-CIERRE PIC 9(12).
       77 WS-INTERES-BRUTO PIC 9(12).
       77 WS-MONEDA-CIERRE PIC X(3).
      *    Totales.
       77 WS-TOTAL-REVISADOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-INFORMABLES PIC 9(6) COMP VALUE 0.
       77 WS-CANT-CUENTAS PIC 9(6) VALUE 0.
       77 WS-CANT-FATCA PIC 9(6) VALUE 0.
       77 WS-CANT-CRS PIC 9(6) VALUE 0.
       77 WS-TOTAL-SALDOS PIC 9(14) VALUE 0.
       77 WS-TOTAL-INTERESES PIC 9(14) VALUE 0.
       77 WS-TOTAL-SIN-FOTO PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-FUERA-DE-LISTA PIC 9(6) COMP VALUE 0.
       77 WS-EJECUTIVO-ANTERIOR PIC X(10).
       77 WS-IND-DEL-EJECUTIVO PIC 9(4) COMP VALUE 0.
      *    La lista de indicios se arma en memoria para agruparla
      *    por ejecutivo antes de emitirla.
       01 WS-TABLA-INDICIOS.
           05 WS-IND-ENTRY OCCURS 1000 TIMES.
               10 WS-IND-RUT PIC X(10).
               10 WS-IND-NOMBRE PIC X(40).
               10 WS-IND-INDICIOS PIC X(12).
               10 WS-IND-TELEFONO PIC X(12).
               10 WS-IND-EJECUTIVO PIC X(10).
       77 WS-IND-CANTIDAD PIC 9(4) COMP VALUE 0.
       77 WS-IND-I PIC 9(4) COMP.
       77 WS-IND-J PIC 9(4) COMP.
       01 WS-IND-TEMP.
           05 WS-TMP-RUT PIC X(10).
           05 WS-TMP-NOMBRE PIC X(40).
           05 WS-TMP-INDICIOS PIC X(12).
           05 WS-TMP-TELEFONO PIC X(12).
           05 WS-TMP-EJECUTIVO PIC X(10).

       PROCEDURE DIVISION.
            DISPLAY "------ INFORME ANUAL FATCA / CRS ------".

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.

      *     Se informa el anio calendario cerrado: por defecto el
      *     anterior al de la fecha de proceso.
            DISPLAY "ANIO A INFORMAR (AAAA, 0 = ANIO ANTERIOR): ".
            ACCEPT WS-ANIO-INFORME.
            IF WS-ANIO-INFORME NOT NUMERIC OR WS-ANIO-INFORME = 0
                COMPUTE WS-ANIO-INFORME = WS-FECHA-HOY / 10000 - 1
            END-IF.
            IF WS-ANIO-INFORME * 10000 + 1231 > WS-FECHA-HOY
                DISPLAY "EL ANIO " WS-ANIO-INFORME " AUN NO CIERRA. "
                    "PROCESO CANCELADO"
                STOP RUN
            END-IF.

            MOVE SPACES TO WS-NOMBRE-INFORME.
            STRING
                "fatca_crs-" DELIMITED BY SIZE
                WS-ANIO-INFORME DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
                INTO WS-NOMBRE-INFORME
            END-STRING.
            MOVE SPACES TO WS-NOMBRE-LISTA.
            STRING
                "indicios_fiscales-" DELIMITED BY SIZE
                WS-ANIO-INFORME DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
                INTO WS-NOMBRE-LISTA
            END-STRING.

            PERFORM GENERAR-INFORME.

            PERFORM ORDENAR-INDICIOS.

            PERFORM EMITIR-INDICIOS.

            DISPLAY "ANIO INFORMADO: " WS-ANIO-INFORME.
            DISPLAY "CLIENTES REVISADOS: " WS-TOTAL-REVISADOS.
            DISPLAY "CLIENTES INFORMADOS: " WS-TOTAL-INFORMABLES.
            DISPLAY "CUENTAS INFORMADAS: " WS-CANT-CUENTAS
                "  (FATCA " WS-CANT-FATCA "  CRS " WS-CANT-CRS ")".
            IF WS-TOTAL-SIN-FOTO > 0
                DISPLAY "CUENTAS SIN FOTO DE CIERRE EN DICIEMBRE "
                    "(SALDO INFORMADO EN CERO): " WS-TOTAL-SIN-FOTO
            END-IF.
            IF WS-TOTAL-FUERA-DE-LISTA > 0
                DISPLAY "CON INDICIOS FUERA DE LA LISTA (TABLA LLENA): "
                    WS-TOTAL-FUERA-DE-LISTA
            END-IF.
            DISPLAY "INFORME: " WS-NOMBRE-INFORME.

            STOP RUN.

            GENERAR-INFORME.
               OPEN INPUT ARCHIVO-CLIENTES
               IF WS-STATUS-CLIENTES = "35"
                   DISPLAY "NO EXISTE MAESTRO DE CLIENTES"
                   STOP RUN
               END-IF
               OPEN INPUT ARCHIVO-CUENTAS
               IF WS-STATUS-CUENTAS NOT = "35"
                   MOVE 'S' TO WS-HAY-CUENTAS
               END-IF
               OPEN INPUT ARCHIVO-SNAPSHOTS
               IF WS-STATUS-SNAPSHOTS NOT = "35"
                   MOVE 'S' TO WS-HAY-SNAPSHOTS
               END-IF
               OPEN INPUT ARCHIVO-MOVIMIENTOS
               IF WS-STATUS-MOVIMIENTOS NOT = "35"
                   MOVE 'S' TO WS-HAY-MOVIMIENTOS
               END-IF
               OPEN OUTPUT ARCHIVO-FISCAL

               MOVE SPACES TO REGISTRO-FISCAL
               MOVE "01" TO FIS-TIPO-REGISTRO
               MOVE WS-ANIO-INFORME TO FIS-ANIO
               MOVE WS-CODIGO-ENTIDAD TO FIS-CODIGO-ENTIDAD
               MOVE WS-GIIN TO FIS-GIIN
               MOVE "CL" TO FIS-PAIS-ENTIDAD
               MOVE WS-FECHA-HOY TO FIS-FECHA-ENVIO
               WRITE REGISTRO-FISCAL

               MOVE 'N' TO WS-CLIENTES-EOF
               PERFORM UNTIL WS-CLIENTES-FIN-ARCHIVO
                   READ ARCHIVO-CLIENTES NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-CLIENTES-EOF
                   END-READ
                   IF NOT WS-CLIENTES-FIN-ARCHIVO
                      AND CLI-FECHA-ANONIMIZACION NUMERIC
                      AND CLIENTE-SIN-ANONIMIZAR
                       ADD 1 TO WS-TOTAL-REVISADOS
                       PERFORM CLASIFICAR-CLIENTE
                       IF CLIENTE-ES-INFORMABLE AND HAY-CUENTAS
                           ADD 1 TO WS-TOTAL-INFORMABLES
                           PERFORM INFORMAR-CUENTAS-CLIENTE
                       END-IF
                       IF WS-INDICIOS NOT = SPACES
                          AND NOT CLIENTE-AUTOCERTIFICADO
                           PERFORM ANOTAR-INDICIOS
                       END-IF
                   END-IF
               END-PERFORM

               MOVE SPACES TO REGISTRO-FISCAL
               MOVE "99" TO FIS-TIPO-REGISTRO
               MOVE WS-ANIO-INFORME TO FIS-ANIO
               MOVE WS-CANT-CUENTAS TO FIS-CANT-CUENTAS
               MOVE WS-CANT-FATCA TO FIS-CANT-FATCA
               MOVE WS-CANT-CRS TO FIS-CANT-CRS
               MOVE WS-TOTAL-SALDOS TO FIS-TOTAL-SALDOS
               MOVE WS-TOTAL-INTERESES TO FIS-TOTAL-INTERESES
               WRITE REGISTRO-FISCAL

               CLOSE ARCHIVO-FISCAL
               IF HAY-MOVIMIENTOS
                   CLOSE ARCHIVO-MOVIMIENTOS
               END-IF
               IF HAY-SNAPSHOTS
                   CLOSE ARCHIVO-SNAPSHOTS
               END-IF
               IF HAY-CUENTAS
                   CLOSE ARCHIVO-CUENTAS
               END-IF
               CLOSE ARCHIVO-CLIENTES.

            CLASIFICAR-CLIENTE.
      *        Informable: persona estadounidense o con algun pais de
      *        residencia tributaria distinto de Chile, certificado o
      *        no. Los indicios solo cuentan para la lista de
      *        contacto cuando falta la autocertificacion.
               MOVE 'N' TO WS-ES-INFORMABLE
               MOVE 'N' TO WS-ESTA-AUTOCERTIFICADO
               MOVE 'N' TO WS-ES-US-PERSON
               MOVE 'N' TO WS-TIENE-PAIS-EXTRANJERO
               MOVE SPACES TO WS-INDICIOS
               MOVE SPACES TO WS-NIF-US
               MOVE 1 TO WS-PUNTERO-INDICIOS
               IF CLI-FECHA-AUTOCERTIFICACION NUMERIC
                  AND NOT CLIENTE-SIN-AUTOCERTIFICAR
                   MOVE 'S' TO WS-ESTA-AUTOCERTIFICADO
               END-IF
               IF CLIENTE-ES-US-PERSON
                   MOVE 'S' TO WS-ES-US-PERSON
               END-IF
               PERFORM VARYING WS-RESIDENCIA-INDICE FROM 1 BY 1
                   UNTIL WS-RESIDENCIA-INDICE > 3
                   IF CLI-PAIS-RESIDENCIA(WS-RESIDENCIA-INDICE)
                      NOT = SPACES
                      AND CLI-PAIS-RESIDENCIA(WS-RESIDENCIA-INDICE)
                      NOT = "CL"
                       MOVE 'S' TO WS-TIENE-PAIS-EXTRANJERO
                       IF CLI-PAIS-RESIDENCIA(WS-RESIDENCIA-INDICE)
                          = "US"
                           MOVE 'S' TO WS-ES-US-PERSON
                           MOVE CLI-NIF-EXTRANJERO(WS-RESIDENCIA-INDICE)
                               TO WS-NIF-US
                       END-IF
                   END-IF
               END-PERFORM
               IF TITULAR-ES-US-PERSON
                   MOVE 'S' TO WS-ES-INFORMABLE
                   STRING "US " DELIMITED BY SIZE
                       INTO WS-INDICIOS
                       WITH POINTER WS-PUNTERO-INDICIOS
                   END-STRING
               END-IF
               IF TIENE-PAIS-EXTRANJERO
                   MOVE 'S' TO WS-ES-INFORMABLE
                   STRING "PAIS " DELIMITED BY SIZE
                       INTO WS-INDICIOS
                       WITH POINTER WS-PUNTERO-INDICIOS
                   END-STRING
               END-IF
               IF (CLI-TELEFONO(1:1) = "+"
                   AND CLI-TELEFONO(1:3) NOT = "+56")
                  OR CLI-TELEFONO(1:2) = "00"
                   STRING "TEL" DELIMITED BY SIZE
                       INTO WS-INDICIOS
                       WITH POINTER WS-PUNTERO-INDICIOS
                   END-STRING
               END-IF.

            INFORMAR-CUENTAS-CLIENTE.
      *        Todas las cuentas del RUT, cada una con su saldo de
      *        cierre e interes del anio; una cuenta sin foto de
      *        cierre ni interes (abierta despues del anio) no se
      *        informa.
               MOVE CLI-RUT TO RUT
               MOVE 0 TO NUM-CUENTA
               MOVE 'N' TO WS-CUENTAS-EOF
               START ARCHIVO-CUENTAS
                   KEY IS NOT LESS THAN CUENTA-CLAVE
                   INVALID KEY
                       MOVE 'S' TO WS-CUENTAS-EOF
               END-START
               PERFORM UNTIL WS-CUENTAS-FIN-ARCHIVO
                   READ ARCHIVO-CUENTAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-CUENTAS-EOF
                       NOT AT END
                           IF RUT NOT = CLI-RUT
                               MOVE 'S' TO WS-CUENTAS-EOF
                           ELSE
                               PERFORM BUSCAR-SALDO-CIERRE
                               PERFORM SUMAR-INTERES-BRUTO
                               IF FOTO-ENCONTRADA
                                  OR WS-INTERES-BRUTO > 0
                                   PERFORM ESCRIBIR-CUENTA-INFORMADA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

            BUSCAR-SALDO-CIERRE.
      *        Foto del 31 de diciembre o, si esa noche no corrio el
      *        snapshot, la ultima anterior del mismo mes.
               MOVE 'N' TO WS-FOTO-ENCONTRADA
               MOVE 0 TO WS-SALDO-CIERRE
               MOVE MONEDA-CUENTA TO WS-MONEDA-CIERRE
               MOVE WS-ANIO-INFORME TO WS-CIERRE-ANIO
               MOVE 12 TO WS-CIERRE-MES
               IF HAY-SNAPSHOTS
                   PERFORM VARYING WS-CIERRE-DIA FROM 31 BY -1
                       UNTIL WS-CIERRE-DIA < 1 OR FOTO-ENCONTRADA
                       MOVE WS-FECHA-CIERRE-NUM TO SNA-FECHA
                       MOVE RUT TO SNA-RUT
                       MOVE NUM-CUENTA TO SNA-NUM-CUENTA
                       READ ARCHIVO-SNAPSHOTS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'S' TO WS-FOTO-ENCONTRADA
                               IF SNA-SALDO > 0
                                   MOVE SNA-SALDO TO WS-SALDO-CIERRE
                               END-IF
                               IF SNA-MONEDA NOT = SPACES
                                   MOVE SNA-MONEDA TO WS-MONEDA-CIERRE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

            SUMAR-INTERES-BRUTO.
               MOVE 0 TO WS-INTERES-BRUTO
               IF HAY-MOVIMIENTOS
                   MOVE RUT TO MOV-RUT
                   MOVE NUM-CUENTA TO MOV-NUM-CUENTA
                   MOVE 0 TO MOV-NUM-SECUENCIA
                   MOVE 'N' TO WS-MOVIMIENTOS-EOF
                   START ARCHIVO-MOVIMIENTOS
                       KEY IS NOT LESS THAN MOV-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-MOVIMIENTOS-EOF
                   END-START
                   PERFORM UNTIL WS-MOVIMIENTOS-FIN-ARCHIVO
                       READ ARCHIVO-MOVIMIENTOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MOVIMIENTOS-EOF
                           NOT AT END
                               IF MOV-RUT NOT = RUT
                                  OR MOV-NUM-CUENTA NOT = NUM-CUENTA
                                   MOVE 'S' TO WS-MOVIMIENTOS-EOF
                               ELSE
                                   IF MOV-OPERACION = "INT"
                                      AND MOV-FECHAYHORA(1:4)
                                          = WS-ANIO-INFORME
                                       ADD MOV-MONTO TO WS-INTERES-BRUTO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

            ESCRIBIR-CUENTA-INFORMADA.
      *        Un registro por jurisdiccion: FATCA si es persona
      *        estadounidense, CRS por cada otro pais declarado.
               IF NOT FOTO-ENCONTRADA
                   ADD 1 TO WS-TOTAL-SIN-FOTO
               END-IF
               IF TITULAR-ES-US-PERSON
                   PERFORM ARMAR-DETALLE-CUENTA
                   MOVE "FATCA" TO FIS-CTA-REGIMEN
                   MOVE "US" TO FIS-CTA-PAIS
                   MOVE WS-NIF-US TO FIS-CTA-NIF
                   WRITE REGISTRO-FISCAL
                   ADD 1 TO WS-CANT-FATCA
                   PERFORM ACUMULAR-TOTALES
               END-IF
               PERFORM VARYING WS-RESIDENCIA-INDICE FROM 1 BY 1
                   UNTIL WS-RESIDENCIA-INDICE > 3
                   IF CLI-PAIS-RESIDENCIA(WS-RESIDENCIA-INDICE)
                      NOT = SPACES
                      AND CLI-PAIS-RESIDENCIA(WS-RESIDENCIA-INDICE)
                      NOT = "CL"
                      AND CLI-PAIS-RESIDENCIA(WS-RESIDENCIA-INDICE)
                      NOT = "US"
                       PERFORM ARMAR-DETALLE-CUENTA
                       MOVE "CRS" TO FIS-CTA-REGIMEN
                       MOVE CLI-PAIS-RESIDENCIA(WS-RESIDENCIA-INDICE)
                           TO FIS-CTA-PAIS
                       MOVE CLI-NIF-EXTRANJERO(WS-RESIDENCIA-INDICE)
                           TO FIS-CTA-NIF
                       WRITE REGISTRO-FISCAL
                       ADD 1 TO WS-CANT-CRS
                       PERFORM ACUMULAR-TOTALES
                   END-IF
               END-PERFORM.

            ARMAR-DETALLE-CUENTA.
               MOVE SPACES TO REGISTRO-FISCAL
               MOVE "02" TO FIS-TIPO-REGISTRO
               MOVE WS-ANIO-INFORME TO FIS-ANIO
               MOVE CLI-RUT TO FIS-CTA-RUT
               MOVE CLI-NOMBRE TO FIS-CTA-NOMBRE
               MOVE CLI-DIRECCION TO FIS-CTA-DIRECCION
               MOVE CLI-COMUNA TO FIS-CTA-COMUNA
               IF CLI-FECHA-NACIMIENTO NUMERIC
                   MOVE CLI-FECHA-NACIMIENTO
                       TO FIS-CTA-FECHA-NACIMIENTO
               ELSE
                   MOVE 0 TO FIS-CTA-FECHA-NACIMIENTO
               END-IF
               MOVE CLI-TIPO-PERSONA TO FIS-CTA-TIPO-PERSONA
               MOVE NUM-CUENTA TO FIS-CTA-NUM-CUENTA
               MOVE WS-MONEDA-CIERRE TO FIS-CTA-MONEDA
               MOVE WS-SALDO-CIERRE TO FIS-CTA-SALDO-CIERRE
               MOVE WS-INTERES-BRUTO TO FIS-CTA-INTERES-BRUTO
               IF CLIENTE-AUTOCERTIFICADO
                   MOVE 'S' TO FIS-CTA-AUTOCERTIFICADA
               ELSE
                   MOVE 'N' TO FIS-CTA-AUTOCERTIFICADA
               END-IF.

            ACUMULAR-TOTALES.
               ADD 1 TO WS-CANT-CUENTAS
               ADD WS-SALDO-CIERRE TO WS-TOTAL-SALDOS
               ADD WS-INTERES-BRUTO TO WS-TOTAL-INTERESES.

            ANOTAR-INDICIOS.
               IF WS-IND-CANTIDAD < 1000
                   ADD 1 TO WS-IND-CANTIDAD
                   MOVE CLI-RUT TO WS-IND-RUT(WS-IND-CANTIDAD)
                   MOVE CLI-NOMBRE TO WS-IND-NOMBRE(WS-IND-CANTIDAD)
                   MOVE WS-INDICIOS TO WS-IND-INDICIOS(WS-IND-CANTIDAD)
                   MOVE CLI-TELEFONO
                       TO WS-IND-TELEFONO(WS-IND-CANTIDAD)
                   MOVE CLI-EJECUTIVO-RUT
                       TO WS-IND-EJECUTIVO(WS-IND-CANTIDAD)
               ELSE
                   ADD 1 TO WS-TOTAL-FUERA-DE-LISTA
               END-IF.

            ORDENAR-INDICIOS.
      *        Agrupa por ejecutivo; dentro de cada cartera, por RUT
      *        (el orden en que vienen del maestro).
               PERFORM VARYING WS-IND-I FROM 1 BY 1
                       UNTIL WS-IND-I >= WS-IND-CANTIDAD
                   PERFORM VARYING WS-IND-J FROM 1 BY 1
                           UNTIL WS-IND-J
                                 > WS-IND-CANTIDAD - WS-IND-I
                       IF WS-IND-EJECUTIVO(WS-IND-J)
                          > WS-IND-EJECUTIVO(WS-IND-J + 1)
                           MOVE WS-IND-ENTRY(WS-IND-J)
                               TO WS-IND-TEMP
                           MOVE WS-IND-ENTRY(WS-IND-J + 1)
                               TO WS-IND-ENTRY(WS-IND-J)
                           MOVE WS-IND-TEMP
                               TO WS-IND-ENTRY(WS-IND-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM.

            EMITIR-INDICIOS.
               OPEN OUTPUT ARCHIVO-LISTA
               DISPLAY "CLIENTES CON INDICIOS SIN AUTOCERTIFICAR:"
               MOVE HIGH-VALUES TO WS-EJECUTIVO-ANTERIOR
               PERFORM VARYING WS-IND-I FROM 1 BY 1
                       UNTIL WS-IND-I > WS-IND-CANTIDAD
                   IF WS-IND-EJECUTIVO(WS-IND-I)
                      NOT = WS-EJECUTIVO-ANTERIOR
                       PERFORM ENCABEZAR-EJECUTIVO
                   END-IF
                   ADD 1 TO WS-IND-DEL-EJECUTIVO
                   MOVE SPACES TO REGISTRO-LISTA
                   MOVE WS-IND-RUT(WS-IND-I) TO LIS-RUT
                   MOVE WS-IND-NOMBRE(WS-IND-I) TO LIS-NOMBRE
                   MOVE WS-IND-INDICIOS(WS-IND-I) TO LIS-INDICIOS
                   MOVE WS-IND-TELEFONO(WS-IND-I) TO LIS-TELEFONO
                   MOVE WS-IND-EJECUTIVO(WS-IND-I) TO LIS-EJECUTIVO
                   WRITE REGISTRO-LISTA
                   DISPLAY
                       LIS-RUT " " LIS-NOMBRE(1:25) " "
                       LIS-INDICIOS " " LIS-TELEFONO
               END-PERFORM
               IF WS-IND-CANTIDAD > 0
                   DISPLAY "  CLIENTES DE LA CARTERA: "
                       WS-IND-DEL-EJECUTIVO
               END-IF
               CLOSE ARCHIVO-LISTA
               DISPLAY "CLIENTES A CONTACTAR: " WS-IND-CANTIDAD.

            ENCABEZAR-EJECUTIVO.
               IF WS-IND-I > 1
                   DISPLAY "  CLIENTES DE LA CARTERA: "
                       WS-IND-DEL-EJECUTIVO
               END-IF
               MOVE WS-IND-EJECUTIVO(WS-IND-I) TO WS-EJECUTIVO-ANTERIOR
               MOVE 0 TO WS-IND-DEL-EJECUTIVO
               IF WS-EJECUTIVO-ANTERIOR = SPACES
                   DISPLAY "-------- SIN EJECUTIVO ASIGNADO --------"
               ELSE
                   DISPLAY "-------- EJECUTIVO " WS-EJECUTIVO-ANTERIOR
                       " --------"
               END-IF
               DISPLAY
                   "RUT        NOMBRE                    INDICIOS     "
                   "TELEFONO".
       END PROGRAM REPORTAR-RESIDENCIA-FISCAL.
