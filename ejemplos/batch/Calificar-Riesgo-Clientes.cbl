      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Batch de calificacion de riesgo de lavado (AML) por
      *          cliente: recorre el maestro de clientes y a cada RUT
      *          le suma puntos por ser PEP, por estar (o haber
      *          estado) en la lista de vigilancia, por aparecer como
      *          contraparte de un item retenido contra un RUT
      *          vigilado, por su ocupacion y origen declarado de
      *          fondos, por las declaraciones de origen que ha
      *          tenido que firmar en el ultimo anio, por la
      *          proporcion de efectivo en sus movimientos recientes
      *          y por ser persona juridica. Con el puntaje queda en
      *          riesgo BAJ, MED o ALT; el riesgo ALT acorta el ciclo
      *          de refresco KYC y baja el umbral desde el cual sus
      *          depositos y giros en efectivo se reportan.
      *          La calificacion vigente y sus factores quedan en
      *          riesgos_clientes.txt, cada cambio en
      *          riesgos_historial.txt y el listado para cumplimiento
      *          (todo cliente MED o ALT y todo cambio) en
      *          reporte_riesgo.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIFICAR-RIESGO-CLIENTES.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Calificacion de riesgo de lavado por cliente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CLIENTES.
           SELECT ARCHIVO-MOVIMIENTOS ASSIGN TO "movimientos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MOVIMIENTOS.
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
           SELECT OPTIONAL ARCHIVO-DECLARACIONES
               ASSIGN TO "declaraciones_origen.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DECLARACIONES.
           SELECT ARCHIVO-RIESGOS ASSIGN TO "riesgos_clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIE-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RIESGOS.
           SELECT OPTIONAL ARCHIVO-HISTORIAL-RIESGOS
               ASSIGN TO "riesgos_historial.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-REPORTE ASSIGN TO "reporte_riesgo.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-MOVIMIENTOS.
           COPY "MOVIMIENTO.CPY".
       FD ARCHIVO-VIGILANCIA.
           COPY "VIGILADO.CPY".
       FD ARCHIVO-RETENIDOS.
           COPY "RETENIDO-COMPLIANCE.CPY".
       FD ARCHIVO-DECLARACIONES.
           COPY "DECLARACION-ORIGEN.CPY".
       FD ARCHIVO-RIESGOS.
           COPY "RIESGO-CLIENTE.CPY".
       FD ARCHIVO-HISTORIAL-RIESGOS.
           COPY "HISTORIAL-RIESGO.CPY".
       FD ARCHIVO-REPORTE.
       01 REGISTRO-REPORTE.
          05 REP-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 REP-NIVEL PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 REP-NIVEL-ANTERIOR PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 REP-PUNTAJE PIC 9(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 REP-PTS-PEP PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 REP-PTS-VIGILANCIA PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 REP-PTS-PROXIMIDAD PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 REP-PTS-OCUPACION PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 REP-PTS-ORIGEN PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 REP-PTS-DECLARACIONES PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 REP-PTS-EFECTIVO PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 REP-PTS-JURIDICA PIC 9(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 REP-MESES-KYC PIC 9(2).
          05 FILLER PIC X VALUE SPACE.
          05 REP-UMBRAL-EFECTIVO PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 REP-MARCA PIC X(6).
       WORKING-STORAGE SECTION.
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
       77 WS-STATUS-VIGILANCIA PIC X(2) VALUE "00".
       77 WS-STATUS-RETENIDOS PIC X(2) VALUE "00".
       77 WS-STATUS-DECLARACIONES PIC X(2) VALUE "00".
       77 WS-STATUS-RIESGOS PIC X(2) VALUE "00".
       77 WS-EOF PIC X VALUE 'N'.
           88 WS-FIN-ARCHIVO VALUE 'S'.
       77 WS-MOVIMIENTOS-EOF PIC X VALUE 'N'.
           88 WS-MOVIMIENTOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-HAY-MOVIMIENTOS PIC X VALUE 'S'.
           88 WS-CON-MOVIMIENTOS VALUE 'S'.
       77 WS-HAY-VIGILANCIA PIC X VALUE 'S'.
           88 WS-CON-VIGILANCIA VALUE 'S'.
      *    Puntos de cada factor. Ser PEP o estar vigente en la
      *    lista de vigilancia deja al cliente en ALT cualquiera sea
      *    el resto del puntaje.
       77 WS-PUNTOS-PEP PIC 9(3) VALUE 40.
       77 WS-PUNTOS-VIGILANCIA-VIGENTE PIC 9(3) VALUE 50.
       77 WS-PUNTOS-VIGILANCIA-BAJA PIC 9(3) VALUE 20.
       77 WS-PUNTOS-PROXIMIDAD PIC 9(3) VALUE 25.
       77 WS-PUNTOS-OCUPACION-RIESGO PIC 9(3) VALUE 15.
       77 WS-PUNTOS-SIN-OCUPACION PIC 9(3) VALUE 10.
       77 WS-PUNTOS-ORIGEN-RIESGO PIC 9(3) VALUE 15.
       77 WS-PUNTOS-SIN-ORIGEN PIC 9(3) VALUE 10.
       77 WS-DECLARACIONES-MUCHAS PIC 9(4) VALUE 3.
       77 WS-PUNTOS-DECLARACIONES-MUCHAS PIC 9(3) VALUE 20.
       77 WS-PUNTOS-DECLARACIONES-ALGUNA PIC 9(3) VALUE 10.
       77 WS-PUNTOS-DECLARACION-OTRO PIC 9(3) VALUE 5.
       77 WS-PORC-EFECTIVO-ALTO PIC 9(3) VALUE 50.
       77 WS-PORC-EFECTIVO-MEDIO PIC 9(3) VALUE 25.
       77 WS-PUNTOS-EFECTIVO-ALTO PIC 9(3) VALUE 20.
       77 WS-PUNTOS-EFECTIVO-MEDIO PIC 9(3) VALUE 10.
       77 WS-MINIMO-EFECTIVO PIC 9(10) VALUE 1000000.
       77 WS-PUNTOS-JURIDICA PIC 9(3) VALUE 10.
      *    Cortes de nivel y lo que cada nivel exige: meses de
      *    vigencia del perfil KYC y umbral de reporte de efectivo.
       77 WS-PUNTAJE-ALTO PIC 9(3) VALUE 50.
       77 WS-PUNTAJE-MEDIO PIC 9(3) VALUE 25.
       77 WS-MESES-KYC-GENERAL PIC 9(2) VALUE 12.
       77 WS-MESES-KYC-ALTO PIC 9(2) VALUE 6.
       77 WS-UMBRAL-EFECTIVO-GENERAL PIC 9(8) VALUE 10000000.
       77 WS-UMBRAL-EFECTIVO-ALTO PIC 9(8) VALUE 5000000.
      *    Ventanas: declaraciones de origen del ultimo anio y
      *    efectivo de los ultimos 90 dias, en dias corridos.
       77 WS-DIAS-DECLARACIONES PIC 9(3) VALUE 365.
       77 WS-DIAS-EFECTIVO PIC 9(3) VALUE 90.
      *    Ocupaciones y origenes de fondos de mayor riesgo: largo
      *    de la palabra clave y la palabra, que se busca dentro del
      *    texto libre que capturo el ejecutivo.
       01 WS-OCUPACIONES-RIESGO.
           05 FILLER PIC X(12) VALUE "07CAMBIST   ".
           05 FILLER PIC X(12) VALUE "05JOYER     ".
           05 FILLER PIC X(12) VALUE "06CASINO    ".
           05 FILLER PIC X(12) VALUE "09AUTOMOTOR ".
           05 FILLER PIC X(12) VALUE "10PRESTAMIST".
           05 FILLER PIC X(12) VALUE "10INMOBILIAR".
           05 FILLER PIC X(12) VALUE "06CRIPTO    ".
           05 FILLER PIC X(12) VALUE "05ARMAS     ".
       01 WS-OCUPACIONES-TABLA REDEFINES WS-OCUPACIONES-RIESGO.
           05 WS-OCU-ENTRY OCCURS 8 TIMES.
               10 WS-OCU-LARGO PIC 9(2).
               10 WS-OCU-PALABRA PIC X(10).
       01 WS-ORIGENES-RIESGO.
           05 FILLER PIC X(12) VALUE "08EFECTIVO  ".
           05 FILLER PIC X(12) VALUE "08DONACION  ".
           05 FILLER PIC X(12) VALUE "06PREMIO    ".
           05 FILLER PIC X(12) VALUE "06CRIPTO    ".
           05 FILLER PIC X(12) VALUE "05JUEGO     ".
           05 FILLER PIC X(12) VALUE "08EXTERIOR  ".
       01 WS-ORIGENES-TABLA REDEFINES WS-ORIGENES-RIESGO.
           05 WS-ORI-ENTRY OCCURS 6 TIMES.
               10 WS-ORI-LARGO PIC 9(2).
               10 WS-ORI-PALABRA PIC X(10).
       77 WS-PALABRA-INDICE PIC 9(2) COMP.
       77 WS-COINCIDENCIAS PIC 9(4) COMP.
      *    Indicios por RUT recogidos de las declaraciones de origen
      *    y de los items retenidos, antes de recorrer el maestro.
       01 WS-TABLA-INDICIOS.
           05 WS-IND-ENTRY OCCURS 1000 TIMES.
               10 WS-IND-RUT PIC X(10).
               10 WS-IND-DECLARACIONES PIC 9(4).
               10 WS-IND-DECLARACIONES-OTR PIC 9(4).
               10 WS-IND-RETENIDOS PIC 9(4).
       77 WS-IND-CANTIDAD PIC 9(4) COMP VALUE 0.
       77 WS-IND-INDICE PIC 9(4) COMP.
       77 WS-IND-ACTUAL PIC 9(4) COMP.
       77 WS-IND-DESCARTADOS PIC 9(6) COMP VALUE 0.
       77 WS-RUT-BUSCADO PIC X(10).
      *    Calificacion del cliente en curso.
       01 WS-FACTORES.
           05 WS-PTS-PEP PIC 9(3).
           05 WS-PTS-VIGILANCIA PIC 9(3).
           05 WS-PTS-PROXIMIDAD PIC 9(3).
           05 WS-PTS-OCUPACION PIC 9(3).
           05 WS-PTS-ORIGEN PIC 9(3).
           05 WS-PTS-DECLARACIONES PIC 9(3).
           05 WS-PTS-EFECTIVO PIC 9(3).
           05 WS-PTS-JURIDICA PIC 9(3).
       77 WS-PUNTAJE PIC 9(3).
       77 WS-NIVEL PIC X(3).
       77 WS-NIVEL-ANTERIOR PIC X(3).
       77 WS-FORZAR-ALTO PIC X VALUE 'N'.
           88 WS-ALTO-FORZADO VALUE 'S'.
       77 WS-HUBO-CAMBIO PIC X VALUE 'N'.
           88 WS-CAMBIO-CALIFICACION VALUE 'S'.
       77 WS-MONTO-EFECTIVO PIC 9(12).
       77 WS-MONTO-TOTAL PIC 9(12).
       77 WS-PORC-EFECTIVO PIC 9(3).
       77 WS-TOTAL-CLIENTES PIC 9(6) VALUE 0.
       77 WS-TOTAL-BAJO PIC 9(6) VALUE 0.
       77 WS-TOTAL-MEDIO PIC 9(6) VALUE 0.
       77 WS-TOTAL-ALTO PIC 9(6) VALUE 0.
       77 WS-TOTAL-CAMBIOS PIC 9(6) VALUE 0.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).
       77 WS-ENTERO-HOY PIC S9(9) COMP.
       77 WS-FECHA-AUXILIAR PIC 9(8).
      *    Limites de las ventanas en el formato AAAA-MM-DD con que
      *    la bitacora y las declaraciones graban la fecha.
       01 WS-DESDE-DECLARACIONES.
           05 WS-DDE-ANIO PIC 9(4).
           05 FILLER PIC X VALUE '-'.
           05 WS-DDE-MES PIC 99.
           05 FILLER PIC X VALUE '-'.
           05 WS-DDE-DIA PIC 99.
       01 WS-DESDE-EFECTIVO.
           05 WS-DEF-ANIO PIC 9(4).
           05 FILLER PIC X VALUE '-'.
           05 WS-DEF-MES PIC 99.
           05 FILLER PIC X VALUE '-'.
           05 WS-DEF-DIA PIC 99.

       PROCEDURE DIVISION.
            DISPLAY "----- CALIFICACION DE RIESGO DE CLIENTES -----".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.
            COMPUTE WS-ENTERO-HOY =
                FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
            COMPUTE WS-FECHA-AUXILIAR = FUNCTION DATE-OF-INTEGER(
                WS-ENTERO-HOY - WS-DIAS-DECLARACIONES).
            MOVE WS-FECHA-AUXILIAR(1:4) TO WS-DDE-ANIO.
            MOVE WS-FECHA-AUXILIAR(5:2) TO WS-DDE-MES.
            MOVE WS-FECHA-AUXILIAR(7:2) TO WS-DDE-DIA.
            COMPUTE WS-FECHA-AUXILIAR = FUNCTION DATE-OF-INTEGER(
                WS-ENTERO-HOY - WS-DIAS-EFECTIVO).
            MOVE WS-FECHA-AUXILIAR(1:4) TO WS-DEF-ANIO.
            MOVE WS-FECHA-AUXILIAR(5:2) TO WS-DEF-MES.
            MOVE WS-FECHA-AUXILIAR(7:2) TO WS-DEF-DIA.

            OPEN INPUT ARCHIVO-CLIENTES.
            IF WS-STATUS-CLIENTES = "35"
                DISPLAY "NO EXISTE MAESTRO DE CLIENTES"
                STOP RUN
            END-IF.

            PERFORM CARGAR-DECLARACIONES.
            PERFORM CARGAR-RETENIDOS.

            OPEN INPUT ARCHIVO-MOVIMIENTOS.
            IF WS-STATUS-MOVIMIENTOS = "35"
                DISPLAY "NO EXISTE EL INDICE DE MOVIMIENTOS"
                MOVE 'N' TO WS-HAY-MOVIMIENTOS
            END-IF.
            OPEN INPUT ARCHIVO-VIGILANCIA.
            IF WS-STATUS-VIGILANCIA = "35"
                MOVE 'N' TO WS-HAY-VIGILANCIA
            END-IF.
            OPEN I-O ARCHIVO-RIESGOS.
            IF WS-STATUS-RIESGOS = "35"
                OPEN OUTPUT ARCHIVO-RIESGOS
                CLOSE ARCHIVO-RIESGOS
                OPEN I-O ARCHIVO-RIESGOS
            END-IF.
            OPEN EXTEND ARCHIVO-HISTORIAL-RIESGOS.
            OPEN OUTPUT ARCHIVO-REPORTE.

            PERFORM CALIFICAR-CLIENTES.

            CLOSE ARCHIVO-REPORTE.
            CLOSE ARCHIVO-HISTORIAL-RIESGOS.
            CLOSE ARCHIVO-RIESGOS.
            IF WS-CON-VIGILANCIA
                CLOSE ARCHIVO-VIGILANCIA
            END-IF.
            IF WS-CON-MOVIMIENTOS
                CLOSE ARCHIVO-MOVIMIENTOS
            END-IF.
            CLOSE ARCHIVO-CLIENTES.

            DISPLAY "CLIENTES CALIFICADOS: " WS-TOTAL-CLIENTES.
            DISPLAY "  RIESGO ALTO: " WS-TOTAL-ALTO.
            DISPLAY "  RIESGO MEDIO: " WS-TOTAL-MEDIO.
            DISPLAY "  RIESGO BAJO: " WS-TOTAL-BAJO.
            DISPLAY "CAMBIOS DE CALIFICACION: " WS-TOTAL-CAMBIOS.
            IF WS-IND-DESCARTADOS > 0
                DISPLAY "*** TABLA DE INDICIOS LLENA: "
                    WS-IND-DESCARTADOS " REGISTROS SIN CONTAR ***"
            END-IF.

            STOP RUN.

            CARGAR-DECLARACIONES.
      *        Declaraciones de origen de fondos del ultimo anio por
      *        RUT; las de motivo OTR (sin sueldo, venta ni ahorro
      *        que las respalde) se cuentan aparte.
               MOVE 'N' TO WS-EOF
               OPEN INPUT ARCHIVO-DECLARACIONES
               IF WS-STATUS-DECLARACIONES = "35"
                   MOVE 'S' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-DECLARACIONES
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF DECLARACION-ORIGEN NOT = SPACES
                              AND DOF-FECHAYHORA(1:10)
                                  NOT < WS-DESDE-DECLARACIONES
                               MOVE DOF-RUT TO WS-RUT-BUSCADO
                               PERFORM UBICAR-INDICIO
                               IF WS-IND-ACTUAL > 0
                                   ADD 1 TO WS-IND-DECLARACIONES
                                       (WS-IND-ACTUAL)
                                   IF DOF-CODIGO-MOTIVO = "OTR"
                                       ADD 1 TO
                                           WS-IND-DECLARACIONES-OTR
                                           (WS-IND-ACTUAL)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-STATUS-DECLARACIONES NOT = "35"
                   CLOSE ARCHIVO-DECLARACIONES
               END-IF.

            CARGAR-RETENIDOS.
      *        Proximidad a la lista: el cliente fue la contraparte
      *        (quien pagaba o recibia) de un item que se retuvo por
      *        coincidir con un RUT vigilado, cualquiera haya sido la
      *        decision del analista.
               OPEN INPUT ARCHIVO-RETENIDOS
               IF WS-STATUS-RETENIDOS NOT = "35"
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-FIN-ARCHIVO
                       READ ARCHIVO-RETENIDOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-EOF
                       END-READ
                       IF NOT WS-FIN-ARCHIVO
                          AND RTC-RUT-CONTRAPARTE NOT = SPACES
                          AND RTC-RUT-CONTRAPARTE
                              NOT = RTC-RUT-COINCIDENTE
                          AND RTC-FECHAYHORA(1:10)
                              NOT < WS-DESDE-DECLARACIONES
                           MOVE RTC-RUT-CONTRAPARTE TO WS-RUT-BUSCADO
                           PERFORM UBICAR-INDICIO
                           IF WS-IND-ACTUAL > 0
                               ADD 1 TO WS-IND-RETENIDOS(WS-IND-ACTUAL)
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-RETENIDOS
               END-IF.

            UBICAR-INDICIO.
               MOVE 0 TO WS-IND-ACTUAL
               IF WS-RUT-BUSCADO NOT = SPACES
                   PERFORM VARYING WS-IND-INDICE FROM 1 BY 1
                           UNTIL WS-IND-INDICE > WS-IND-CANTIDAD
                       IF WS-IND-RUT(WS-IND-INDICE) = WS-RUT-BUSCADO
                           MOVE WS-IND-INDICE TO WS-IND-ACTUAL
                           MOVE WS-IND-CANTIDAD TO WS-IND-INDICE
                       END-IF
                   END-PERFORM
                   IF WS-IND-ACTUAL = 0
                       IF WS-IND-CANTIDAD < 1000
                           ADD 1 TO WS-IND-CANTIDAD
                           MOVE WS-IND-CANTIDAD TO WS-IND-ACTUAL
                           INITIALIZE WS-IND-ENTRY(WS-IND-ACTUAL)
                           MOVE WS-RUT-BUSCADO
                               TO WS-IND-RUT(WS-IND-ACTUAL)
                       ELSE
                           ADD 1 TO WS-IND-DESCARTADOS
                       END-IF
                   END-IF
               END-IF.

            BUSCAR-INDICIO.
      *        Como UBICAR-INDICIO pero sin agregar el RUT.
               MOVE 0 TO WS-IND-ACTUAL
               PERFORM VARYING WS-IND-INDICE FROM 1 BY 1
                       UNTIL WS-IND-INDICE > WS-IND-CANTIDAD
                   IF WS-IND-RUT(WS-IND-INDICE) = WS-RUT-BUSCADO
                       MOVE WS-IND-INDICE TO WS-IND-ACTUAL
                       MOVE WS-IND-CANTIDAD TO WS-IND-INDICE
                   END-IF
               END-PERFORM.

            CALIFICAR-CLIENTES.
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-FIN-ARCHIVO
                   READ ARCHIVO-CLIENTES NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                   END-READ
                   IF NOT WS-FIN-ARCHIVO
                      AND NOT CLIENTE-FALLECIDO
                      AND (CLI-FECHA-ANONIMIZACION NOT NUMERIC
                           OR CLIENTE-SIN-ANONIMIZAR)
                       PERFORM CALIFICAR-UN-CLIENTE
                       PERFORM GRABAR-CALIFICACION
                   END-IF
               END-PERFORM.

            CALIFICAR-UN-CLIENTE.
               ADD 1 TO WS-TOTAL-CLIENTES
               MOVE ZEROES TO WS-FACTORES
               MOVE 'N' TO WS-FORZAR-ALTO
               MOVE CLI-RUT TO WS-RUT-BUSCADO
               PERFORM BUSCAR-INDICIO

               IF CLIENTE-ES-PEP
                   MOVE WS-PUNTOS-PEP TO WS-PTS-PEP
                   MOVE 'S' TO WS-FORZAR-ALTO
               END-IF

               IF WS-CON-VIGILANCIA
                   MOVE CLI-RUT TO VIG-RUT
                   READ ARCHIVO-VIGILANCIA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF VIG-ESTA-VIGENTE
                               MOVE WS-PUNTOS-VIGILANCIA-VIGENTE
                                   TO WS-PTS-VIGILANCIA
                               MOVE 'S' TO WS-FORZAR-ALTO
                           ELSE
                               MOVE WS-PUNTOS-VIGILANCIA-BAJA
                                   TO WS-PTS-VIGILANCIA
                           END-IF
                   END-READ
               END-IF

               IF WS-IND-ACTUAL > 0
                   IF WS-IND-RETENIDOS(WS-IND-ACTUAL) > 0
                       MOVE WS-PUNTOS-PROXIMIDAD TO WS-PTS-PROXIMIDAD
                   END-IF
                   IF WS-IND-DECLARACIONES(WS-IND-ACTUAL)
                      NOT < WS-DECLARACIONES-MUCHAS
                       MOVE WS-PUNTOS-DECLARACIONES-MUCHAS
                           TO WS-PTS-DECLARACIONES
                   ELSE
                       IF WS-IND-DECLARACIONES(WS-IND-ACTUAL) > 0
                           MOVE WS-PUNTOS-DECLARACIONES-ALGUNA
                               TO WS-PTS-DECLARACIONES
                       END-IF
                   END-IF
                   IF WS-IND-DECLARACIONES-OTR(WS-IND-ACTUAL) > 0
                       ADD WS-PUNTOS-DECLARACION-OTRO
                           TO WS-PTS-DECLARACIONES
                   END-IF
               END-IF

               IF CLI-OCUPACION = SPACES
                   MOVE WS-PUNTOS-SIN-OCUPACION TO WS-PTS-OCUPACION
               ELSE
                   MOVE 0 TO WS-COINCIDENCIAS
                   PERFORM VARYING WS-PALABRA-INDICE FROM 1 BY 1
                           UNTIL WS-PALABRA-INDICE > 8
                       INSPECT CLI-OCUPACION TALLYING WS-COINCIDENCIAS
                           FOR ALL WS-OCU-PALABRA(WS-PALABRA-INDICE)
                               (1:WS-OCU-LARGO(WS-PALABRA-INDICE))
                   END-PERFORM
                   IF WS-COINCIDENCIAS > 0
                       MOVE WS-PUNTOS-OCUPACION-RIESGO
                           TO WS-PTS-OCUPACION
                   END-IF
               END-IF

               IF CLI-ORIGEN-FONDOS = SPACES
                   MOVE WS-PUNTOS-SIN-ORIGEN TO WS-PTS-ORIGEN
               ELSE
                   MOVE 0 TO WS-COINCIDENCIAS
                   PERFORM VARYING WS-PALABRA-INDICE FROM 1 BY 1
                           UNTIL WS-PALABRA-INDICE > 6
                       INSPECT CLI-ORIGEN-FONDOS
                           TALLYING WS-COINCIDENCIAS
                           FOR ALL WS-ORI-PALABRA(WS-PALABRA-INDICE)
                               (1:WS-ORI-LARGO(WS-PALABRA-INDICE))
                   END-PERFORM
                   IF WS-COINCIDENCIAS > 0
                       MOVE WS-PUNTOS-ORIGEN-RIESGO TO WS-PTS-ORIGEN
                   END-IF
               END-IF

               PERFORM MEDIR-EFECTIVO

               IF CLIENTE-PERSONA-JURIDICA
                   MOVE WS-PUNTOS-JURIDICA TO WS-PTS-JURIDICA
               END-IF

               COMPUTE WS-PUNTAJE = WS-PTS-PEP + WS-PTS-VIGILANCIA
                   + WS-PTS-PROXIMIDAD + WS-PTS-OCUPACION
                   + WS-PTS-ORIGEN + WS-PTS-DECLARACIONES
                   + WS-PTS-EFECTIVO + WS-PTS-JURIDICA
               EVALUATE TRUE
                   WHEN WS-ALTO-FORZADO
                   WHEN WS-PUNTAJE NOT < WS-PUNTAJE-ALTO
                       MOVE "ALT" TO WS-NIVEL
                       ADD 1 TO WS-TOTAL-ALTO
                   WHEN WS-PUNTAJE NOT < WS-PUNTAJE-MEDIO
                       MOVE "MED" TO WS-NIVEL
                       ADD 1 TO WS-TOTAL-MEDIO
                   WHEN OTHER
                       MOVE "BAJ" TO WS-NIVEL
                       ADD 1 TO WS-TOTAL-BAJO
               END-EVALUATE.

            MEDIR-EFECTIVO.
      *        Intensidad de efectivo: que parte de lo movido en
      *        todas sus cuentas durante la ventana fueron depositos
      *        y giros en efectivo, segun el indice de la bitacora.
      *        Bajo el minimo de efectivo no pesa.
               MOVE 0 TO WS-MONTO-EFECTIVO
               MOVE 0 TO WS-MONTO-TOTAL
               IF WS-CON-MOVIMIENTOS
                   MOVE 'N' TO WS-MOVIMIENTOS-EOF
                   MOVE CLI-RUT TO MOV-RUT
                   MOVE 0 TO MOV-NUM-CUENTA
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
                           IF MOV-RUT NOT = CLI-RUT
                               MOVE 'S' TO WS-MOVIMIENTOS-EOF
                           ELSE
                               IF MOV-FECHAYHORA(1:10)
                                  NOT < WS-DESDE-EFECTIVO
                                   ADD MOV-MONTO TO WS-MONTO-TOTAL
                                   IF MOV-OPERACION = "DEP"
                                      OR MOV-OPERACION = "GIR"
                                       ADD MOV-MONTO
                                           TO WS-MONTO-EFECTIVO
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-MONTO-TOTAL > 0
                  AND WS-MONTO-EFECTIVO NOT < WS-MINIMO-EFECTIVO
                   COMPUTE WS-PORC-EFECTIVO =
                       (WS-MONTO-EFECTIVO * 100) / WS-MONTO-TOTAL
                   IF WS-PORC-EFECTIVO NOT < WS-PORC-EFECTIVO-ALTO
                       MOVE WS-PUNTOS-EFECTIVO-ALTO TO WS-PTS-EFECTIVO
                   ELSE
                       IF WS-PORC-EFECTIVO
                          NOT < WS-PORC-EFECTIVO-MEDIO
                           MOVE WS-PUNTOS-EFECTIVO-MEDIO
                               TO WS-PTS-EFECTIVO
                       END-IF
                   END-IF
               END-IF.

            GRABAR-CALIFICACION.
      *        riesgos_clientes.txt guarda la calificacion vigente y
      *        la anterior; cambia de nivel o de puntaje = linea en
      *        el historial. Repetir la corrida sin cambios no deja
      *        rastro nuevo.
               MOVE 'N' TO WS-HUBO-CAMBIO
               MOVE CLI-RUT TO RIE-RUT
               READ ARCHIVO-RIESGOS
                   INVALID KEY
                       MOVE SPACES TO WS-NIVEL-ANTERIOR
                       MOVE 'S' TO WS-HUBO-CAMBIO
                       PERFORM CARGAR-REGISTRO-RIESGO
                       WRITE RIESGO-CLIENTE
                   NOT INVALID KEY
                       MOVE RIE-NIVEL-ANTERIOR TO WS-NIVEL-ANTERIOR
                       IF RIE-NIVEL NOT = WS-NIVEL
                          OR RIE-PUNTAJE NOT = WS-PUNTAJE
                          OR RIE-FACTORES NOT = WS-FACTORES
                           MOVE RIE-NIVEL TO WS-NIVEL-ANTERIOR
                           MOVE 'S' TO WS-HUBO-CAMBIO
                       END-IF
                       PERFORM CARGAR-REGISTRO-RIESGO
                       REWRITE RIESGO-CLIENTE
               END-READ
               IF WS-CAMBIO-CALIFICACION
                   PERFORM GRABAR-CAMBIO-RIESGO
               END-IF
               IF WS-CAMBIO-CALIFICACION OR NOT RIE-ES-BAJO
                   PERFORM REPORTAR-CALIFICACION
               END-IF.

            CARGAR-REGISTRO-RIESGO.
               MOVE CLI-RUT TO RIE-RUT
               MOVE WS-NIVEL TO RIE-NIVEL
               MOVE WS-NIVEL-ANTERIOR TO RIE-NIVEL-ANTERIOR
               MOVE WS-PUNTAJE TO RIE-PUNTAJE
               MOVE WS-FACTORES TO RIE-FACTORES
               IF RIE-ES-ALTO
                   MOVE WS-MESES-KYC-ALTO TO RIE-MESES-KYC
                   MOVE WS-UMBRAL-EFECTIVO-ALTO TO RIE-UMBRAL-EFECTIVO
               ELSE
                   MOVE WS-MESES-KYC-GENERAL TO RIE-MESES-KYC
                   MOVE WS-UMBRAL-EFECTIVO-GENERAL
                       TO RIE-UMBRAL-EFECTIVO
               END-IF
               MOVE WS-FECHA-HOY TO RIE-FECHA-CALCULO
               IF WS-CAMBIO-CALIFICACION
                   MOVE WS-FECHA-HOY TO RIE-FECHA-CAMBIO
               END-IF.

            GRABAR-CAMBIO-RIESGO.
               ADD 1 TO WS-TOTAL-CAMBIOS
               MOVE SPACES TO REGISTRO-HISTORIAL-RIESGO
               MOVE WS-FECHA-HOY TO HRI-FECHA-CALCULO
               MOVE CLI-RUT TO HRI-RUT
               MOVE WS-NIVEL-ANTERIOR TO HRI-NIVEL-ANTERIOR
               MOVE WS-NIVEL TO HRI-NIVEL-NUEVO
               MOVE WS-PUNTAJE TO HRI-PUNTAJE
               MOVE WS-PTS-PEP TO HRI-PTS-PEP
               MOVE WS-PTS-VIGILANCIA TO HRI-PTS-VIGILANCIA
               MOVE WS-PTS-PROXIMIDAD TO HRI-PTS-PROXIMIDAD
               MOVE WS-PTS-OCUPACION TO HRI-PTS-OCUPACION
               MOVE WS-PTS-ORIGEN TO HRI-PTS-ORIGEN
               MOVE WS-PTS-DECLARACIONES TO HRI-PTS-DECLARACIONES
               MOVE WS-PTS-EFECTIVO TO HRI-PTS-EFECTIVO
               MOVE WS-PTS-JURIDICA TO HRI-PTS-JURIDICA
               WRITE REGISTRO-HISTORIAL-RIESGO.

            REPORTAR-CALIFICACION.
               MOVE SPACES TO REGISTRO-REPORTE
               MOVE RIE-RUT TO REP-RUT
               MOVE RIE-NIVEL TO REP-NIVEL
               MOVE RIE-NIVEL-ANTERIOR TO REP-NIVEL-ANTERIOR
               MOVE RIE-PUNTAJE TO REP-PUNTAJE
               MOVE RIE-PTS-PEP TO REP-PTS-PEP
               MOVE RIE-PTS-VIGILANCIA TO REP-PTS-VIGILANCIA
               MOVE RIE-PTS-PROXIMIDAD TO REP-PTS-PROXIMIDAD
               MOVE RIE-PTS-OCUPACION TO REP-PTS-OCUPACION
               MOVE RIE-PTS-ORIGEN TO REP-PTS-ORIGEN
               MOVE RIE-PTS-DECLARACIONES TO REP-PTS-DECLARACIONES
               MOVE RIE-PTS-EFECTIVO TO REP-PTS-EFECTIVO
               MOVE RIE-PTS-JURIDICA TO REP-PTS-JURIDICA
               MOVE RIE-MESES-KYC TO REP-MESES-KYC
               MOVE RIE-UMBRAL-EFECTIVO TO REP-UMBRAL-EFECTIVO
               IF WS-CAMBIO-CALIFICACION
                   MOVE "CAMBIO" TO REP-MARCA
               END-IF
               WRITE REGISTRO-REPORTE.
       END PROGRAM CALIFICAR-RIESGO-CLIENTES.
