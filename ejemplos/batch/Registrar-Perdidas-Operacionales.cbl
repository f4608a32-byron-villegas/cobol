      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Carga de la base de eventos de perdida por riesgo
      *          operacional (perdidas_operacionales.txt) desde las
      *          fuentes donde hoy se reconoce una perdida: partidas
      *          en suspenso castigadas (resolucion PER) y faltantes
      *          de cassette del cuadre, disputas resueltas a favor
      *          del cliente, casos de fraude confirmados y comisiones
      *          por cobrar condonadas. Cada evento queda con su
      *          categoria de Basilea, linea de negocio, perdida
      *          bruta, recuperacion y fechas de ocurrencia y de
      *          descubrimiento. Se puede correr las veces que haga
      *          falta: la clave del evento es el origen mas la
      *          referencia de la fuente, asi que una recarga
      *          actualiza montos y estado sin duplicar, y respeta la
      *          categoria y la linea de un evento que el oficial de
      *          riesgo reclasifico. Las partidas en dolares no se
      *          cargan: el oficial las registra a mano en pesos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-PERDIDAS-OPERACIONALES.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Carga automatica de eventos de perdida operacional.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PERDIDAS
               ASSIGN TO "perdidas_operacionales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVP-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PERDIDAS.
           SELECT ARCHIVO-SUSPENSO ASSIGN TO "partidas_suspenso.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SUSPENSO.
           SELECT ARCHIVO-DISPUTAS ASSIGN TO "disputas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-NUM-CASO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-DISPUTAS.
           SELECT ARCHIVO-MOVIMIENTOS ASSIGN TO "movimientos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MOVIMIENTOS.
           SELECT ARCHIVO-CASOS ASSIGN TO "casos_fraude.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFR-NUM-CASO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CASOS.
           SELECT ARCHIVO-CXC
               ASSIGN TO "comisiones_por_cobrar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXC-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CXC.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-PERDIDAS.
           COPY "EVENTO-PERDIDA.CPY".
       FD ARCHIVO-SUSPENSO.
           COPY "SUSPENSO.CPY".
       FD ARCHIVO-DISPUTAS.
           COPY "DISPUTA.CPY".
       FD ARCHIVO-MOVIMIENTOS.
           COPY "MOVIMIENTO.CPY".
       FD ARCHIVO-CASOS.
           COPY "CASO-FRAUDE.CPY".
       FD ARCHIVO-CXC.
           COPY "COMISION-PENDIENTE.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-PERDIDAS PIC X(2) VALUE "00".
       77 WS-STATUS-SUSPENSO PIC X(2) VALUE "00".
       77 WS-STATUS-DISPUTAS PIC X(2) VALUE "00".
       77 WS-STATUS-MOVIMIENTOS PIC X(2) VALUE "00".
       77 WS-STATUS-CASOS PIC X(2) VALUE "00".
       77 WS-STATUS-CXC PIC X(2) VALUE "00".
       77 WS-FUENTE-EOF PIC X VALUE 'N'.
           88 WS-FUENTE-FIN-ARCHIVO VALUE 'S'.
       77 WS-FECHAYHORA PIC X(21).
       77 WS-FECHA-HOY PIC 9(8) VALUE 0.
       77 WS-CONTADOR-FRAUDE PIC 9(3) COMP VALUE 0.
      *    Evento armado desde la fuente antes de grabarlo.
       01 WS-EVENTO.
          05 WS-EVT-CLAVE PIC X(27).
          05 WS-EVT-CATEGORIA PIC X(3).
          05 WS-EVT-LINEA PIC X(3).
          05 WS-EVT-BRUTA PIC 9(10).
          05 WS-EVT-RECUPERACION PIC 9(10).
          05 WS-EVT-FECHA-OCURRENCIA PIC 9(8).
          05 WS-EVT-FECHA-DESCUBRIMIENTO PIC 9(8).
          05 WS-EVT-RUT PIC X(10).
          05 WS-EVT-DESCRIPCION PIC X(40).
          05 WS-EVT-ESTADO PIC X(3).
       01 WS-REFERENCIA-SUSPENSO.
          05 WS-REF-SUS-FECHA PIC 9(8).
          05 WS-REF-SUS-TIPO PIC X(3).
       01 WS-REFERENCIA-CXC.
          05 WS-REF-CXC-RUT PIC X(10).
          05 WS-REF-CXC-CUENTA PIC 9(3).
          05 WS-REF-CXC-DEVENGO PIC 9(8).
       01 WS-FECHA-MOVIMIENTO.
          05 WS-FMV-ANIO PIC X(4).
          05 FILLER PIC X.
          05 WS-FMV-MES PIC X(2).
          05 FILLER PIC X.
          05 WS-FMV-DIA PIC X(2).
          05 FILLER PIC X(9).
       01 WS-FECHA-COMPACTA.
          05 WS-FCP-ANIO PIC X(4).
          05 WS-FCP-MES PIC X(2).
          05 WS-FCP-DIA PIC X(2).
       01 WS-FECHA-COMPACTA-NUM REDEFINES WS-FECHA-COMPACTA
           PIC 9(8).
       77 WS-TOTAL-NUEVOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-ACTUALIZADOS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-SUSPENSO PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-DISPUTAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-FRAUDES PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-CONDONACIONES PIC 9(6) COMP VALUE 0.
       77 WS-MONTO-CARGADO PIC 9(12) VALUE 0.
       77 WS-FORMATO-MONEDA PIC -(11)9.

       PROCEDURE DIVISION.
            DISPLAY "--- CARGA DE EVENTOS DE PERDIDA OPERACIONAL ---".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            OPEN I-O ARCHIVO-PERDIDAS.
            IF WS-STATUS-PERDIDAS = "35"
                OPEN OUTPUT ARCHIVO-PERDIDAS
                CLOSE ARCHIVO-PERDIDAS
                OPEN I-O ARCHIVO-PERDIDAS
            END-IF.

            PERFORM CARGAR-SUSPENSO.
            PERFORM CARGAR-DISPUTAS.
            PERFORM CARGAR-FRAUDES.
            PERFORM CARGAR-CONDONACIONES.

            CLOSE ARCHIVO-PERDIDAS.

            DISPLAY "PARTIDAS EN SUSPENSO: " WS-TOTAL-SUSPENSO.
            DISPLAY "DISPUTAS A FAVOR DEL CLIENTE: " WS-TOTAL-DISPUTAS.
            DISPLAY "FRAUDES CONFIRMADOS: " WS-TOTAL-FRAUDES.
            DISPLAY "COMISIONES CONDONADAS: "
                WS-TOTAL-CONDONACIONES.
            DISPLAY "EVENTOS NUEVOS: " WS-TOTAL-NUEVOS.
            DISPLAY "EVENTOS ACTUALIZADOS: " WS-TOTAL-ACTUALIZADOS.
            MOVE WS-MONTO-CARGADO TO WS-FORMATO-MONEDA.
            DISPLAY "PERDIDA BRUTA CARGADA: " WS-FORMATO-MONEDA.

            STOP RUN.

            CARGAR-SUSPENSO.
               OPEN INPUT ARCHIVO-SUSPENSO
               IF WS-STATUS-SUSPENSO = "35"
                   DISPLAY "SIN PARTIDAS EN SUSPENSO"
               ELSE
                   MOVE 'N' TO WS-FUENTE-EOF
                   PERFORM UNTIL WS-FUENTE-FIN-ARCHIVO
                       READ ARCHIVO-SUSPENSO NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-FUENTE-EOF
                       END-READ
                       IF NOT WS-FUENTE-FIN-ARCHIVO
                           PERFORM EVALUAR-PARTIDA-SUSPENSO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-SUSPENSO
               END-IF.

            EVALUAR-PARTIDA-SUSPENSO.
      *        Partidas en dolares (SUS, CAU, RTU) quedan fuera: el
      *        monto no esta en pesos. Un faltante de cassette
      *        (varianza positiva: se dispenso mas de lo que se giro)
      *        es perdida desde que se detecta; cualquier otra partida
      *        solo cuando se castiga (PER).
               EVALUATE TRUE
                   WHEN SUS-TIPO = "SUS" OR "CAU" OR "RTU"
                       CONTINUE
                   WHEN SUS-TIPO = "CAS" AND SUS-MONTO > 0
                       PERFORM CARGAR-PARTIDA-SUSPENSO
                   WHEN SUS-ESTA-CERRADA
                        AND SUS-CODIGO-RESOLUCION = "PER"
                       PERFORM CARGAR-PARTIDA-SUSPENSO
               END-EVALUATE.

            CARGAR-PARTIDA-SUSPENSO.
               INITIALIZE WS-EVENTO
               MOVE SUS-FECHA TO WS-REF-SUS-FECHA
               MOVE SUS-TIPO TO WS-REF-SUS-TIPO
               STRING "SUS" WS-REFERENCIA-SUSPENSO
                   DELIMITED BY SIZE INTO WS-EVT-CLAVE
               MOVE "EJE" TO WS-EVT-CATEGORIA
               IF SUS-TIPO(1:2) = "LQ"
                   MOVE "PYL" TO WS-EVT-LINEA
               ELSE
                   MOVE "BMI" TO WS-EVT-LINEA
               END-IF
               IF SUS-MONTO < 0
                   COMPUTE WS-EVT-BRUTA = 0 - SUS-MONTO
               ELSE
                   MOVE SUS-MONTO TO WS-EVT-BRUTA
               END-IF
               MOVE SUS-FECHA TO WS-EVT-FECHA-OCURRENCIA
               MOVE SUS-FECHA TO WS-EVT-FECHA-DESCUBRIMIENTO
               MOVE "VIG" TO WS-EVT-ESTADO
      *        El faltante que despues se recupero o se ajusto como
      *        error de registro deja de ser perdida.
               IF SUS-ESTA-CERRADA
                   EVALUATE SUS-CODIGO-RESOLUCION
                       WHEN "REC"
                           MOVE WS-EVT-BRUTA TO WS-EVT-RECUPERACION
                       WHEN "AJU"
                       WHEN "ERR"
                           MOVE "ANU" TO WS-EVT-ESTADO
                   END-EVALUATE
               END-IF
               IF SUS-TIPO = "CAS"
                   MOVE "FALTANTE DE CASSETTE EN CUADRE"
                       TO WS-EVT-DESCRIPCION
               ELSE
                   MOVE SUS-NOTA TO WS-EVT-DESCRIPCION
               END-IF
               ADD 1 TO WS-TOTAL-SUSPENSO
               PERFORM GRABAR-EVENTO.

            CARGAR-DISPUTAS.
               OPEN INPUT ARCHIVO-DISPUTAS
               IF WS-STATUS-DISPUTAS = "35"
                   DISPLAY "SIN DISPUTAS"
               ELSE
                   OPEN INPUT ARCHIVO-MOVIMIENTOS
                   MOVE 'N' TO WS-FUENTE-EOF
                   PERFORM UNTIL WS-FUENTE-FIN-ARCHIVO
                       READ ARCHIVO-DISPUTAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-FUENTE-EOF
                       END-READ
                       IF NOT WS-FUENTE-FIN-ARCHIVO
                           AND DIS-ESTADO = "RCL"
                           PERFORM EVALUAR-DISPUTA
                       END-IF
                   END-PERFORM
                   IF WS-STATUS-MOVIMIENTOS NOT = "35"
                       CLOSE ARCHIVO-MOVIMIENTOS
                   END-IF
                   CLOSE ARCHIVO-DISPUTAS
               END-IF.

            EVALUAR-DISPUTA.
               INITIALIZE WS-EVENTO
               STRING "DIS" DIS-NUM-CASO
                   DELIMITED BY SIZE INTO WS-EVT-CLAVE
      *        Un cargo que el cliente no reconoce y se le devuelve es
      *        fraude externo; el resto es una falla de proceso.
               MOVE 0 TO WS-CONTADOR-FRAUDE
               INSPECT DIS-MOTIVO TALLYING WS-CONTADOR-FRAUDE
                   FOR ALL "FRAUD" ALL "NO RECON" ALL "CLONA"
               INSPECT DIS-NARRATIVA TALLYING WS-CONTADOR-FRAUDE
                   FOR ALL "FRAUD" ALL "NO RECON" ALL "CLONA"
               IF WS-CONTADOR-FRAUDE > 0
                   MOVE "FRE" TO WS-EVT-CATEGORIA
               ELSE
                   MOVE "EJE" TO WS-EVT-CATEGORIA
               END-IF
               MOVE "BMI" TO WS-EVT-LINEA
               MOVE DIS-MONTO TO WS-EVT-BRUTA
               MOVE DIS-FECHA-APERTURA TO WS-EVT-FECHA-DESCUBRIMIENTO
               MOVE DIS-FECHA-APERTURA TO WS-EVT-FECHA-OCURRENCIA
               IF WS-STATUS-MOVIMIENTOS NOT = "35"
                   MOVE DIS-RUT TO MOV-RUT
                   MOVE DIS-NUM-CUENTA TO MOV-NUM-CUENTA
                   MOVE DIS-NUM-SECUENCIA TO MOV-NUM-SECUENCIA
                   READ ARCHIVO-MOVIMIENTOS
                       NOT INVALID KEY
                           MOVE MOV-FECHAYHORA TO WS-FECHA-MOVIMIENTO
                           MOVE WS-FMV-ANIO TO WS-FCP-ANIO
                           MOVE WS-FMV-MES TO WS-FCP-MES
                           MOVE WS-FMV-DIA TO WS-FCP-DIA
                           MOVE WS-FECHA-COMPACTA-NUM
                               TO WS-EVT-FECHA-OCURRENCIA
                   END-READ
               END-IF
               MOVE DIS-RUT TO WS-EVT-RUT
               STRING "DISPUTA " DIS-MOTIVO
                   DELIMITED BY SIZE INTO WS-EVT-DESCRIPCION
               MOVE "VIG" TO WS-EVT-ESTADO
               ADD 1 TO WS-TOTAL-DISPUTAS
               PERFORM GRABAR-EVENTO.

            CARGAR-FRAUDES.
               OPEN INPUT ARCHIVO-CASOS
               IF WS-STATUS-CASOS = "35"
                   DISPLAY "SIN CASOS DE FRAUDE"
               ELSE
                   MOVE 'N' TO WS-FUENTE-EOF
                   PERFORM UNTIL WS-FUENTE-FIN-ARCHIVO
                       READ ARCHIVO-CASOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-FUENTE-EOF
                       END-READ
                       IF NOT WS-FUENTE-FIN-ARCHIVO
                           AND CFR-FRAUDE-CONFIRMADO
                           PERFORM EVALUAR-CASO-FRAUDE
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-CASOS
               END-IF.

            EVALUAR-CASO-FRAUDE.
               INITIALIZE WS-EVENTO
               STRING "FRA" CFR-NUM-CASO
                   DELIMITED BY SIZE INTO WS-EVT-CLAVE
               MOVE "FRE" TO WS-EVT-CATEGORIA
               MOVE "BMI" TO WS-EVT-LINEA
               MOVE CFR-MONTO TO WS-EVT-BRUTA
               MOVE CFR-FECHAYHORA-ALERTA TO WS-FECHA-MOVIMIENTO
               MOVE WS-FMV-ANIO TO WS-FCP-ANIO
               MOVE WS-FMV-MES TO WS-FCP-MES
               MOVE WS-FMV-DIA TO WS-FCP-DIA
               MOVE WS-FECHA-COMPACTA-NUM TO WS-EVT-FECHA-OCURRENCIA
               MOVE WS-FECHA-COMPACTA-NUM
                   TO WS-EVT-FECHA-DESCUBRIMIENTO
               MOVE CFR-RUT TO WS-EVT-RUT
               MOVE CFR-MOTIVO TO WS-EVT-DESCRIPCION
               MOVE "VIG" TO WS-EVT-ESTADO
               ADD 1 TO WS-TOTAL-FRAUDES
               PERFORM GRABAR-EVENTO.

            CARGAR-CONDONACIONES.
               OPEN INPUT ARCHIVO-CXC
               IF WS-STATUS-CXC = "35"
                   DISPLAY "SIN CARTERA DE COMISIONES POR COBRAR"
               ELSE
                   MOVE 'N' TO WS-FUENTE-EOF
                   PERFORM UNTIL WS-FUENTE-FIN-ARCHIVO
                       READ ARCHIVO-CXC NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-FUENTE-EOF
                       END-READ
                       IF NOT WS-FUENTE-FIN-ARCHIVO
                           AND CXC-FUE-CONDONADA
                           PERFORM EVALUAR-CONDONACION
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-CXC
               END-IF.

            EVALUAR-CONDONACION.
               INITIALIZE WS-EVENTO
               MOVE CXC-RUT TO WS-REF-CXC-RUT
               MOVE CXC-NUM-CUENTA TO WS-REF-CXC-CUENTA
               MOVE CXC-FECHA-DEVENGO TO WS-REF-CXC-DEVENGO
               STRING "CXC" WS-REFERENCIA-CXC
                   DELIMITED BY SIZE INTO WS-EVT-CLAVE
               MOVE "CLI" TO WS-EVT-CATEGORIA
               MOVE "BMI" TO WS-EVT-LINEA
               COMPUTE WS-EVT-BRUTA = CXC-MONTO - CXC-MONTO-COBRADO
               MOVE CXC-FECHA-DEVENGO TO WS-EVT-FECHA-OCURRENCIA
               MOVE CXC-FECHA-CONDONACION
                   TO WS-EVT-FECHA-DESCUBRIMIENTO
               MOVE CXC-RUT TO WS-EVT-RUT
               MOVE "COMISION POR COBRAR CONDONADA"
                   TO WS-EVT-DESCRIPCION
               MOVE "VIG" TO WS-EVT-ESTADO
               ADD 1 TO WS-TOTAL-CONDONACIONES
               PERFORM GRABAR-EVENTO.

            GRABAR-EVENTO.
               MOVE WS-EVT-CLAVE TO EVP-CLAVE
               READ ARCHIVO-PERDIDAS
                   INVALID KEY
                       MOVE WS-EVT-CATEGORIA TO EVP-CATEGORIA
                       MOVE WS-EVT-LINEA TO EVP-LINEA-NEGOCIO
                       PERFORM COPIAR-DATOS-EVENTO
                       MOVE WS-FECHA-HOY TO EVP-FECHA-REGISTRO
                       MOVE "BATCH" TO EVP-REGISTRADO-POR
                       MOVE 'N' TO EVP-RECLASIFICADO
                       WRITE EVENTO-PERDIDA
                       ADD 1 TO WS-TOTAL-NUEVOS
                   NOT INVALID KEY
      *                El oficial de riesgo manda sobre la fuente: un
      *                evento que reclasifico o anulo a mano queda asi.
                       IF EVP-FUE-RECLASIFICADO
                           IF EVP-ESTA-ANULADO
                               MOVE "ANU" TO WS-EVT-ESTADO
                           END-IF
                       ELSE
                           MOVE WS-EVT-CATEGORIA TO EVP-CATEGORIA
                           MOVE WS-EVT-LINEA TO EVP-LINEA-NEGOCIO
                       END-IF
                       PERFORM COPIAR-DATOS-EVENTO
                       REWRITE EVENTO-PERDIDA
                       ADD 1 TO WS-TOTAL-ACTUALIZADOS
               END-READ
               IF WS-EVT-ESTADO = "VIG"
                   ADD WS-EVT-BRUTA TO WS-MONTO-CARGADO
               END-IF.

            COPIAR-DATOS-EVENTO.
               MOVE WS-EVT-BRUTA TO EVP-PERDIDA-BRUTA
               MOVE WS-EVT-RECUPERACION TO EVP-RECUPERACION
               MOVE WS-EVT-FECHA-OCURRENCIA TO EVP-FECHA-OCURRENCIA
               MOVE WS-EVT-FECHA-DESCUBRIMIENTO
                   TO EVP-FECHA-DESCUBRIMIENTO
               MOVE WS-EVT-RUT TO EVP-RUT
               MOVE WS-EVT-DESCRIPCION TO EVP-DESCRIPCION
               MOVE WS-EVT-ESTADO TO EVP-ESTADO.
       END PROGRAM REGISTRAR-PERDIDAS-OPERACIONALES.
