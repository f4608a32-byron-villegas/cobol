      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Reporte de cartera por ejecutivo de cuenta: por cada
      *          operador con rol EJE en usuarios.txt entrega los
      *          clientes que tiene asignados (CLI-EJECUTIVO-RUT de
      *          clientes.txt), los saldos de sus cuentas en pesos y
      *          en dolares, los prestamos en mora, los perfiles KYC
      *          vencidos (con el periodo de riesgos_clientes.txt,
      *          igual que REVISION-KYC), las ofertas aceptadas y las
      *          cuentas abiertas en el mes. Lo que pertenece a
      *          clientes sin ejecutivo (o con un ejecutivo que ya no
      *          esta en el maestro) se informa en una fila SIN
      *          EJECUTIVO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CARTERA-EJECUTIVOS.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Reporte de cartera por ejecutivo de cuenta.

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
           SELECT ARCHIVO-PRESTAMOS ASSIGN TO "prestamos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRESTAMO-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PRESTAMOS.
           SELECT ARCHIVO-OFERTAS ASSIGN TO "ofertas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFE-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-OFERTAS.
           SELECT ARCHIVO-RIESGOS ASSIGN TO "riesgos_clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIE-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RIESGOS.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "CUENTA.CPY".
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-PRESTAMOS.
           COPY "PRESTAMO.CPY".
       FD ARCHIVO-OFERTAS.
           COPY "OFERTA.CPY".
       FD ARCHIVO-RIESGOS.
           COPY "RIESGO-CLIENTE.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-CUENTAS PIC X(2) VALUE "00".
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-STATUS-USUARIOS PIC X(2) VALUE "00".
       77 WS-STATUS-PRESTAMOS PIC X(2) VALUE "00".
       77 WS-STATUS-OFERTAS PIC X(2) VALUE "00".
       77 WS-STATUS-RIESGOS PIC X(2) VALUE "00".
       77 WS-HAY-CLIENTES PIC X VALUE 'S'.
           88 WS-CON-CLIENTES VALUE 'S'.
       77 WS-HAY-RIESGOS PIC X VALUE 'S'.
           88 WS-CON-RIESGOS VALUE 'S'.
       77 WS-ARCHIVO-EOF PIC X VALUE 'N'.
           88 WS-ARCHIVO-FIN VALUE 'S'.
       77 WS-FORMATO-MONEDA PIC -(11)9.
       77 WS-FORMATO-CANTIDAD PIC Z(7)9.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-MES-ACTUAL PIC X(6).
       77 WS-FECHAYHORA PIC X(21).
      *    Vigencia KYC: misma regla que REVISION-KYC (periodo
      *    general, o el de la calificacion de riesgo del cliente).
       77 WS-MESES-VIGENCIA-KYC PIC 9(2) VALUE 12.
       77 WS-MESES-CLIENTE PIC 9(2).
       77 WS-ENTERO-HOY PIC 9(8).
       77 WS-ENTERO-LIMITE PIC 9(8).
       77 WS-FECHA-LIMITE PIC 9(8).
      *    Totales del banco, para la ultima linea del reporte.
       77 WS-TOTAL-CLIENTES PIC 9(8) VALUE 0.
       77 WS-TOTAL-SALDO-CLP PIC S9(12) VALUE 0.
       77 WS-TOTAL-SALDO-USD PIC S9(12) VALUE 0.
       77 WS-TOTAL-PREST-MORA PIC 9(6) VALUE 0.
       77 WS-TOTAL-SALDO-MORA PIC 9(12) VALUE 0.
       77 WS-TOTAL-KYC-VENCIDOS PIC 9(6) VALUE 0.
       77 WS-TOTAL-OFERTAS-ACEP PIC 9(6) VALUE 0.
       77 WS-TOTAL-CUENTAS-NUEVAS PIC 9(6) VALUE 0.
      *    Ejecutivos del maestro de usuarios cargados en memoria.
      *    La ultima fila (RUT en blanco) junta a los clientes sin
      *    ejecutivo asignado.
       01 WS-TABLA-EJECUTIVOS.
           05 WS-EJE-ENTRY OCCURS 101 TIMES.
               10 TAB-EJE-RUT PIC X(10).
               10 TAB-EJE-NOMBRE PIC X(30).
               10 TAB-EJE-BLOQUEADO PIC X(1).
               10 TAB-EJE-CLIENTES PIC 9(6).
               10 TAB-EJE-SALDO-CLP PIC S9(12).
               10 TAB-EJE-SALDO-USD PIC S9(12).
               10 TAB-EJE-PREST-MORA PIC 9(6).
               10 TAB-EJE-SALDO-MORA PIC 9(12).
               10 TAB-EJE-KYC-VENCIDOS PIC 9(6).
               10 TAB-EJE-OFERTAS-ACEP PIC 9(6).
               10 TAB-EJE-CUENTAS-NUEVAS PIC 9(6).
       77 WS-EJE-CANTIDAD PIC 9(3) COMP VALUE 0.
       77 WS-EJE-INDICE PIC 9(3) COMP.
       77 WS-EJE-ACTUAL PIC 9(3) COMP.
       77 WS-EJECUTIVO-RUT PIC X(10).
       77 WS-RUT-BUSCADO PIC X(10).

       PROCEDURE DIVISION.
            DISPLAY "------ CARTERA POR EJECUTIVO DE CUENTA ------".

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.
            MOVE WS-FECHAYHORA(1:6) TO WS-MES-ACTUAL.
            COMPUTE WS-ENTERO-HOY =
                FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
            DISPLAY "FECHA: " WS-FECHA-HOY.

            PERFORM CARGAR-EJECUTIVOS.

            OPEN INPUT ARCHIVO-CLIENTES.
            IF WS-STATUS-CLIENTES = "35"
                MOVE 'N' TO WS-HAY-CLIENTES
                DISPLAY "NO EXISTE MAESTRO DE CLIENTES"
            END-IF.

            PERFORM CONTAR-CLIENTES-Y-KYC.
            PERFORM SUMAR-SALDOS-CUENTAS.
            PERFORM CONTAR-PRESTAMOS-MORA.
            PERFORM CONTAR-OFERTAS-ACEPTADAS.

            IF WS-CON-CLIENTES
                CLOSE ARCHIVO-CLIENTES
            END-IF.

            PERFORM IMPRIMIR-CARTERAS.

            STOP RUN.

            CARGAR-EJECUTIVOS.
               OPEN INPUT ARCHIVO-USUARIOS
               IF WS-STATUS-USUARIOS = "35"
                   DISPLAY "NO EXISTE MAESTRO DE USUARIOS"
               ELSE
                   MOVE 'N' TO WS-ARCHIVO-EOF
                   PERFORM UNTIL WS-ARCHIVO-FIN
                       READ ARCHIVO-USUARIOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-ARCHIVO-EOF
                           NOT AT END
                               IF USU-ES-EJECUTIVO
                                  AND WS-EJE-CANTIDAD < 100
                                   ADD 1 TO WS-EJE-CANTIDAD
                                   MOVE USU-RUT TO
                                       TAB-EJE-RUT(WS-EJE-CANTIDAD)
                                   MOVE USU-NOMBRE TO
                                       TAB-EJE-NOMBRE(WS-EJE-CANTIDAD)
                                   MOVE USU-BLOQUEADO TO
                                     TAB-EJE-BLOQUEADO(WS-EJE-CANTIDAD)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-USUARIOS
               END-IF
               ADD 1 TO WS-EJE-CANTIDAD
               MOVE SPACES TO TAB-EJE-RUT(WS-EJE-CANTIDAD)
               MOVE "SIN EJECUTIVO" TO TAB-EJE-NOMBRE(WS-EJE-CANTIDAD)
               MOVE 'N' TO TAB-EJE-BLOQUEADO(WS-EJE-CANTIDAD)
               PERFORM VARYING WS-EJE-INDICE FROM 1 BY 1
                       UNTIL WS-EJE-INDICE > WS-EJE-CANTIDAD
                   MOVE 0 TO TAB-EJE-CLIENTES(WS-EJE-INDICE)
                   MOVE 0 TO TAB-EJE-SALDO-CLP(WS-EJE-INDICE)
                   MOVE 0 TO TAB-EJE-SALDO-USD(WS-EJE-INDICE)
                   MOVE 0 TO TAB-EJE-PREST-MORA(WS-EJE-INDICE)
                   MOVE 0 TO TAB-EJE-SALDO-MORA(WS-EJE-INDICE)
                   MOVE 0 TO TAB-EJE-KYC-VENCIDOS(WS-EJE-INDICE)
                   MOVE 0 TO TAB-EJE-OFERTAS-ACEP(WS-EJE-INDICE)
                   MOVE 0 TO TAB-EJE-CUENTAS-NUEVAS(WS-EJE-INDICE)
               END-PERFORM.

            UBICAR-EJECUTIVO.
      *        Fila de la tabla para WS-EJECUTIVO-RUT; un ejecutivo
      *        en blanco o que ya no esta en el maestro cae en la
      *        fila SIN EJECUTIVO.
               MOVE WS-EJE-CANTIDAD TO WS-EJE-ACTUAL
               PERFORM VARYING WS-EJE-INDICE FROM 1 BY 1
                       UNTIL WS-EJE-INDICE >= WS-EJE-CANTIDAD
                   IF TAB-EJE-RUT(WS-EJE-INDICE) = WS-EJECUTIVO-RUT
                       MOVE WS-EJE-INDICE TO WS-EJE-ACTUAL
                   END-IF
               END-PERFORM.

            UBICAR-EJECUTIVO-DEL-RUT.
      *        Ejecutivo del cliente WS-RUT-BUSCADO, leyendo el
      *        maestro de clientes por su clave.
               MOVE SPACES TO WS-EJECUTIVO-RUT
               IF WS-CON-CLIENTES
                   MOVE WS-RUT-BUSCADO TO CLI-RUT
                   READ ARCHIVO-CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLI-EJECUTIVO-RUT TO WS-EJECUTIVO-RUT
                   END-READ
               END-IF
               PERFORM UBICAR-EJECUTIVO.

            CONTAR-CLIENTES-Y-KYC.
      *        Clientes vigentes de cada cartera (sin fallecidos ni
      *        anonimizados) y, de ellos, los de perfil KYC vencido.
               IF WS-CON-CLIENTES
                   OPEN INPUT ARCHIVO-RIESGOS
                   IF WS-STATUS-RIESGOS = "35"
                       MOVE 'N' TO WS-HAY-RIESGOS
                   END-IF
                   MOVE 'N' TO WS-ARCHIVO-EOF
                   PERFORM UNTIL WS-ARCHIVO-FIN
                       READ ARCHIVO-CLIENTES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-ARCHIVO-EOF
                       END-READ
                       IF NOT WS-ARCHIVO-FIN
                          AND NOT CLIENTE-FALLECIDO
                          AND (CLI-FECHA-ANONIMIZACION NOT NUMERIC
                               OR CLIENTE-SIN-ANONIMIZAR)
                           PERFORM CONTAR-UN-CLIENTE
                       END-IF
                   END-PERFORM
                   IF WS-CON-RIESGOS
                       CLOSE ARCHIVO-RIESGOS
                   END-IF
               END-IF.

            CONTAR-UN-CLIENTE.
               MOVE CLI-EJECUTIVO-RUT TO WS-EJECUTIVO-RUT
               PERFORM UBICAR-EJECUTIVO
               ADD 1 TO TAB-EJE-CLIENTES(WS-EJE-ACTUAL)
               MOVE WS-MESES-VIGENCIA-KYC TO WS-MESES-CLIENTE
               IF WS-CON-RIESGOS
                   MOVE CLI-RUT TO RIE-RUT
                   READ ARCHIVO-RIESGOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RIE-MESES-KYC NUMERIC
                              AND RIE-MESES-KYC > 0
                               MOVE RIE-MESES-KYC TO WS-MESES-CLIENTE
                           END-IF
                   END-READ
               END-IF
               COMPUTE WS-ENTERO-LIMITE =
                   WS-ENTERO-HOY - (WS-MESES-CLIENTE * 30)
               COMPUTE WS-FECHA-LIMITE =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-LIMITE)
               IF CLI-FECHA-REVISION-KYC NOT NUMERIC
                  OR CLI-FECHA-REVISION-KYC < WS-FECHA-LIMITE
                   ADD 1 TO TAB-EJE-KYC-VENCIDOS(WS-EJE-ACTUAL)
               END-IF.

            SUMAR-SALDOS-CUENTAS.
      *        Saldos por moneda de las cuentas de cada cartera y
      *        cuentas abiertas en el mes en curso.
               OPEN INPUT ARCHIVO-CUENTAS
               IF WS-STATUS-CUENTAS = "35"
                   DISPLAY "NO EXISTE MAESTRO DE CUENTAS"
               ELSE
                   MOVE 'N' TO WS-ARCHIVO-EOF
                   PERFORM UNTIL WS-ARCHIVO-FIN
                       READ ARCHIVO-CUENTAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-ARCHIVO-EOF
                           NOT AT END
                               PERFORM SUMAR-UNA-CUENTA
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

            SUMAR-UNA-CUENTA.
               MOVE RUT TO WS-RUT-BUSCADO
               PERFORM UBICAR-EJECUTIVO-DEL-RUT
               IF MONEDA-ES-USD
                   ADD SALDO TO TAB-EJE-SALDO-USD(WS-EJE-ACTUAL)
               ELSE
                   ADD SALDO TO TAB-EJE-SALDO-CLP(WS-EJE-ACTUAL)
               END-IF
               IF FECHA-APERTURA NUMERIC
                  AND FECHA-APERTURA(1:6) = WS-MES-ACTUAL
                   ADD 1 TO TAB-EJE-CUENTAS-NUEVAS(WS-EJE-ACTUAL)
               END-IF.

            CONTAR-PRESTAMOS-MORA.
      *        Prestamos con saldo y tramo de mora asignado por
      *        MORA-PRESTAMOS.
               OPEN INPUT ARCHIVO-PRESTAMOS
               IF WS-STATUS-PRESTAMOS NOT = "35"
                   MOVE 'N' TO WS-ARCHIVO-EOF
                   PERFORM UNTIL WS-ARCHIVO-FIN
                       READ ARCHIVO-PRESTAMOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-ARCHIVO-EOF
                           NOT AT END
                               IF SALDO-PRESTAMO > 0
                                  AND PRESTAMO-TRAMO-MORA > 0
                                   MOVE PRESTAMO-RUT
                                       TO WS-RUT-BUSCADO
                                   PERFORM UBICAR-EJECUTIVO-DEL-RUT
                                   ADD 1 TO TAB-EJE-PREST-MORA
                                       (WS-EJE-ACTUAL)
                                   ADD SALDO-PRESTAMO TO
                                     TAB-EJE-SALDO-MORA(WS-EJE-ACTUAL)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF.

            CONTAR-OFERTAS-ACEPTADAS.
               OPEN INPUT ARCHIVO-OFERTAS
               IF WS-STATUS-OFERTAS NOT = "35"
                   MOVE 'N' TO WS-ARCHIVO-EOF
                   PERFORM UNTIL WS-ARCHIVO-FIN
                       READ ARCHIVO-OFERTAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-ARCHIVO-EOF
                           NOT AT END
                               IF OFE-FUE-ACEPTADA
                                   MOVE OFE-RUT TO WS-RUT-BUSCADO
                                   PERFORM UBICAR-EJECUTIVO-DEL-RUT
                                   ADD 1 TO TAB-EJE-OFERTAS-ACEP
                                       (WS-EJE-ACTUAL)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-OFERTAS
               END-IF.

            IMPRIMIR-CARTERAS.
               PERFORM VARYING WS-EJE-INDICE FROM 1 BY 1
                       UNTIL WS-EJE-INDICE > WS-EJE-CANTIDAD
                   IF WS-EJE-INDICE < WS-EJE-CANTIDAD
                      OR TAB-EJE-CLIENTES(WS-EJE-INDICE) > 0
                      OR TAB-EJE-SALDO-CLP(WS-EJE-INDICE) NOT = 0
                      OR TAB-EJE-SALDO-USD(WS-EJE-INDICE) NOT = 0
                      OR TAB-EJE-PREST-MORA(WS-EJE-INDICE) > 0
                      OR TAB-EJE-OFERTAS-ACEP(WS-EJE-INDICE) > 0
                      OR TAB-EJE-CUENTAS-NUEVAS(WS-EJE-INDICE) > 0
                       PERFORM IMPRIMIR-UNA-CARTERA
                   END-IF
               END-PERFORM

               DISPLAY "-------- TOTAL BANCO --------"
               MOVE WS-TOTAL-CLIENTES TO WS-FORMATO-CANTIDAD
               DISPLAY "  CLIENTES:            " WS-FORMATO-CANTIDAD
               MOVE WS-TOTAL-SALDO-CLP TO WS-FORMATO-MONEDA
               DISPLAY "  SALDOS CLP:      " WS-FORMATO-MONEDA
               MOVE WS-TOTAL-SALDO-USD TO WS-FORMATO-MONEDA
               DISPLAY "  SALDOS USD:      " WS-FORMATO-MONEDA
               MOVE WS-TOTAL-PREST-MORA TO WS-FORMATO-CANTIDAD
               DISPLAY "  PRESTAMOS EN MORA:   " WS-FORMATO-CANTIDAD
               MOVE WS-TOTAL-SALDO-MORA TO WS-FORMATO-MONEDA
               DISPLAY "  SALDO EN MORA:   " WS-FORMATO-MONEDA
               MOVE WS-TOTAL-KYC-VENCIDOS TO WS-FORMATO-CANTIDAD
               DISPLAY "  KYC VENCIDOS:        " WS-FORMATO-CANTIDAD
               MOVE WS-TOTAL-OFERTAS-ACEP TO WS-FORMATO-CANTIDAD
               DISPLAY "  OFERTAS ACEPTADAS:   " WS-FORMATO-CANTIDAD
               MOVE WS-TOTAL-CUENTAS-NUEVAS TO WS-FORMATO-CANTIDAD
               DISPLAY "  CUENTAS NUEVAS MES:  " WS-FORMATO-CANTIDAD.

            IMPRIMIR-UNA-CARTERA.
               DISPLAY "-------- " TAB-EJE-RUT(WS-EJE-INDICE) " "
                   TAB-EJE-NOMBRE(WS-EJE-INDICE) " --------"
               IF TAB-EJE-BLOQUEADO(WS-EJE-INDICE) = 'S'
                   DISPLAY "  *** EJECUTIVO BLOQUEADO, REASIGNAR ***"
               END-IF
               MOVE TAB-EJE-CLIENTES(WS-EJE-INDICE)
                   TO WS-FORMATO-CANTIDAD
               DISPLAY "  CLIENTES:            " WS-FORMATO-CANTIDAD
               MOVE TAB-EJE-SALDO-CLP(WS-EJE-INDICE)
                   TO WS-FORMATO-MONEDA
               DISPLAY "  SALDOS CLP:      " WS-FORMATO-MONEDA
               MOVE TAB-EJE-SALDO-USD(WS-EJE-INDICE)
                   TO WS-FORMATO-MONEDA
               DISPLAY "  SALDOS USD:      " WS-FORMATO-MONEDA
               MOVE TAB-EJE-PREST-MORA(WS-EJE-INDICE)
                   TO WS-FORMATO-CANTIDAD
               DISPLAY "  PRESTAMOS EN MORA:   " WS-FORMATO-CANTIDAD
               MOVE TAB-EJE-SALDO-MORA(WS-EJE-INDICE)
                   TO WS-FORMATO-MONEDA
               DISPLAY "  SALDO EN MORA:   " WS-FORMATO-MONEDA
               MOVE TAB-EJE-KYC-VENCIDOS(WS-EJE-INDICE)
                   TO WS-FORMATO-CANTIDAD
               DISPLAY "  KYC VENCIDOS:        " WS-FORMATO-CANTIDAD
               MOVE TAB-EJE-OFERTAS-ACEP(WS-EJE-INDICE)
                   TO WS-FORMATO-CANTIDAD
               DISPLAY "  OFERTAS ACEPTADAS:   " WS-FORMATO-CANTIDAD
               MOVE TAB-EJE-CUENTAS-NUEVAS(WS-EJE-INDICE)
                   TO WS-FORMATO-CANTIDAD
               DISPLAY "  CUENTAS NUEVAS MES:  " WS-FORMATO-CANTIDAD

               ADD TAB-EJE-CLIENTES(WS-EJE-INDICE) TO WS-TOTAL-CLIENTES
               ADD TAB-EJE-SALDO-CLP(WS-EJE-INDICE)
                   TO WS-TOTAL-SALDO-CLP
               ADD TAB-EJE-SALDO-USD(WS-EJE-INDICE)
                   TO WS-TOTAL-SALDO-USD
               ADD TAB-EJE-PREST-MORA(WS-EJE-INDICE)
                   TO WS-TOTAL-PREST-MORA
               ADD TAB-EJE-SALDO-MORA(WS-EJE-INDICE)
                   TO WS-TOTAL-SALDO-MORA
               ADD TAB-EJE-KYC-VENCIDOS(WS-EJE-INDICE)
                   TO WS-TOTAL-KYC-VENCIDOS
               ADD TAB-EJE-OFERTAS-ACEP(WS-EJE-INDICE)
                   TO WS-TOTAL-OFERTAS-ACEP
               ADD TAB-EJE-CUENTAS-NUEVAS(WS-EJE-INDICE)
                   TO WS-TOTAL-CUENTAS-NUEVAS.
       END PROGRAM REPORTE-CARTERA-EJECUTIVOS.
