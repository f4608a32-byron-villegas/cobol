      ******************************************************************
      * Author: Byron Stevens Villegas Moya
      * Date: 2026-10-15
      * Purpose: Batch nocturno que lleva el libro mayor: toma el
      *          asiento_diario.txt que dejo GENERAR-ASIENTO-CONTABLE
      *          y suma cada linea al saldo acumulado de su cuenta
      *          contable en el maestro saldos_contables.txt, dejando
      *          ademas la foto del dia por cuenta en
      *          mayor_diario.txt para el balance de comprobacion a
      *          cualquier fecha. Toda cuenta del mapa contable tiene
      *          su fila en el maestro aunque aun no se mueva. El
      *          asiento se rechaza entero si no cuadra, si su fecha
      *          cae en un periodo contable cerrado o si ese dia ya
      *          se sumo al mayor (una segunda corrida no duplica).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTUALIZAR-MAYOR.
       AUTHOR. BYRON VILLEGAS MOYA.
       DATE-WRITTEN. 15-10-2026.
       REMARKS. Actualizacion del libro mayor con el asiento diario.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ASIENTO ASSIGN TO "asiento_diario.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ASIENTO.
           SELECT ARCHIVO-MAPA ASSIGN TO "mapa_contable.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MAPA.
           SELECT ARCHIVO-SALDOS-CONTABLES
               ASSIGN TO "saldos_contables.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCO-CUENTA-GL
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SALDOS.
           SELECT ARCHIVO-MAYOR-DIARIO ASSIGN TO "mayor_diario.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MYD-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MAYOR.
           SELECT ARCHIVO-PERIODOS ASSIGN TO "periodos_contables.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIODO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PERIODOS.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-ASIENTO.
       01 REGISTRO-ASIENTO.
          05 ASI-FECHA PIC 9(8).
          05 FILLER PIC X.
          05 ASI-CUENTA-GL PIC X(8).
          05 FILLER PIC X.
          05 ASI-DEBE-HABER PIC X(1).
          05 FILLER PIC X.
          05 ASI-MONTO PIC 9(12).
       FD ARCHIVO-MAPA.
       01 REGISTRO-MAPA.
          05 MAPA-OPERACION PIC X(3).
          05 FILLER PIC X.
          05 MAPA-CUENTA-DEBE PIC X(8).
          05 FILLER PIC X.
          05 MAPA-CUENTA-HABER PIC X(8).
       FD ARCHIVO-SALDOS-CONTABLES.
           COPY "SALDO-CONTABLE.CPY".
       FD ARCHIVO-MAYOR-DIARIO.
           COPY "MAYOR-DIARIO.CPY".
       FD ARCHIVO-PERIODOS.
           COPY "PERIODO-CONTABLE.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-ASIENTO PIC X(2) VALUE "00".
       77 WS-STATUS-MAPA PIC X(2) VALUE "00".
       77 WS-STATUS-SALDOS PIC X(2) VALUE "00".
       77 WS-STATUS-MAYOR PIC X(2) VALUE "00".
       77 WS-STATUS-PERIODOS PIC X(2) VALUE "00".
       77 WS-ASIENTO-EOF PIC X VALUE 'N'.
           88 WS-ASIENTO-FIN-ARCHIVO VALUE 'S'.
       77 WS-MAPA-EOF PIC X VALUE 'N'.
           88 WS-MAPA-FIN-ARCHIVO VALUE 'S'.
      *    Misma cuenta de suspenso de GENERAR-ASIENTO-CONTABLE: los
      *    movimientos sin mapa llegan al asiento contra ella.
       77 WS-CUENTA-SUSPENSO-GL PIC X(8) VALUE "79999999".
       77 WS-CUENTA-GL-ACTUAL PIC X(8).
       77 WS-FECHA-ASIENTO PIC 9(8) VALUE 0.
       77 WS-PERIODO-MES PIC 9(6).
       77 WS-PERIODO-ANIO PIC 9(6).
       77 WS-LINEAS-ASIENTO PIC 9(6) COMP VALUE 0.
       77 WS-LINEAS-OTRA-FECHA PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-DEBE PIC 9(15) VALUE 0.
       77 WS-TOTAL-HABER PIC 9(15) VALUE 0.
       77 WS-CUENTAS-NUEVAS PIC 9(6) COMP VALUE 0.
       77 WS-ASIENTO-VALIDO PIC X VALUE 'S'.
           88 ASIENTO-ES-VALIDO VALUE 'S'.
       77 WS-FORMATO-MONEDA PIC -(14)9.

       PROCEDURE DIVISION.
            DISPLAY "----------- ACTUALIZACION DEL MAYOR -----------".

            PERFORM VALIDAR-ASIENTO.

            IF NOT ASIENTO-ES-VALIDO THEN
                DISPLAY "*** ASIENTO NO POSTEADO AL MAYOR ***"
                STOP RUN
            END-IF.

            OPEN I-O ARCHIVO-SALDOS-CONTABLES.
            IF WS-STATUS-SALDOS = "35"
                OPEN OUTPUT ARCHIVO-SALDOS-CONTABLES
                CLOSE ARCHIVO-SALDOS-CONTABLES
                OPEN I-O ARCHIVO-SALDOS-CONTABLES
            END-IF.
            OPEN I-O ARCHIVO-MAYOR-DIARIO.
            IF WS-STATUS-MAYOR = "35"
                OPEN OUTPUT ARCHIVO-MAYOR-DIARIO
                CLOSE ARCHIVO-MAYOR-DIARIO
                OPEN I-O ARCHIVO-MAYOR-DIARIO
            END-IF.

            PERFORM VERIFICAR-DIA-NO-POSTEADO.

            IF ASIENTO-ES-VALIDO THEN
                PERFORM ALTA-CUENTAS-DEL-MAPA
                PERFORM POSTEAR-ASIENTO
            END-IF.

            CLOSE ARCHIVO-MAYOR-DIARIO.
            CLOSE ARCHIVO-SALDOS-CONTABLES.

            IF NOT ASIENTO-ES-VALIDO THEN
                DISPLAY "*** ASIENTO NO POSTEADO AL MAYOR ***"
                STOP RUN
            END-IF.

            DISPLAY "ASIENTO DEL " WS-FECHA-ASIENTO " POSTEADO: "
                WS-LINEAS-ASIENTO " LINEAS".
            MOVE WS-TOTAL-DEBE TO WS-FORMATO-MONEDA.
            DISPLAY "  TOTAL DEBE:  " WS-FORMATO-MONEDA.
            MOVE WS-TOTAL-HABER TO WS-FORMATO-MONEDA.
            DISPLAY "  TOTAL HABER: " WS-FORMATO-MONEDA.
            IF WS-CUENTAS-NUEVAS > 0
                DISPLAY "CUENTAS CONTABLES NUEVAS EN EL MAESTRO: "
                    WS-CUENTAS-NUEVAS
            END-IF.

            STOP RUN.

            VALIDAR-ASIENTO.
      *        Primera pasada: el asiento debe existir, ser de una
      *        sola fecha, cuadrar al debe y al haber, y su fecha no
      *        puede caer en un mes (ni en un ano) ya cerrado.
               OPEN INPUT ARCHIVO-ASIENTO
               IF WS-STATUS-ASIENTO = "35"
                   DISPLAY "NO EXISTE ASIENTO DIARIO"
                   MOVE 'N' TO WS-ASIENTO-VALIDO
               ELSE
                   MOVE 'N' TO WS-ASIENTO-EOF
                   PERFORM UNTIL WS-ASIENTO-FIN-ARCHIVO
                       READ ARCHIVO-ASIENTO
                           AT END
                               MOVE 'S' TO WS-ASIENTO-EOF
                           NOT AT END
                               IF REGISTRO-ASIENTO NOT = SPACES
                                   PERFORM VALIDAR-LINEA-ASIENTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-ASIENTO
               END-IF

               IF ASIENTO-ES-VALIDO AND WS-LINEAS-ASIENTO = 0
                   DISPLAY "ASIENTO DIARIO VACIO"
                   MOVE 'N' TO WS-ASIENTO-VALIDO
               END-IF
               IF ASIENTO-ES-VALIDO AND WS-LINEAS-OTRA-FECHA > 0
                   DISPLAY
                       "ASIENTO CON " WS-LINEAS-OTRA-FECHA
                       " LINEAS DE OTRA FECHA"
                   MOVE 'N' TO WS-ASIENTO-VALIDO
               END-IF
               IF ASIENTO-ES-VALIDO
                  AND WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
                   MOVE WS-TOTAL-DEBE TO WS-FORMATO-MONEDA
                   DISPLAY "TOTAL DEBE:  " WS-FORMATO-MONEDA
                   MOVE WS-TOTAL-HABER TO WS-FORMATO-MONEDA
                   DISPLAY "TOTAL HABER: " WS-FORMATO-MONEDA
                   DISPLAY "ASIENTO DESBALANCEADO"
                   MOVE 'N' TO WS-ASIENTO-VALIDO
               END-IF
               IF ASIENTO-ES-VALIDO
                   PERFORM VERIFICAR-PERIODO-ABIERTO
               END-IF
               MOVE 0 TO WS-TOTAL-DEBE
               MOVE 0 TO WS-TOTAL-HABER
               MOVE 0 TO WS-LINEAS-ASIENTO.

            VALIDAR-LINEA-ASIENTO.
               IF WS-FECHA-ASIENTO = 0
                   MOVE ASI-FECHA TO WS-FECHA-ASIENTO
               END-IF
               IF ASI-FECHA NOT = WS-FECHA-ASIENTO
                   ADD 1 TO WS-LINEAS-OTRA-FECHA
               END-IF
               ADD 1 TO WS-LINEAS-ASIENTO
               EVALUATE ASI-DEBE-HABER
                   WHEN 'D'
                       ADD ASI-MONTO TO WS-TOTAL-DEBE
                   WHEN 'H'
                       ADD ASI-MONTO TO WS-TOTAL-HABER
                   WHEN OTHER
                       DISPLAY
                           "LINEA DE ASIENTO SIN SENTIDO VALIDO: "
                           ASI-CUENTA-GL
                       MOVE 'N' TO WS-ASIENTO-VALIDO
               END-EVALUATE.

            VERIFICAR-PERIODO-ABIERTO.
               COMPUTE WS-PERIODO-MES = WS-FECHA-ASIENTO / 100
               COMPUTE WS-PERIODO-ANIO = (WS-FECHA-ASIENTO / 10000)
                   * 100
               OPEN INPUT ARCHIVO-PERIODOS
               IF WS-STATUS-PERIODOS NOT = "35"
                   MOVE WS-PERIODO-MES TO PER-PERIODO
                   READ ARCHIVO-PERIODOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PER-ESTA-CERRADO
                               DISPLAY
                                   "EL PERIODO " WS-PERIODO-MES
                                   " ESTA CERRADO"
                               MOVE 'N' TO WS-ASIENTO-VALIDO
                           END-IF
                   END-READ
                   MOVE WS-PERIODO-ANIO TO PER-PERIODO
                   READ ARCHIVO-PERIODOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PER-ESTA-CERRADO
                               DISPLAY
                                   "EL ANO " WS-PERIODO-ANIO(1:4)
                                   " ESTA CERRADO"
                               MOVE 'N' TO WS-ASIENTO-VALIDO
                           END-IF
                   END-READ
                   CLOSE ARCHIVO-PERIODOS
               END-IF.

            VERIFICAR-DIA-NO-POSTEADO.
      *        Si alguna cuenta ya tiene su fila del dia, el asiento
      *        de esa fecha ya se sumo al mayor.
               OPEN INPUT ARCHIVO-ASIENTO
               MOVE 'N' TO WS-ASIENTO-EOF
               PERFORM UNTIL WS-ASIENTO-FIN-ARCHIVO
                   READ ARCHIVO-ASIENTO
                       AT END
                           MOVE 'S' TO WS-ASIENTO-EOF
                       NOT AT END
                           IF REGISTRO-ASIENTO NOT = SPACES
                               MOVE ASI-CUENTA-GL TO MYD-CUENTA-GL
                               MOVE ASI-FECHA TO MYD-FECHA
                               READ ARCHIVO-MAYOR-DIARIO
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       MOVE 'N' TO WS-ASIENTO-VALIDO
                                       MOVE 'S' TO WS-ASIENTO-EOF
                               END-READ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ASIENTO
               IF NOT ASIENTO-ES-VALIDO
                   DISPLAY
                       "EL ASIENTO DEL " WS-FECHA-ASIENTO
                       " YA ESTA POSTEADO EN EL MAYOR"
               END-IF.

            ALTA-CUENTAS-DEL-MAPA.
      *        Toda cuenta de debe o de haber del mapa, y la de
      *        suspenso, queda con su fila en el maestro.
               MOVE WS-CUENTA-SUSPENSO-GL TO WS-CUENTA-GL-ACTUAL
               PERFORM ALTA-CUENTA-CONTABLE
               OPEN INPUT ARCHIVO-MAPA
               IF WS-STATUS-MAPA NOT = "35"
                   MOVE 'N' TO WS-MAPA-EOF
                   PERFORM UNTIL WS-MAPA-FIN-ARCHIVO
                       READ ARCHIVO-MAPA
                           AT END
                               MOVE 'S' TO WS-MAPA-EOF
                           NOT AT END
                               IF REGISTRO-MAPA NOT = SPACES
                                   MOVE MAPA-CUENTA-DEBE
                                       TO WS-CUENTA-GL-ACTUAL
                                   PERFORM ALTA-CUENTA-CONTABLE
                                   MOVE MAPA-CUENTA-HABER
                                       TO WS-CUENTA-GL-ACTUAL
                                   PERFORM ALTA-CUENTA-CONTABLE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-MAPA
               END-IF.

            ALTA-CUENTA-CONTABLE.
               IF WS-CUENTA-GL-ACTUAL NOT = SPACES
                   MOVE WS-CUENTA-GL-ACTUAL TO SCO-CUENTA-GL
                   READ ARCHIVO-SALDOS-CONTABLES
                       INVALID KEY
                           MOVE WS-CUENTA-GL-ACTUAL TO SCO-CUENTA-GL
                           MOVE 0 TO SCO-TOTAL-DEBE
                           MOVE 0 TO SCO-TOTAL-HABER
                           MOVE 0 TO SCO-FECHA-ULTIMO-ASIENTO
                           WRITE SALDO-CONTABLE
                           ADD 1 TO WS-CUENTAS-NUEVAS
                   END-READ
               END-IF.

            POSTEAR-ASIENTO.
               OPEN INPUT ARCHIVO-ASIENTO
               MOVE 'N' TO WS-ASIENTO-EOF
               PERFORM UNTIL WS-ASIENTO-FIN-ARCHIVO
                   READ ARCHIVO-ASIENTO
                       AT END
                           MOVE 'S' TO WS-ASIENTO-EOF
                       NOT AT END
                           IF REGISTRO-ASIENTO NOT = SPACES
                               PERFORM POSTEAR-LINEA-ASIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ASIENTO.

            POSTEAR-LINEA-ASIENTO.
               ADD 1 TO WS-LINEAS-ASIENTO
               MOVE ASI-CUENTA-GL TO WS-CUENTA-GL-ACTUAL
               PERFORM ALTA-CUENTA-CONTABLE
               MOVE ASI-CUENTA-GL TO SCO-CUENTA-GL
               READ ARCHIVO-SALDOS-CONTABLES
                   INVALID KEY
                       CONTINUE
               END-READ
               IF ASI-DEBE-HABER = 'D'
                   ADD ASI-MONTO TO SCO-TOTAL-DEBE
                   ADD ASI-MONTO TO WS-TOTAL-DEBE
               ELSE
                   ADD ASI-MONTO TO SCO-TOTAL-HABER
                   ADD ASI-MONTO TO WS-TOTAL-HABER
               END-IF
               MOVE ASI-FECHA TO SCO-FECHA-ULTIMO-ASIENTO
               REWRITE SALDO-CONTABLE

      *        Foto del dia de la cuenta: una cuenta con debe y haber
      *        en el mismo asiento trae dos lineas y comparte fila.
               MOVE ASI-CUENTA-GL TO MYD-CUENTA-GL
               MOVE ASI-FECHA TO MYD-FECHA
               READ ARCHIVO-MAYOR-DIARIO
                   INVALID KEY
                       MOVE ASI-CUENTA-GL TO MYD-CUENTA-GL
                       MOVE ASI-FECHA TO MYD-FECHA
                       MOVE 0 TO MYD-DEBE-DIA
                       MOVE 0 TO MYD-HABER-DIA
                       PERFORM SUMAR-LINEA-AL-DIA
                       WRITE MAYOR-DIARIO
                   NOT INVALID KEY
                       PERFORM SUMAR-LINEA-AL-DIA
                       REWRITE MAYOR-DIARIO
               END-READ.

            SUMAR-LINEA-AL-DIA.
               IF ASI-DEBE-HABER = 'D'
                   ADD ASI-MONTO TO MYD-DEBE-DIA
               ELSE
                   ADD ASI-MONTO TO MYD-HABER-DIA
               END-IF
               MOVE SCO-TOTAL-DEBE TO MYD-ACUMULADO-DEBE
               MOVE SCO-TOTAL-HABER TO MYD-ACUMULADO-HABER.
       END PROGRAM ACTUALIZAR-MAYOR.
