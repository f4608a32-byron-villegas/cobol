      *          el total debe no cuadra con el total haber, la
      *          corrida se rechaza ruidosamente y NO se escribe
      *          asiento: un posteo a una sola pierna no puede
      *          llegar nunca al libro mayor. Las comisiones con IVA
      *          desglosado en la bitacora abonan solo el neto a su
      *          cuenta de ingreso y el IVA a la cuenta de IVA debito
      *          fiscal, la cuenta de haber de la fila IVA del mapa;
      *          una devolucion de comision (abono con IVA) hace el
      *          camino inverso y carga el neto y el IVA al debe.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *    Mapa contable cargado en memoria: una fila por tipo de
      *    movimiento, con su cuenta de debe y de haber.
       01 WS-TABLA-MAPA.
           05 WS-MAPA-ENTRY OCCURS 150 TIMES.
               10 TAB-OPERACION PIC X(3).
               10 TAB-CUENTA-DEBE PIC X(8).
               10 TAB-CUENTA-HABER PIC X(8).
       77 WS-MAPA-CANTIDAD PIC 9(3) COMP VALUE 0.
      *    Totales del dia por cuenta contable y sentido.
       01 WS-TABLA-GL.
           05 WS-GL-ENTRY OCCURS 300 TIMES.
               10 TAB-CUENTA-GL PIC X(8).
               10 TAB-DEBE-HABER PIC X(1).
               10 TAB-MONTO PIC 9(12).
       77 WS-CUENTA-SUSPENSO-GL PIC X(8) VALUE "79999999".
       77 WS-MONTO-SIN-MAPEAR PIC 9(14) VALUE 0.
       77 WS-OPERACIONES-SIN-MAPA PIC X(60) VALUE SPACES.
      *    IVA debito fiscal de las comisiones: pasivo con el fisco,
      *    no ingreso del banco. La cuenta es la de haber de la fila
      *    IVA del mapa; sin esa fila el IVA va a suspenso.
       77 WS-CUENTA-IVA-GL PIC X(8) VALUE SPACES.
       77 WS-MOV-IVA-NUM PIC 9(8).
       77 WS-TOTAL-IVA PIC S9(14) VALUE 0.
       77 WS-IVA-A-SUSPENSO PIC 9(14) VALUE 0.
       77 WS-FECHAYHORA PIC X(21).
       77 WS-FECHA-HOY-TEXTO PIC X(10).
       77 WS-FECHA-HOY-NUM PIC 9(8).
                STOP RUN
            END-IF.

            PERFORM UBICAR-CUENTA-IVA.

            PERFORM AGREGAR-MOVIMIENTOS.

            IF WS-TOTAL-IVA NOT = 0 THEN
                MOVE WS-TOTAL-IVA TO WS-FORMATO-MONEDA
                DISPLAY "IVA DEBITO FISCAL DEL DIA: " WS-FORMATO-MONEDA
            END-IF.

            IF WS-IVA-A-SUSPENSO > 0 THEN
                MOVE WS-IVA-A-SUSPENSO TO WS-FORMATO-MONEDA
                DISPLAY
                    "*** SIN FILA IVA EN EL MAPA CONTABLE: IVA "
                    "POSTEADO A SUSPENSO " WS-CUENTA-SUSPENSO-GL
                    " POR " WS-FORMATO-MONEDA " ***"
            END-IF.

            IF WS-TOTAL-SIN-MAPEAR > 0 THEN
                DISPLAY
                    "*** " WS-TOTAL-SIN-MAPEAR " MOVIMIENTOS SIN "
                               MOVE 'S' TO WS-MAPA-EOF
                           NOT AT END
                               IF REGISTRO-MAPA NOT = SPACES
                                   IF WS-MAPA-CANTIDAD < 150
                                       ADD 1 TO WS-MAPA-CANTIDAD
                                       MOVE MAPA-OPERACION TO
                                           TAB-OPERACION
      *                                todas las noches sin aviso.
                                       DISPLAY
                                           "*** MAPA CONTABLE "
                                           "SUPERA LAS 150 FILAS: "
                                           "FILA " MAPA-OPERACION
                                           " IGNORADA, AMPLIAR LA "
                                           "TABLA ***"
                       ADD WS-MOV-MONTO-NUM TO WS-TOTAL-HABER
                   ELSE
      *                Partida doble por movimiento: el mismo monto
      *                al debe y al haber de las cuentas mapeadas. Un
      *                abono con IVA (devolucion de comision) separa
      *                el IVA al debe; un cargo con IVA, al haber.
                       IF BIT-MONTO-IVA NUMERIC
                          AND BIT-MONTO-IVA > 0
                          AND BIT-ABONO-CARGO = 'A'
                           PERFORM SEPARAR-IVA-DEBE
                       ELSE
                           MOVE TAB-CUENTA-DEBE(WS-MAPA-ACTUAL)
                               TO WS-CUENTA-GL-ACTUAL
                           MOVE 'D' TO WS-SENTIDO-ACTUAL
                           PERFORM ACUMULAR-GL
                           ADD WS-MOV-MONTO-NUM TO WS-TOTAL-DEBE
                           IF BIT-MONTO-IVA NUMERIC
                              AND BIT-MONTO-IVA > 0
                               PERFORM SEPARAR-IVA-HABER
                           ELSE
                               MOVE TAB-CUENTA-HABER(WS-MAPA-ACTUAL)
                                   TO WS-CUENTA-GL-ACTUAL
                               MOVE 'H' TO WS-SENTIDO-ACTUAL
                               PERFORM ACUMULAR-GL
                               ADD WS-MOV-MONTO-NUM TO WS-TOTAL-HABER
                           END-IF
                       END-IF
                   END-IF
               END-IF.

            SEPARAR-IVA-HABER.
      *        Comision con IVA desglosado: el debe ya llevo el cargo
      *        bruto; al haber van el neto a la cuenta de ingreso
      *        mapeada y el IVA a la cuenta de IVA debito fiscal.
               MOVE BIT-MONTO-IVA TO WS-MOV-IVA-NUM
               IF WS-MOV-IVA-NUM > WS-MOV-MONTO-NUM
                   MOVE WS-MOV-MONTO-NUM TO WS-MOV-IVA-NUM
               END-IF
               SUBTRACT WS-MOV-IVA-NUM FROM WS-MOV-MONTO-NUM
               MOVE TAB-CUENTA-HABER(WS-MAPA-ACTUAL)
                   TO WS-CUENTA-GL-ACTUAL
               MOVE 'H' TO WS-SENTIDO-ACTUAL
               PERFORM ACUMULAR-GL
               ADD WS-MOV-MONTO-NUM TO WS-TOTAL-HABER

               MOVE WS-MOV-IVA-NUM TO WS-MOV-MONTO-NUM
               IF WS-CUENTA-IVA-GL = SPACES
                   MOVE WS-CUENTA-SUSPENSO-GL TO WS-CUENTA-GL-ACTUAL
                   ADD WS-MOV-IVA-NUM TO WS-IVA-A-SUSPENSO
               ELSE
                   MOVE WS-CUENTA-IVA-GL TO WS-CUENTA-GL-ACTUAL
               END-IF
               MOVE 'H' TO WS-SENTIDO-ACTUAL
               PERFORM ACUMULAR-GL
               ADD WS-MOV-MONTO-NUM TO WS-TOTAL-HABER
               ADD WS-MOV-IVA-NUM TO WS-TOTAL-IVA.

            SEPARAR-IVA-DEBE.
      *        Devolucion de una comision con IVA desglosado: el
      *        haber lleva el abono bruto al cliente; al debe van el
      *        neto a la cuenta mapeada y el IVA a la cuenta de IVA
      *        debito fiscal, que rebaja el IVA del dia.
               MOVE TAB-CUENTA-HABER(WS-MAPA-ACTUAL)
                   TO WS-CUENTA-GL-ACTUAL
               MOVE 'H' TO WS-SENTIDO-ACTUAL
               PERFORM ACUMULAR-GL
               ADD WS-MOV-MONTO-NUM TO WS-TOTAL-HABER

               MOVE BIT-MONTO-IVA TO WS-MOV-IVA-NUM
               IF WS-MOV-IVA-NUM > WS-MOV-MONTO-NUM
                   MOVE WS-MOV-MONTO-NUM TO WS-MOV-IVA-NUM
               END-IF
               SUBTRACT WS-MOV-IVA-NUM FROM WS-MOV-MONTO-NUM
               MOVE TAB-CUENTA-DEBE(WS-MAPA-ACTUAL)
                   TO WS-CUENTA-GL-ACTUAL
               MOVE 'D' TO WS-SENTIDO-ACTUAL
               PERFORM ACUMULAR-GL
               ADD WS-MOV-MONTO-NUM TO WS-TOTAL-DEBE

               MOVE WS-MOV-IVA-NUM TO WS-MOV-MONTO-NUM
               IF WS-CUENTA-IVA-GL = SPACES
                   MOVE WS-CUENTA-SUSPENSO-GL TO WS-CUENTA-GL-ACTUAL
                   ADD WS-MOV-IVA-NUM TO WS-IVA-A-SUSPENSO
               ELSE
                   MOVE WS-CUENTA-IVA-GL TO WS-CUENTA-GL-ACTUAL
               END-IF
               MOVE 'D' TO WS-SENTIDO-ACTUAL
               PERFORM ACUMULAR-GL
               ADD WS-MOV-MONTO-NUM TO WS-TOTAL-DEBE
               SUBTRACT WS-MOV-IVA-NUM FROM WS-TOTAL-IVA.

            UBICAR-CUENTA-IVA.
               MOVE SPACES TO WS-CUENTA-IVA-GL
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > WS-MAPA-CANTIDAD
                   IF TAB-OPERACION(WS-INDICE) = "IVA"
                       MOVE TAB-CUENTA-HABER(WS-INDICE)
                           TO WS-CUENTA-IVA-GL
                   END-IF
               END-PERFORM.

            BUSCAR-MAPA.
               MOVE 0 TO WS-MAPA-ACTUAL
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                       MOVE WS-INDICE TO WS-ACTUAL
                   END-IF
               END-PERFORM
               IF WS-ACTUAL = 0 AND WS-GL-CANTIDAD < 300
                   ADD 1 TO WS-GL-CANTIDAD
                   MOVE WS-GL-CANTIDAD TO WS-ACTUAL
                   MOVE WS-CUENTA-GL-ACTUAL
