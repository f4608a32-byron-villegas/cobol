      * Date: 2024-11-22
      * Purpose: Consulta de cuentas para uso exclusivo de un ejecutivo,
      *          sin exponer la clave del cliente ni modificar el
      *          registro (solo lectura de ARCHIVO-CUENTAS). Alerta
      *          cuando el cliente no tiene ningun dato de contacto
      *          valido (todos devueltos o rebotados).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ARCHIVO-TASAS ASSIGN TO "tasas_cambio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TASAS.
           SELECT ARCHIVO-SEGMENTOS ASSIGN TO "segmentos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SEGMENTOS.
           SELECT OPTIONAL ARCHIVO-VALORES-UF
               ASSIGN TO "valores_uf.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VALORES-UF.
           SELECT ARCHIVO-MEMOS ASSIGN TO "memos_clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEM-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MEMOS.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "VALE-VISTA.CPY".
       FD ARCHIVO-TASAS.
           COPY "TASA-CAMBIO.CPY".
       FD ARCHIVO-SEGMENTOS.
           COPY "SEGMENTO.CPY".
       FD ARCHIVO-VALORES-UF.
           COPY "VALOR-UF.CPY".
       FD ARCHIVO-MEMOS.
           COPY "MEMO-CLIENTE.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-STATUS-SEGMENTOS PIC X(2) VALUE "00".
      *    Alertas vigentes de la ficha del cliente; ver
      *    MEMO-CLIENTE.CPY.
       77 WS-STATUS-MEMOS PIC X(2) VALUE "00".
       77 WS-MEMOS-EOF PIC X VALUE 'N'.
           88 WS-MEMOS-FIN-ARCHIVO VALUE 'S'.
       77 WS-RUT PIC X(10) VALUE SPACES.
       77 WS-NUM-CUENTA PIC 9(3).
       77 WS-MODO-BUSQUEDA PIC X(3).
                STOP RUN
            END-IF.

            MOVE FUNCTION CURRENT-DATE TO WS-FECHAYHORA.
            MOVE WS-FECHAYHORA(1:8) TO WS-FECHA-HOY.

            DISPLAY
                "BUSCAR POR (RUT=RUT Y CUENTA, TAR=NUMERO DE "
                "TARJETA): ".
            ACCEPT WS-RUT.
            MOVE FUNCTION UPPER-CASE(WS-RUT) TO WS-RUT.

            PERFORM MOSTRAR-ALERTAS-CLIENTE.

            DISPLAY "NUMERO DE CUENTA A CONSULTAR: ".
            ACCEPT WS-NUM-CUENTA.

                           DISPLAY "TARJETA NO ASOCIADA A UNA CUENTA"
                       NOT INVALID KEY
                           MOVE RUT TO WS-RUT
                           PERFORM MOSTRAR-ALERTAS-CLIENTE
                           PERFORM MOSTRAR-IDENTIDAD-CLIENTE
                           DISPLAY "RUT: " RUT
                           DISPLAY "NUMERO DE CUENTA: " NUM-CUENTA
                   CLOSE ARCHIVO-CUENTAS
               END-IF.

            MOSTRAR-ALERTAS-CLIENTE.
      *        Alertas vigentes de la ficha del cliente (se
      *        mantienen en MANTENCION-MEMOS), destacadas apenas se
      *        digita el RUT; las vencidas o levantadas no salen.
               MOVE 'N' TO WS-MEMOS-EOF
               OPEN INPUT ARCHIVO-MEMOS
               IF WS-STATUS-MEMOS NOT = "35"
                   MOVE WS-RUT TO MEM-RUT
                   MOVE 0 TO MEM-NUMERO
                   START ARCHIVO-MEMOS
                       KEY IS NOT LESS THAN MEM-CLAVE
                       INVALID KEY
                           MOVE 'S' TO WS-MEMOS-EOF
                   END-START
                   PERFORM UNTIL WS-MEMOS-FIN-ARCHIVO
                       READ ARCHIVO-MEMOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MEMOS-EOF
                       END-READ
                       IF NOT WS-MEMOS-FIN-ARCHIVO
                           IF MEM-RUT NOT = WS-RUT
                               MOVE 'S' TO WS-MEMOS-EOF
                           ELSE
                               PERFORM MOSTRAR-UNA-ALERTA
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-MEMOS
               END-IF.

            MOSTRAR-UNA-ALERTA.
               IF MEM-ES-ALERTA AND MEM-ESTA-VIGENTE
                  AND (MEM-FECHA-VENCE = 0
                       OR MEM-FECHA-VENCE NOT < WS-FECHA-HOY)
                   DISPLAY "*** ALERTA " MEM-CODIGO ": " MEM-TEXTO
                   IF NOT MEM-NO-BLOQUEA
                       DISPLAY
                           "*** BLOQUEA EN VENTANILLA: " MEM-BLOQUEA
                   END-IF
               END-IF.

            MOSTRAR-IDENTIDAD-CLIENTE.
      *        Nombre y datos de contacto del maestro de clientes,
      *        para que el ejecutivo pueda confirmar quien tiene al
                           DISPLAY "DIRECCION: " CLI-DIRECCION
                           DISPLAY "COMUNA: " CLI-COMUNA
                           DISPLAY "TELEFONO: " CLI-TELEFONO
                           DISPLAY "CORREO: " CLI-EMAIL
                           PERFORM MOSTRAR-CONTACTOS-INVALIDOS
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF
               PERFORM MOSTRAR-SEGMENTO-CLIENTE.

            MOSTRAR-CONTACTOS-INVALIDOS.
      *        Datos devueltos por la casa de correo o rebotados por
      *        el gateway; si no queda ninguno valido, el cliente no
      *        recibe avisos ni cartolas y hay que actualizar la
      *        ficha ahora que esta al frente.
               IF CLI-DIRECCION-DEVUELTA
                   DISPLAY "  DIRECCION DEVUELTA EL "
                       CLI-FECHA-DIRECCION-INV
               END-IF
               IF CLI-TELEFONO-REBOTADO
                   DISPLAY "  TELEFONO RECHAZADO EL "
                       CLI-FECHA-TELEFONO-INV
               END-IF
               IF CLI-EMAIL-REBOTADO
                   DISPLAY "  CORREO REBOTADO EL " CLI-FECHA-EMAIL-INV
               END-IF
               IF (CLI-DIRECCION = SPACES OR CLI-DIRECCION-DEVUELTA)
                  AND (CLI-TELEFONO = SPACES OR CLI-TELEFONO-REBOTADO)
                  AND (CLI-EMAIL = SPACES OR CLI-EMAIL-REBOTADO)
                   DISPLAY "*** ALERTA SIN CONTACTO VALIDO: ACTUALICE "
                       "DIRECCION, TELEFONO O CORREO"
               END-IF.

            MOSTRAR-SEGMENTO-CLIENTE.
      *        Segmento vigente segun la ultima segmentacion mensual,
      *        que fija nivel de atencion y exenciones de comisiones;
      *        sin calculo previo el cliente es masivo.
               MOVE "MAS" TO SEG-SEGMENTO
               MOVE SPACES TO SEG-SEGMENTO-ANTERIOR
               OPEN INPUT ARCHIVO-SEGMENTOS
               IF WS-STATUS-SEGMENTOS NOT = "35"
                   MOVE WS-RUT TO SEG-RUT
                   READ ARCHIVO-SEGMENTOS
                       INVALID KEY
                           MOVE "MAS" TO SEG-SEGMENTO
                           MOVE SPACES TO SEG-SEGMENTO-ANTERIOR
                   END-READ
                   CLOSE ARCHIVO-SEGMENTOS
               END-IF
               EVALUATE TRUE
                   WHEN SEG-ES-PREMIUM
                       DISPLAY "SEGMENTO: PREMIUM (PRM)"
                   WHEN SEG-ES-PREFERENTE
                       DISPLAY "SEGMENTO: PREFERENTE (PRF)"
                   WHEN OTHER
                       DISPLAY "SEGMENTO: MASIVO (MAS)"
               END-EVALUATE
               IF SEG-SEGMENTO-ANTERIOR NOT = SPACES
                  AND SEG-SEGMENTO-ANTERIOR NOT = SEG-SEGMENTO
                   DISPLAY "  SEGMENTO MES ANTERIOR: "
                       SEG-SEGMENTO-ANTERIOR
               END-IF.

            OFRECER-COBERTURA-GARANTIA.
