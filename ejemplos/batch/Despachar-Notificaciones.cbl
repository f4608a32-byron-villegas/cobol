      *          despachos.txt, y reescribe la cola solo con los
      *          avisos que quedan pendientes de reintento, para que
      *          el archivo deje de crecer sin que nadie lo lea.
      *          Los avisos comerciales respetan el consentimiento
      *          de publicidad: salen por el canal preferido si esta
      *          aceptado, si no por otro canal aceptado, y sin
      *          ninguno quedan suprimidos (SUP) en el historial.
      *          Un dato de contacto marcado como no entregable
      *          (carta devuelta, SMS o correo rebotado) no se usa:
      *          el aviso sale por el siguiente canal valido, y si el
      *          cliente no tiene ninguno queda INV en el historial
      *          para la lista de trabajo de los ejecutivos. El aviso
      *          de cambio de datos de seguridad (CSG) va al telefono
      *          y al correo que el cliente tenia antes del cambio.
      *          El aviso de migracion de producto (MPR) lleva la
      *          fecha efectiva del cambio como DD-MM-AAAA.
      *          Los recordatorios previos al vencimiento (VCU, VOP,
      *          VPA) y su version sin fondos (FCU, FOP, FPA) dicen
      *          que se cobra, en que cuenta o prestamo y cuanto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-TOTAL-ENVIADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-REINTENTO PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-DESCARTADAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-SUPRIMIDAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-SIN-CONTACTO PIC 9(6) COMP VALUE 0.
      *    Canal por el que sale el aviso: el preferido para los de
      *    servicio; para los comerciales, uno con consentimiento de
      *    publicidad, o espacios si no hay ninguno.
       77 WS-CANAL-ENVIO PIC X(3) VALUE SPACES.
           88 CANAL-ENVIO-SMS VALUE "SMS".
           88 CANAL-ENVIO-EMAIL VALUE "EML".
           88 SIN-CANAL-ENVIO VALUE SPACES.
      *    Canales con un dato de contacto utilizable (no vacio ni
      *    marcado como devuelto o rebotado) y, para los avisos
      *    comerciales, ademas con consentimiento de publicidad.
       77 WS-SMS-UTILIZABLE PIC X VALUE 'N'.
           88 SMS-UTILIZABLE VALUE 'S'.
       77 WS-EML-UTILIZABLE PIC X VALUE 'N'.
           88 EML-UTILIZABLE VALUE 'S'.
       77 WS-CAR-UTILIZABLE PIC X VALUE 'N'.
           88 CAR-UTILIZABLE VALUE 'S'.
       77 WS-CONTACTO-VALIDO PIC X VALUE 'N'.
           88 CLIENTE-CON-CONTACTO-VALIDO VALUE 'S'.
      *    Aviso CSG con telefono o correo anterior al cambio: sale a
      *    esos datos y no a los nuevos.
       77 WS-AVISO-DATO-ANTERIOR PIC X VALUE 'N'.
           88 AVISO-A-DATO-ANTERIOR VALUE 'S'.
       77 WS-CLIENTE-ENCONTRADO PIC X VALUE 'N'.
           88 CLIENTE-ENCONTRADO VALUE 'S'.
       77 WS-COLA-EXISTE PIC X VALUE 'S'.
           88 COLA-EXISTE VALUE 'S'.
       01 WS-TEXTO-AVISO PIC X(60).
       77 WS-CARGO-VENCIMIENTO PIC X(16).
      *    Fecha efectiva AAMMDD de un aviso MPR, para el texto.
       01 WS-FECHA-MIGRACION PIC 9(6).
       01 WS-FECHA-MIGRACION-R REDEFINES WS-FECHA-MIGRACION.
           05 WS-MIGRACION-AA PIC 9(2).
           05 WS-MIGRACION-MM PIC 9(2).
           05 WS-MIGRACION-DD PIC 9(2).
       77 WS-FECHAYHORA PIC X(21).
       01 WS-FECHAYHORA-FORMATEADA.
           15 WS-ANIO-FORMATEADO PIC 9(4).
            DISPLAY "AVISOS LEIDOS: " WS-TOTAL-LEIDAS
            DISPLAY "AVISOS ENVIADOS: " WS-TOTAL-ENVIADAS
            DISPLAY "AVISOS EN REINTENTO: " WS-TOTAL-REINTENTO
            DISPLAY "AVISOS DESCARTADOS: " WS-TOTAL-DESCARTADAS
            DISPLAY "AVISOS COMERCIALES SUPRIMIDOS: "
                WS-TOTAL-SUPRIMIDAS.
            DISPLAY "AVISOS SIN CONTACTO VALIDO: "
                WS-TOTAL-SIN-CONTACTO.

            STOP RUN.

                   END-READ
               END-IF

               MOVE 'N' TO WS-AVISO-DATO-ANTERIOR
               IF CLIENTE-ENCONTRADO
                   PERFORM RESOLVER-CANAL-ENVIO
                   IF NOT-ES-CAMBIO-SEGURIDAD
                       PERFORM RESOLVER-AVISO-SEGURIDAD
                   END-IF
               END-IF

               IF CLIENTE-ENCONTRADO AND SIN-CANAL-ENVIO
                   IF CLIENTE-CON-CONTACTO-VALIDO
                       MOVE "SUP" TO NOT-ESTADO
                       ADD 1 TO WS-TOTAL-SUPRIMIDAS
                   ELSE
                       MOVE "INV" TO NOT-ESTADO
                       ADD 1 TO WS-TOTAL-SIN-CONTACTO
                   END-IF
                   PERFORM GRABAR-HISTORIAL-DESPACHO
               END-IF

               IF CLIENTE-ENCONTRADO AND NOT SIN-CANAL-ENVIO
                   PERFORM ARMAR-TEXTO-AVISO
                   IF AVISO-A-DATO-ANTERIOR
                       PERFORM EMITIR-A-DATOS-ANTERIORES
                   ELSE
                       PERFORM EMITIR-POR-CANAL
                   END-IF
                   MOVE "ENV" TO NOT-ESTADO
                   ADD 1 TO WS-TOTAL-ENVIADAS
                   PERFORM GRABAR-HISTORIAL-DESPACHO
               END-IF

               IF NOT CLIENTE-ENCONTRADO
      *            Sin ficha en el maestro no hay a donde enviar: el
      *            aviso vuelve a la cola hasta agotar los reintentos
      *            (un ejecutivo puede completar la ficha entre una
                   END-IF
               END-IF.

            RESOLVER-CANAL-ENVIO.
      *        Un aviso de servicio sale por el canal preferido. Uno
      *        comercial exige ademas el consentimiento del canal.
      *        Si el preferido no sirve (dato devuelto, rebotado o
      *        vacio, o sin consentimiento) sale por el primero que
      *        sirva entre SMS, correo y carta.
               PERFORM EVALUAR-CONTACTOS
               IF NOT-ES-COMERCIAL
                   IF NOT CLI-ACEPTA-PUB-SMS
                       MOVE 'N' TO WS-SMS-UTILIZABLE
                   END-IF
                   IF NOT CLI-ACEPTA-PUB-EML
                       MOVE 'N' TO WS-EML-UTILIZABLE
                   END-IF
                   IF NOT CLI-ACEPTA-PUB-CAR
                       MOVE 'N' TO WS-CAR-UTILIZABLE
                   END-IF
               END-IF
               MOVE CLI-CANAL-PREFERIDO TO WS-CANAL-ENVIO
               IF NOT CLI-CANAL-ES-VALIDO
                   MOVE "CAR" TO WS-CANAL-ENVIO
               END-IF
               EVALUATE TRUE
                   WHEN CANAL-ENVIO-SMS AND SMS-UTILIZABLE
                   WHEN CANAL-ENVIO-EMAIL AND EML-UTILIZABLE
                   WHEN WS-CANAL-ENVIO = "CAR" AND CAR-UTILIZABLE
                       CONTINUE
                   WHEN SMS-UTILIZABLE
                       MOVE "SMS" TO WS-CANAL-ENVIO
                   WHEN EML-UTILIZABLE
                       MOVE "EML" TO WS-CANAL-ENVIO
                   WHEN CAR-UTILIZABLE
                       MOVE "CAR" TO WS-CANAL-ENVIO
                   WHEN OTHER
                       MOVE SPACES TO WS-CANAL-ENVIO
               END-EVALUATE.

            RESOLVER-AVISO-SEGURIDAD.
      *        Quien cambio el telefono o el correo puede no ser el
      *        cliente: el aviso va al dato reemplazado, que es el
      *        que el cliente todavia tiene en la mano. Un cambio de
      *        clave sin cambio de contacto sale por el canal
      *        vigente, ya resuelto.
               IF CLI-TELEFONO-ANTERIOR NOT = SPACES
                   MOVE 'S' TO WS-AVISO-DATO-ANTERIOR
                   MOVE "SMS" TO WS-CANAL-ENVIO
               ELSE
                   IF CLI-EMAIL-ANTERIOR NOT = SPACES
                       MOVE 'S' TO WS-AVISO-DATO-ANTERIOR
                       MOVE "EML" TO WS-CANAL-ENVIO
                   END-IF
               END-IF.

            EVALUAR-CONTACTOS.
      *        Que datos de contacto del cliente sirven para enviar,
      *        sin mirar el consentimiento de publicidad.
               MOVE 'N' TO WS-SMS-UTILIZABLE
               MOVE 'N' TO WS-EML-UTILIZABLE
               MOVE 'N' TO WS-CAR-UTILIZABLE
               IF CLI-TELEFONO NOT = SPACES
                  AND NOT CLI-TELEFONO-REBOTADO
                   MOVE 'S' TO WS-SMS-UTILIZABLE
               END-IF
               IF CLI-EMAIL NOT = SPACES
                  AND NOT CLI-EMAIL-REBOTADO
                   MOVE 'S' TO WS-EML-UTILIZABLE
               END-IF
               IF CLI-DIRECCION NOT = SPACES
                  AND NOT CLI-DIRECCION-DEVUELTA
                   MOVE 'S' TO WS-CAR-UTILIZABLE
               END-IF
               MOVE 'N' TO WS-CONTACTO-VALIDO
               IF SMS-UTILIZABLE OR EML-UTILIZABLE OR CAR-UTILIZABLE
                   MOVE 'S' TO WS-CONTACTO-VALIDO
               END-IF.

            ARMAR-TEXTO-AVISO.
               MOVE SPACES TO WS-TEXTO-AVISO
               EVALUATE TRUE
                   WHEN NOT-ES-COMERCIAL
                       STRING
                           "TIENE UNA OFERTA PREAPROBADA POR "
                               DELIMITED BY SIZE
                           NOT-SALDO-NUEVO DELIMITED BY SIZE
                           ". CONSULTE EN EL CAJERO" DELIMITED BY SIZE
                           INTO WS-TEXTO-AVISO
                       END-STRING
                   WHEN NOT-ES-MAYORIA-TITULAR
                       STRING
                           "CUMPLIO 18 ANIOS: ACTIVE SU CUENTA "
                               DELIMITED BY SIZE
                           NOT-NUM-CUENTA DELIMITED BY SIZE
                           " EN SU SUCURSAL" DELIMITED BY SIZE
                           INTO WS-TEXTO-AVISO
                       END-STRING
                   WHEN NOT-ES-MAYORIA-TUTOR
                       STRING
                           "SU PUPILO CUMPLIO 18 ANIOS: "
                               DELIMITED BY SIZE
                           "TERMINA SU TUICION CTA " DELIMITED BY SIZE
                           NOT-NUM-CUENTA DELIMITED BY SIZE
                           INTO WS-TEXTO-AVISO
                       END-STRING
                   WHEN NOT-ES-PERFORACION-CAJA
                       STRING
                           "CAJA DE SEGURIDAD IMPAGA, PASA A "
                               DELIMITED BY SIZE
                           "PERFORACION. DEUDA " DELIMITED BY SIZE
                           NOT-SALDO-NUEVO DELIMITED BY SIZE
                           INTO WS-TEXTO-AVISO
                       END-STRING
                   WHEN NOT-ES-CAMBIO-SEGURIDAD
                       STRING
                           "CAMBIARON SUS DATOS DE SEGURIDAD. "
                               DELIMITED BY SIZE
                           "SI NO FUE USTED, LLAMENOS" DELIMITED BY SIZE
                           INTO WS-TEXTO-AVISO
                       END-STRING
                   WHEN NOT-ES-MIGRACION-PRODUCTO
                       MOVE NOT-SALDO-NUEVO TO WS-FECHA-MIGRACION
                       STRING
                           "SU CUENTA " DELIMITED BY SIZE
                           NOT-NUM-CUENTA DELIMITED BY SIZE
                           " CAMBIA DE PRODUCTO EL " DELIMITED BY SIZE
                           WS-MIGRACION-DD DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           WS-MIGRACION-MM DELIMITED BY SIZE
                           "-20" DELIMITED BY SIZE
                           WS-MIGRACION-AA DELIMITED BY SIZE
                           INTO WS-TEXTO-AVISO
                       END-STRING
                   WHEN NOT-ES-REPRECIO-PRESTAMO
                       STRING
                           "SU PRESTAMO " DELIMITED BY SIZE
                           NOT-NUM-CUENTA DELIMITED BY SIZE
                           " REPRECIADO: NUEVA TASA ANUAL "
                               DELIMITED BY SIZE
                           NOT-SALDO-NUEVO DELIMITED BY SIZE
                           " PB" DELIMITED BY SIZE
                           INTO WS-TEXTO-AVISO
                       END-STRING
                   WHEN NOT-ES-AVISO-VENCIMIENTO
                       PERFORM ARMAR-CARGO-VENCIMIENTO
                       STRING
                           "RECUERDE: " DELIMITED BY SIZE
                           WS-CARGO-VENCIMIENTO DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           NOT-NUM-CUENTA DELIMITED BY SIZE
                           " POR $" DELIMITED BY SIZE
                           NOT-SALDO-NUEVO DELIMITED BY SIZE
                           " VENCE PRONTO" DELIMITED BY SIZE
                           INTO WS-TEXTO-AVISO
                       END-STRING
                   WHEN NOT-ES-AVISO-SIN-FONDOS
                       PERFORM ARMAR-CARGO-VENCIMIENTO
                       STRING
                           "SIN FONDOS PARA " DELIMITED BY SIZE
                           WS-CARGO-VENCIMIENTO DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           NOT-NUM-CUENTA DELIMITED BY SIZE
                           " POR $" DELIMITED BY SIZE
                           NOT-SALDO-NUEVO DELIMITED BY SIZE
                           ". DEPOSITE" DELIMITED BY SIZE
                           INTO WS-TEXTO-AVISO
                       END-STRING
                   WHEN OTHER
                       STRING
                           "OPERACION " DELIMITED BY SIZE
                           NOT-OPERACION DELIMITED BY SIZE
                           " CUENTA " DELIMITED BY SIZE
                           NOT-NUM-CUENTA DELIMITED BY SIZE
                           " SALDO " DELIMITED BY SIZE
                           NOT-SALDO-NUEVO DELIMITED BY SIZE
                           " EL " DELIMITED BY SIZE
                           NOT-FECHAYHORA DELIMITED BY SIZE
                           INTO WS-TEXTO-AVISO
                       END-STRING
               END-EVALUATE.

            ARMAR-CARGO-VENCIMIENTO.
      *        El segundo y tercer caracter del codigo dicen que se
      *        cobra: CU=cuota, OP=orden permanente, PA=cargo PAC.
               EVALUATE NOT-OPERACION(2:2)
                   WHEN "CU"
                       MOVE "CUOTA PRESTAMO" TO WS-CARGO-VENCIMIENTO
                   WHEN "OP"
                       MOVE "ORDEN CTA" TO WS-CARGO-VENCIMIENTO
                   WHEN OTHER
                       MOVE "CARGO PAC CTA" TO WS-CARGO-VENCIMIENTO
               END-EVALUATE.

            EMITIR-POR-CANAL.
               EVALUATE TRUE
                   WHEN CANAL-ENVIO-SMS
                       MOVE SPACES TO REGISTRO-SALIDA-SMS
                       MOVE CLI-TELEFONO TO SMS-TELEFONO
                       MOVE WS-TEXTO-AVISO TO SMS-TEXTO
                       WRITE REGISTRO-SALIDA-SMS
                   WHEN CANAL-ENVIO-EMAIL
                       MOVE SPACES TO REGISTRO-SALIDA-EMAIL
                       MOVE CLI-EMAIL TO EML-CORREO
                       MOVE WS-TEXTO-AVISO TO EML-TEXTO
                       WRITE REGISTRO-SALIDA-CARTA
               END-EVALUATE.

            EMITIR-A-DATOS-ANTERIORES.
               IF CLI-TELEFONO-ANTERIOR NOT = SPACES
                   MOVE SPACES TO REGISTRO-SALIDA-SMS
                   MOVE CLI-TELEFONO-ANTERIOR TO SMS-TELEFONO
                   MOVE WS-TEXTO-AVISO TO SMS-TEXTO
                   WRITE REGISTRO-SALIDA-SMS
               END-IF
               IF CLI-EMAIL-ANTERIOR NOT = SPACES
                   MOVE SPACES TO REGISTRO-SALIDA-EMAIL
                   MOVE CLI-EMAIL-ANTERIOR TO EML-CORREO
                   MOVE WS-TEXTO-AVISO TO EML-TEXTO
                   WRITE REGISTRO-SALIDA-EMAIL
               END-IF.

            GRABAR-HISTORIAL-DESPACHO.
      *        Copia el aviso ya resuelto (con su estado y reintentos)
      *        al historial, junto con el canal usado y la fecha de
               MOVE SPACES TO REGISTRO-DESPACHO
               MOVE REGISTRO-NOTIFICACION TO DES-NOTIFICACION
               IF CLIENTE-ENCONTRADO
                   MOVE WS-CANAL-ENVIO TO DES-CANAL
               ELSE
                   MOVE SPACES TO DES-CANAL
               END-IF
