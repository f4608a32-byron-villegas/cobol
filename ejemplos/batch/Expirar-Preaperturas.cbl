      *          de origen (movimiento NDV en ambas patas) y la
      *          cuenta pre-abierta se elimina, quedando la
      *          preapertura como DEV. Asi el sueldo de un empleado
      *          que nunca aparecio no queda en el limbo. Las
      *          solicitudes del formulario web no tienen empleador:
      *          la cuenta sin saldo se elimina y la preapertura
      *          queda como EXP. Las preaperturas de clientes que
      *          llegan por portabilidad expiran del mismo modo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-MONTO-DEVUELTO PIC S9(8).
       77 WS-SENTIDO-BIT PIC X(1).
       77 WS-TOTAL-DEVUELTAS PIC 9(6) COMP VALUE 0.
       77 WS-TOTAL-EXPIRADAS-WEB PIC 9(6) COMP VALUE 0.
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-FECHAYHORA PIC X(21).
       01 WS-FECHAYHORA-FORMATEADA.
            DISPLAY
                "PREAPERTURAS DEVUELTAS AL EMPLEADOR: "
                WS-TOTAL-DEVUELTAS.
            DISPLAY
                "SOLICITUDES WEB EXPIRADAS: "
                WS-TOTAL-EXPIRADAS-WEB.

            STOP RUN.

                           MOVE "ACT" TO PRE-ESTADO
                           REWRITE PREAPERTURA
                       ELSE
                           IF PRE-ES-SOLICITUD-WEB
                              OR PRE-ES-PORTABILIDAD
                               PERFORM EXPIRAR-SOLICITUD-WEB
                           ELSE
                               PERFORM DEVOLVER-SALDO-PREABIERTO
                           END-IF
                       END-IF
               END-READ.

            EXPIRAR-SOLICITUD-WEB.
      *        Una apertura web no trae plata de nadie: sin saldo la
      *        cuenta simplemente se elimina. Si igual le llego un
      *        abono (por ejemplo una nomina al mismo RUT) no hay a
      *        quien devolverlo automaticamente y queda para
      *        gestion manual. La cuenta sigue abierta en I-O.
               IF SALDO NOT = 0
                   CLOSE ARCHIVO-CUENTAS
                   DISPLAY
                       "SOLICITUD WEB " PRE-NUMERO-APERTURA
                       " DE " PRE-RUT " CON SALDO: GESTIONAR A MANO"
               ELSE
                   DELETE ARCHIVO-CUENTAS RECORD
                   CLOSE ARCHIVO-CUENTAS
                   MOVE "EXP" TO PRE-ESTADO
                   REWRITE PREAPERTURA
                   ADD 1 TO WS-TOTAL-EXPIRADAS-WEB
                   DISPLAY
                       "SOLICITUD WEB " PRE-NUMERO-APERTURA
                       " DE " PRE-RUT " EXPIRADA SIN ACTIVAR"
               END-IF.

            DEVOLVER-SALDO-PREABIERTO.
      *        La cuenta sigue posicionada y abierta en I-O.
               MOVE SALDO TO WS-MONTO-DEVUELTO
               MOVE BIT-FECHAYHORA TO MOV-FECHAYHORA
               MOVE BIT-ID-TERMINAL TO MOV-ID-TERMINAL
               MOVE BIT-ANU-TIPO-ORIGINAL TO MOV-ANU-TIPO-ORIGINAL
               MOVE BIT-RUT-CONTRAPARTE TO MOV-RUT-CONTRAPARTE
               WRITE MOVIMIENTO
                   INVALID KEY
                       CONTINUE
