      *          ya estan congelados por naturaleza y los paga el
      *          programa de liberacion de herencia junto con el
      *          saldo, contra las designaciones de beneficiarios.
      *          Las cajas de seguridad que arrienda quedan marcadas
      *          para que solo las abran sus herederos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS GST-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-GST.
           SELECT ARCHIVO-CAJAS ASSIGN TO "cajas_seguridad.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CAJAS.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-DEFUNCIONES.
           COPY "DEPOSITO-PLAZO.CPY".
       FD ARCHIVO-GIROS-SIN-TARJETA.
           COPY "GIRO-SIN-TARJETA.CPY".
       FD ARCHIVO-CAJAS.
           COPY "CAJA-SEGURIDAD.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-DEFUNCIONES PIC X(2) VALUE "00".
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-STATUS-CUENTAS PIC X(2).
       77 WS-STATUS-GST PIC X(2) VALUE "00".
       77 WS-STATUS-PLAZOS PIC X(2) VALUE "00".
       77 WS-STATUS-CAJAS PIC X(2) VALUE "00".
       77 WS-CAJAS-EOF PIC X VALUE 'N'.
           88 WS-CAJAS-FIN-ARCHIVO VALUE 'S'.
       77 WS-CAJAS-MARCADAS PIC 9(4) COMP VALUE 0.
       77 WS-DEFUNCIONES-EOF PIC X VALUE 'N'.
           88 WS-DEFUNCIONES-FIN-ARCHIVO VALUE 'S'.
       77 WS-CUENTAS-EOF PIC X VALUE 'N'.
                           PERFORM BLOQUEAR-CUENTAS-FALLECIDO
                           PERFORM CONGELAR-GST-FALLECIDO
                           PERFORM FORZAR-ABONO-PLAZOS
                           PERFORM MARCAR-CAJAS-FALLECIDO
                           DISPLAY
                               "FALLECIDO " WS-RUT-FALLECIDO
                               ": CUENTAS BLOQUEADAS "
                               WS-GST-CONGELADOS
                               ", PLAZOS A ABONO "
                               WS-PLAZOS-FORZADOS
                               ", CAJAS " WS-CAJAS-MARCADAS
                   END-READ
                   CLOSE ARCHIVO-CLIENTES
               END-IF.
                   END-PERFORM
                   CLOSE ARCHIVO-PLAZOS
               END-IF.

            MARCAR-CAJAS-FALLECIDO.
      *        La caja de seguridad del fallecido no se libera ni se
      *        perfora por mora: queda para que la abran sus
      *        herederos. Si el fallecido era cotitular de otra caja,
      *        simplemente deja de figurar en ella.
               MOVE 0 TO WS-CAJAS-MARCADAS
               MOVE 'N' TO WS-CAJAS-EOF
               OPEN I-O ARCHIVO-CAJAS
               IF WS-STATUS-CAJAS = "35"
                   MOVE 'S' TO WS-CAJAS-EOF
               ELSE
                   PERFORM UNTIL WS-CAJAS-FIN-ARCHIVO
                       READ ARCHIVO-CAJAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-CAJAS-EOF
                       END-READ
                       IF NOT WS-CAJAS-FIN-ARCHIVO
                          AND (CSG-ESTA-ARRENDADA
                               OR CSG-ESTA-EN-PERFORACION)
                           IF CSG-RUT-TITULAR = WS-RUT-FALLECIDO
                               MOVE 'S' TO CSG-TITULAR-FALLECIDO
                               REWRITE CAJA-SEGURIDAD
                               ADD 1 TO WS-CAJAS-MARCADAS
                               DISPLAY
                                   "CAJA DE SEGURIDAD " CSG-SUCURSAL
                                   "-" CSG-NUMERO
                                   ": SOLO ACCESO DE HEREDEROS"
                           END-IF
                           IF CSG-RUT-COTITULAR-1 = WS-RUT-FALLECIDO
                              OR CSG-RUT-COTITULAR-2
                                  = WS-RUT-FALLECIDO
                               IF CSG-RUT-COTITULAR-1
                                  = WS-RUT-FALLECIDO
                                   MOVE SPACES TO CSG-RUT-COTITULAR-1
                               END-IF
                               IF CSG-RUT-COTITULAR-2
                                  = WS-RUT-FALLECIDO
                                   MOVE SPACES TO CSG-RUT-COTITULAR-2
                               END-IF
                               REWRITE CAJA-SEGURIDAD
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-CAJAS
               END-IF.
       END PROGRAM IMPORTAR-DEFUNCIONES.
