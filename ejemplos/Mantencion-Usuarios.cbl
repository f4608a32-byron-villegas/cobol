      * Purpose: Mantencion del maestro de operadores internos
      *          (usuarios.txt): crear un operador con su rol y clave
      *          inicial, bloquear o desbloquear, resetear la clave y
      *          listar, y traspasar en bloque la cartera de clientes
      *          de un ejecutivo a otro cuando el primero deja el
      *          banco. Solo un operador con rol SUP puede entrar;
      *          mientras el maestro no exista todavia (puesta en
      *          marcha) se acepta la firma de una cuenta marcada
      *          CUENTA-ES-SUPERVISOR, que es el control que existia
               RECORD KEY IS USU-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-USUARIOS.
           SELECT ARCHIVO-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CLIENTES.
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CUENTA.CPY".
       FD ARCHIVO-USUARIOS.
           COPY "USUARIO.CPY".
       FD ARCHIVO-CLIENTES.
           COPY "CLIENTE.CPY".
       FD ARCHIVO-AUDITORIA.
           COPY "AUDITORIA-ADMIN.CPY".
       WORKING-STORAGE SECTION.
       77 WS-STATUS-USUARIOS PIC X(2) VALUE "00".
       77 WS-ACCION PIC X(3).
           88 WS-ACCION-ES-VALIDA
               VALUE "CRE" "BLO" "DES" "CLA" "LIS" "REA".
       77 WS-RUT PIC X(10).
       77 WS-ROL PIC X(3).
       77 WS-CLAVE-INICIAL PIC 9(4).
       77 WS-CLAVE-HASH PIC 9(8).
       77 WS-USUARIOS-EOF PIC X VALUE 'N'.
           88 WS-USUARIOS-FIN-ARCHIVO VALUE 'S'.
      *    Traspaso de cartera: todos los clientes del ejecutivo
      *    de origen pasan al de destino.
       77 WS-STATUS-CLIENTES PIC X(2) VALUE "00".
       77 WS-CLIENTES-EOF PIC X VALUE 'N'.
           88 WS-CLIENTES-FIN-ARCHIVO VALUE 'S'.
       77 WS-RUT-DESTINO PIC X(10).
       77 WS-CLIENTES-TRASPASADOS PIC 9(6) VALUE 0.
       77 WS-ACCION-AUDIT PIC X(10).
       77 WS-DETALLE-AUDIT PIC X(40).
       77 WS-FECHA-HOY PIC 9(8).

            DISPLAY
                "ACCION (CRE=CREAR, BLO=BLOQUEAR, DES=DESBLOQUEAR, "
                "CLA=RESET CLAVE, LIS=LISTAR, "
                "REA=REASIGNAR CARTERA DE EJECUTIVO): ".
            ACCEPT WS-ACCION.
            MOVE FUNCTION UPPER-CASE(WS-ACCION) TO WS-ACCION.

                    PERFORM RESETEAR-CLAVE
                WHEN "LIS"
                    PERFORM LISTAR-USUARIOS
                WHEN "REA"
                    PERFORM REASIGNAR-CARTERA
            END-EVALUATE.

            CLOSE ARCHIVO-USUARIOS.
                           TO USU-NOMBRE
                       DISPLAY
                           "ROL (CAJ=CAJERO, EJE=EJECUTIVO, "
                           "SUP=SUPERVISOR, CUM=CUMPLIMIENTO, "
                           "RSG=RIESGO OPERACIONAL): "
                       ACCEPT WS-ROL
                       MOVE FUNCTION UPPER-CASE(WS-ROL) TO WS-ROL
                       MOVE WS-ROL TO USU-ROL
                   END-IF
               END-PERFORM.

            REASIGNAR-CARTERA.
      *        El ejecutivo de origen basta con que exista (puede
      *        estar ya bloqueado por su salida); el de destino debe
      *        ser un EJE habilitado.
               DISPLAY "RUT DEL EJECUTIVO QUE ENTREGA LA CARTERA: "
               ACCEPT WS-RUT
               MOVE FUNCTION UPPER-CASE(WS-RUT) TO WS-RUT
               MOVE WS-RUT TO USU-RUT
               READ ARCHIVO-USUARIOS
                   INVALID KEY
                       DISPLAY "OPERADOR NO ENCONTRADO"
                       CLOSE ARCHIVO-USUARIOS
                       STOP RUN
               END-READ

               DISPLAY "RUT DEL EJECUTIVO QUE RECIBE LA CARTERA: "
               ACCEPT WS-RUT-DESTINO
               MOVE FUNCTION UPPER-CASE(WS-RUT-DESTINO)
                   TO WS-RUT-DESTINO
               IF WS-RUT-DESTINO = WS-RUT
                   DISPLAY "ORIGEN Y DESTINO SON EL MISMO EJECUTIVO"
                   CLOSE ARCHIVO-USUARIOS
                   STOP RUN
               END-IF
               MOVE WS-RUT-DESTINO TO USU-RUT
               READ ARCHIVO-USUARIOS
                   INVALID KEY
                       DISPLAY "EJECUTIVO DE DESTINO NO ENCONTRADO"
                       CLOSE ARCHIVO-USUARIOS
                       STOP RUN
               END-READ
               IF NOT USU-ES-EJECUTIVO OR USU-ESTA-BLOQUEADO
                   DISPLAY
                       "EL DESTINO DEBE SER UN EJECUTIVO (EJE) "
                       "NO BLOQUEADO"
                   CLOSE ARCHIVO-USUARIOS
                   STOP RUN
               END-IF

               MOVE 0 TO WS-CLIENTES-TRASPASADOS
               OPEN I-O ARCHIVO-CLIENTES
               IF WS-STATUS-CLIENTES = "35"
                   DISPLAY "NO EXISTE EL MAESTRO DE CLIENTES"
               ELSE
                   MOVE 'N' TO WS-CLIENTES-EOF
                   PERFORM UNTIL WS-CLIENTES-FIN-ARCHIVO
                       READ ARCHIVO-CLIENTES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-CLIENTES-EOF
                       END-READ
                       IF NOT WS-CLIENTES-FIN-ARCHIVO
                          AND CLI-EJECUTIVO-RUT = WS-RUT
                           MOVE WS-RUT-DESTINO TO CLI-EJECUTIVO-RUT
                           MOVE WS-FECHA-HOY TO CLI-FECHA-ASIGNACION
                           REWRITE CLIENTE
                           ADD 1 TO WS-CLIENTES-TRASPASADOS
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-CLIENTES
               END-IF

               DISPLAY "CLIENTES TRASPASADOS: " WS-CLIENTES-TRASPASADOS
               MOVE "REASIGNA" TO WS-ACCION-AUDIT
               MOVE SPACES TO WS-DETALLE-AUDIT
               STRING
                   "CARTERA A " DELIMITED BY SIZE
                   WS-RUT-DESTINO DELIMITED BY SPACE
                   " CLIENTES " DELIMITED BY SIZE
                   WS-CLIENTES-TRASPASADOS DELIMITED BY SIZE
                   INTO WS-DETALLE-AUDIT
               END-STRING
               PERFORM GRABAR-AUDITORIA.

            CALCULAR-HASH-CLAVE.
      *        Mismo hash con que el cajero guarda el PIN de los
      *        clientes, para no dejar la clave del operador en
