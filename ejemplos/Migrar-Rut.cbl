      *          timbres, comisiones por cobrar, barridos,
      *          preaperturas, agenda, scores, fe de vida, lista de
      *          vigilancia, reservas de giro, transferencias
      *          pendientes, representantes, casos de fraude,
      *          vales vista, consentimientos de finanzas
      *          abiertas, migraciones de producto, el registro de
      *          grupos economicos y relacionados, anticipos de
      *          remuneraciones, memos de ejecutivos, riesgo del
      *          cliente, suscripciones a packs, aceptaciones de
      *          terminos, cajas de seguridad (titular y
      *          cotitulares), tutor legal de cuentas y fichas de
      *          menores, transferencias internacionales,
      *          portabilidades, casos ROS y los historicos de
      *          devoluciones de comision, consentimientos y
      *          riesgo), validando el digito
      *          verificador del RUT nuevo con el mismo modulo 11
      *          del cajero, y dejando la evidencia antes/despues
      *          (archivo por archivo, con su conteo) en
           SELECT OPTIONAL ARCHIVO-AUDITORIA
               ASSIGN TO "bitacora_admin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVO-TARJETAS-CREDITO
               ASSIGN TO "tarjetas_credito.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCR-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TARJETAS-CREDITO.
           SELECT ARCHIVO-RETENCIONES-POS
               ASSIGN TO "retenciones_pos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPO-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RETENCIONES-POS.
           SELECT ARCHIVO-GIROS-RED
               ASSIGN TO "giros_red.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-GIROS-RED.
           SELECT ARCHIVO-PROVISIONES
               ASSIGN TO "provisiones.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PROVISIONES.
           SELECT ARCHIVO-DEVENGOS
               ASSIGN TO "devengos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-DEVENGOS.
           SELECT ARCHIVO-RENTABILIDAD
               ASSIGN TO "rentabilidad.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RNT-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RENTABILIDAD.
           SELECT ARCHIVO-SEGMENTOS
               ASSIGN TO "segmentos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SEGMENTOS.
           SELECT ARCHIVO-PUNTOS
               ASSIGN TO "puntos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PUNTOS.
           SELECT ARCHIVO-MOVIMIENTOS-PUNTOS
               ASSIGN TO "puntos_movimientos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MOV-PUNTOS.
           SELECT ARCHIVO-CONSENT-DATOS
               ASSIGN TO "consentimientos_datos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSD-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CONSENT-DATOS.
           SELECT ARCHIVO-MIGRACIONES
               ASSIGN TO "migraciones_producto.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MGP-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MIGRACIONES.
           SELECT ARCHIVO-VINCULOS
               ASSIGN TO "vinculos_riesgo.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIN-RUT
               ALTERNATE RECORD KEY IS VIN-CODIGO-GRUPO
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-VINCULOS.
           SELECT ARCHIVO-ANTICIPOS
               ASSIGN TO "anticipos_nomina.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-ANTICIPOS.
           SELECT ARCHIVO-MEMOS
               ASSIGN TO "memos_clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEM-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-MEMOS.
           SELECT ARCHIVO-RIESGOS
               ASSIGN TO "riesgos_clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIE-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-RIESGOS.
           SELECT ARCHIVO-SUSCRIPCIONES
               ASSIGN TO "suscripciones_pack.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPK-RUT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-SUSCRIPCIONES.
           SELECT ARCHIVO-ACEPTACIONES
               ASSIGN TO "aceptaciones_terminos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACP-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-ACEPTACIONES.
           SELECT ARCHIVO-CAJAS
               ASSIGN TO "cajas_seguridad.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CAJAS.
           SELECT ARCHIVO-TRANSF-INTERNAC
               ASSIGN TO "transferencias_internacionales.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIN-NUMERO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-TRANSF-INTERNAC.
           SELECT ARCHIVO-PORTABILIDADES
               ASSIGN TO "portabilidades.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTB-NUMERO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-PORTABILIDADES.
           SELECT ARCHIVO-CASOS-ROS
               ASSIGN TO "casos_ros.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROS-NUM-CASO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CASOS-ROS.
           SELECT OPTIONAL ARCHIVO-DEVOLUCIONES
               ASSIGN TO "devoluciones_comision.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEVOLUCIONES.
           SELECT OPTIONAL ARCHIVO-CONSENTIMIENTOS
               ASSIGN TO "consentimientos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONSENTIMIENTOS.
           SELECT OPTIONAL ARCHIVO-HIST-RIESGOS
               ASSIGN TO "riesgos_historial.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST-RIESGOS.
           SELECT ARCHIVO-TRABAJO ASSIGN TO "migrar_rut_trabajo.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CUENTAS.
           COPY "VALE-VISTA.CPY".
       FD ARCHIVO-AUDITORIA.
           COPY "AUDITORIA-ADMIN.CPY".
       FD ARCHIVO-TARJETAS-CREDITO.
           COPY "TARJETA-CREDITO.CPY".
       FD ARCHIVO-RETENCIONES-POS.
           COPY "RETENCION-POS.CPY".
       FD ARCHIVO-GIROS-RED.
           COPY "GIRO-RED.CPY".
       FD ARCHIVO-PROVISIONES.
           COPY "PROVISION.CPY".
       FD ARCHIVO-DEVENGOS.
           COPY "DEVENGO.CPY".
       FD ARCHIVO-RENTABILIDAD.
           COPY "RENTABILIDAD.CPY".
       FD ARCHIVO-SEGMENTOS.
           COPY "SEGMENTO.CPY".
       FD ARCHIVO-PUNTOS.
           COPY "PUNTOS.CPY".
       FD ARCHIVO-MOVIMIENTOS-PUNTOS.
           COPY "MOVIMIENTO-PUNTOS.CPY".
       FD ARCHIVO-CONSENT-DATOS.
           COPY "CONSENTIMIENTO-DATOS.CPY".
       FD ARCHIVO-MIGRACIONES.
           COPY "MIGRACION-PRODUCTO.CPY".
       FD ARCHIVO-VINCULOS.
           COPY "VINCULO-RIESGO.CPY".
       FD ARCHIVO-ANTICIPOS.
           COPY "ANTICIPO-NOMINA.CPY".
       FD ARCHIVO-MEMOS.
           COPY "MEMO-CLIENTE.CPY".
       FD ARCHIVO-RIESGOS.
           COPY "RIESGO-CLIENTE.CPY".
       FD ARCHIVO-SUSCRIPCIONES.
           COPY "SUSCRIPCION-PACK.CPY".
       FD ARCHIVO-ACEPTACIONES.
           COPY "ACEPTACION-TERMINOS.CPY".
       FD ARCHIVO-CAJAS.
           COPY "CAJA-SEGURIDAD.CPY".
       FD ARCHIVO-TRANSF-INTERNAC.
           COPY "TRANSFERENCIA-INTERNACIONAL.CPY".
       FD ARCHIVO-PORTABILIDADES.
           COPY "PORTABILIDAD.CPY".
       FD ARCHIVO-CASOS-ROS.
           COPY "CASO-ROS.CPY".
       FD ARCHIVO-DEVOLUCIONES.
           COPY "DEVOLUCION-COMISION.CPY".
       FD ARCHIVO-CONSENTIMIENTOS.
           COPY "CONSENTIMIENTO.CPY".
       FD ARCHIVO-HIST-RIESGOS.
           COPY "HISTORIAL-RIESGO.CPY".
       FD ARCHIVO-TRABAJO.
       01 REGISTRO-TRABAJO PIC X(300).
       WORKING-STORAGE SECTION.
      *    Inicio de sesion del operador contra el maestro
      *    usuarios.txt (roles y bloqueo por intentos); ver
       77 WS-STATUS-REPRESENTANTES PIC X(2) VALUE "00".
       77 WS-STATUS-CASOS PIC X(2) VALUE "00".
       77 WS-STATUS-VALES-VISTA PIC X(2) VALUE "00".
       77 WS-STATUS-TARJETAS-CREDITO PIC X(2) VALUE "00".
       77 WS-STATUS-RETENCIONES-POS PIC X(2) VALUE "00".
       77 WS-STATUS-GIROS-RED PIC X(2) VALUE "00".
       77 WS-STATUS-PROVISIONES PIC X(2) VALUE "00".
       77 WS-STATUS-DEVENGOS PIC X(2) VALUE "00".
       77 WS-STATUS-RENTABILIDAD PIC X(2) VALUE "00".
       77 WS-STATUS-SEGMENTOS PIC X(2) VALUE "00".
       77 WS-STATUS-PUNTOS PIC X(2) VALUE "00".
       77 WS-STATUS-MOV-PUNTOS PIC X(2) VALUE "00".
       77 WS-STATUS-CONSENT-DATOS PIC X(2) VALUE "00".
       77 WS-STATUS-MIGRACIONES PIC X(2) VALUE "00".
       77 WS-STATUS-VINCULOS PIC X(2) VALUE "00".
       77 WS-STATUS-ANTICIPOS PIC X(2) VALUE "00".
       77 WS-STATUS-MEMOS PIC X(2) VALUE "00".
       77 WS-STATUS-RIESGOS PIC X(2) VALUE "00".
       77 WS-STATUS-SUSCRIPCIONES PIC X(2) VALUE "00".
       77 WS-STATUS-ACEPTACIONES PIC X(2) VALUE "00".
       77 WS-STATUS-CAJAS PIC X(2) VALUE "00".
       77 WS-STATUS-TRANSF-INTERNAC PIC X(2) VALUE "00".
       77 WS-STATUS-PORTABILIDADES PIC X(2) VALUE "00".
       77 WS-STATUS-CASOS-ROS PIC X(2) VALUE "00".
       77 WS-STATUS-DEVOLUCIONES PIC X(2) VALUE "00".
       77 WS-STATUS-CONSENTIMIENTOS PIC X(2) VALUE "00".
       77 WS-STATUS-HIST-RIESGOS PIC X(2) VALUE "00".
       77 WS-REGISTRO-CAMBIADO PIC X VALUE 'N'.
           88 REGISTRO-FUE-CAMBIADO VALUE 'S'.
       77 WS-RUT-ANTIGUO PIC X(10).
       77 WS-RUT-NUEVO PIC X(10).
       77 WS-MIGRACION-LISTA PIC X VALUE 'N'.
            PERFORM MIGRAR-BEN-COMO-BENEF.
            PERFORM MIGRAR-PRE-EMPLEAD.
            PERFORM MIGRAR-AGE-DESTINO.
            PERFORM MIGRAR-TARJETAS-CREDITO.
            PERFORM MIGRAR-RETENCIONES-POS.
            PERFORM MIGRAR-GIROS-RED.
            PERFORM MIGRAR-PROVISIONES.
            PERFORM MIGRAR-DEVENGOS.
            PERFORM MIGRAR-RENTABILIDAD.
            PERFORM MIGRAR-SEGMENTOS.
            PERFORM MIGRAR-PUNTOS.
            PERFORM MIGRAR-MOVIMIENTOS-PUNTOS.
            PERFORM MIGRAR-CONSENT-DATOS.
            PERFORM MIGRAR-MIGRACIONES-PROD.
            PERFORM MIGRAR-VINCULOS.
            PERFORM MIGRAR-ANTICIPOS.
            PERFORM MIGRAR-MEMOS.
            PERFORM MIGRAR-RIESGOS.
            PERFORM MIGRAR-SUSCRIPCIONES.
            PERFORM MIGRAR-ACEPTACIONES.
            PERFORM MIGRAR-CAJAS-SEGURIDAD.
            PERFORM MIGRAR-TRANSF-INTERNAC.
            PERFORM MIGRAR-PORTABILIDADES.
            PERFORM MIGRAR-CASOS-ROS.
            PERFORM MIGRAR-DEVOLUCIONES.
            PERFORM MIGRAR-CONSENTIMIENTOS.
            PERFORM MIGRAR-HIST-RIESGOS.

            PERFORM MIGRAR-CLIENTES.
            PERFORM MIGRAR-OFERTAS.
            PERFORM MIGRAR-SECUNDARIOS.
            PERFORM MIGRAR-TUTORES.
            PERFORM MIGRAR-TUTORES-CLIENTES.

            DISPLAY
                "MIGRACION COMPLETADA: " WS-TOTAL-MIGRADOS
               MOVE "AGENDA-DEST" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-TARJETAS-CREDITO.
      *        Un solo registro por RUT.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-TARJETAS-CREDITO
               IF WS-STATUS-TARJETAS-CREDITO = "35"
                   CONTINUE
               ELSE
                   MOVE WS-RUT-ANTIGUO TO TCR-RUT
                   READ ARCHIVO-TARJETAS-CREDITO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE ARCHIVO-TARJETAS-CREDITO RECORD
                           MOVE WS-RUT-NUEVO TO TCR-RUT
                           WRITE TARJETA-CREDITO
                               INVALID KEY
                                   DISPLAY
                                       "COLISION DE CLAVE: "
                                       "REVISAR A MANO"
                           END-WRITE
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                   END-READ
                   CLOSE ARCHIVO-TARJETAS-CREDITO
               END-IF
               MOVE "TARJ-CREDITO" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-RETENCIONES-POS.
      *        El RUT figura fuera de la clave de este archivo.
      *        La clave primaria no cambia: se recorre el archivo
      *        completo reescribiendo la referencia al RUT.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-RETENCIONES-POS
               IF WS-STATUS-RETENCIONES-POS = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       READ ARCHIVO-RETENCIONES-POS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-READ
                       IF NOT MIGRACION-ARCHIVO-LISTA
                          AND RPO-RUT = WS-RUT-ANTIGUO
                           MOVE WS-RUT-NUEVO TO RPO-RUT
                           REWRITE RETENCION-POS
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-RETENCIONES-POS
               END-IF
               MOVE "RETENC-POS" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-GIROS-RED.
      *        El RUT figura fuera de la clave de este archivo.
      *        La clave primaria no cambia: se recorre el archivo
      *        completo reescribiendo la referencia al RUT.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-GIROS-RED
               IF WS-STATUS-GIROS-RED = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       READ ARCHIVO-GIROS-RED NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-READ
                       IF NOT MIGRACION-ARCHIVO-LISTA
                          AND GRD-RUT = WS-RUT-ANTIGUO
                           MOVE WS-RUT-NUEVO TO GRD-RUT
                           REWRITE GIRO-RED
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-GIROS-RED
               END-IF
               MOVE "GIROS-RED" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-PROVISIONES.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-PROVISIONES
               IF WS-STATUS-PROVISIONES = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       MOVE WS-RUT-ANTIGUO TO PRV-RUT
                       MOVE 0 TO PRV-NUM-PRESTAMO
                       START ARCHIVO-PROVISIONES
                           KEY IS NOT LESS THAN PRV-CLAVE
                           INVALID KEY
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-START
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           READ ARCHIVO-PROVISIONES NEXT RECORD
                               AT END
                                   MOVE 'S' TO WS-MIGRACION-LISTA
                           END-READ
                       END-IF
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           IF PRV-RUT NOT = WS-RUT-ANTIGUO
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           ELSE
                               DELETE ARCHIVO-PROVISIONES RECORD
                               MOVE WS-RUT-NUEVO TO PRV-RUT
                               WRITE PROVISION
                                   INVALID KEY
                                       DISPLAY
                                           "COLISION DE CLAVE: "
                                           "REVISAR A MANO"
                               END-WRITE
                               ADD 1 TO WS-CONTADOR-ARCHIVO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-PROVISIONES
               END-IF
               MOVE "PROVISIONES" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-DEVENGOS.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-DEVENGOS
               IF WS-STATUS-DEVENGOS = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       MOVE WS-RUT-ANTIGUO TO DEV-RUT
                       MOVE SPACES TO DEV-PRODUCTO
                       MOVE 0 TO DEV-NUMERO
                       START ARCHIVO-DEVENGOS
                           KEY IS NOT LESS THAN DEV-CLAVE
                           INVALID KEY
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-START
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           READ ARCHIVO-DEVENGOS NEXT RECORD
                               AT END
                                   MOVE 'S' TO WS-MIGRACION-LISTA
                           END-READ
                       END-IF
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           IF DEV-RUT NOT = WS-RUT-ANTIGUO
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           ELSE
                               DELETE ARCHIVO-DEVENGOS RECORD
                               MOVE WS-RUT-NUEVO TO DEV-RUT
                               WRITE DEVENGO
                                   INVALID KEY
                                       DISPLAY
                                           "COLISION DE CLAVE: "
                                           "REVISAR A MANO"
                               END-WRITE
                               ADD 1 TO WS-CONTADOR-ARCHIVO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-DEVENGOS
               END-IF
               MOVE "DEVENGOS" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-RENTABILIDAD.
      *        Un solo registro por RUT.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-RENTABILIDAD
               IF WS-STATUS-RENTABILIDAD = "35"
                   CONTINUE
               ELSE
                   MOVE WS-RUT-ANTIGUO TO RNT-RUT
                   READ ARCHIVO-RENTABILIDAD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE ARCHIVO-RENTABILIDAD RECORD
                           MOVE WS-RUT-NUEVO TO RNT-RUT
                           WRITE RENTABILIDAD
                               INVALID KEY
                                   DISPLAY
                                       "COLISION DE CLAVE: "
                                       "REVISAR A MANO"
                           END-WRITE
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                   END-READ
                   CLOSE ARCHIVO-RENTABILIDAD
               END-IF
               MOVE "RENTABILIDAD" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-SEGMENTOS.
      *        Un solo registro por RUT.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-SEGMENTOS
               IF WS-STATUS-SEGMENTOS = "35"
                   CONTINUE
               ELSE
                   MOVE WS-RUT-ANTIGUO TO SEG-RUT
                   READ ARCHIVO-SEGMENTOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE ARCHIVO-SEGMENTOS RECORD
                           MOVE WS-RUT-NUEVO TO SEG-RUT
                           WRITE SEGMENTO
                               INVALID KEY
                                   DISPLAY
                                       "COLISION DE CLAVE: "
                                       "REVISAR A MANO"
                           END-WRITE
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                   END-READ
                   CLOSE ARCHIVO-SEGMENTOS
               END-IF
               MOVE "SEGMENTOS" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-PUNTOS.
      *        Un solo registro por RUT.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-PUNTOS
               IF WS-STATUS-PUNTOS = "35"
                   CONTINUE
               ELSE
                   MOVE WS-RUT-ANTIGUO TO PTS-RUT
                   READ ARCHIVO-PUNTOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE ARCHIVO-PUNTOS RECORD
                           MOVE WS-RUT-NUEVO TO PTS-RUT
                           WRITE PUNTOS
                               INVALID KEY
                                   DISPLAY
                                       "COLISION DE CLAVE: "
                                       "REVISAR A MANO"
                           END-WRITE
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                   END-READ
                   CLOSE ARCHIVO-PUNTOS
               END-IF
               MOVE "PUNTOS" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-MOVIMIENTOS-PUNTOS.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-MOVIMIENTOS-PUNTOS
               IF WS-STATUS-MOV-PUNTOS = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       MOVE WS-RUT-ANTIGUO TO PTM-RUT
                       MOVE 0 TO PTM-FECHA
                       MOVE 0 TO PTM-SECUENCIA
                       START ARCHIVO-MOVIMIENTOS-PUNTOS
                           KEY IS NOT LESS THAN PTM-CLAVE
                           INVALID KEY
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-START
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           READ ARCHIVO-MOVIMIENTOS-PUNTOS NEXT RECORD
                               AT END
                                   MOVE 'S' TO WS-MIGRACION-LISTA
                           END-READ
                       END-IF
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           IF PTM-RUT NOT = WS-RUT-ANTIGUO
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           ELSE
                               DELETE ARCHIVO-MOVIMIENTOS-PUNTOS RECORD
                               MOVE WS-RUT-NUEVO TO PTM-RUT
                               WRITE MOVIMIENTO-PUNTOS
                                   INVALID KEY
                                       DISPLAY
                                           "COLISION DE CLAVE: "
                                           "REVISAR A MANO"
                               END-WRITE
                               ADD 1 TO WS-CONTADOR-ARCHIVO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-MOVIMIENTOS-PUNTOS
               END-IF
               MOVE "MOVIMIENTOS-PUNTOS" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-CONSENT-DATOS.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-CONSENT-DATOS
               IF WS-STATUS-CONSENT-DATOS = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       MOVE WS-RUT-ANTIGUO TO CSD-RUT
                       MOVE LOW-VALUES TO CSD-PROVEEDOR
                       MOVE 0 TO CSD-NUM-CUENTA
                       START ARCHIVO-CONSENT-DATOS
                           KEY IS NOT LESS THAN CSD-CLAVE
                           INVALID KEY
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-START
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           READ ARCHIVO-CONSENT-DATOS NEXT RECORD
                               AT END
                                   MOVE 'S' TO WS-MIGRACION-LISTA
                           END-READ
                       END-IF
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           IF CSD-RUT NOT = WS-RUT-ANTIGUO
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           ELSE
                               DELETE ARCHIVO-CONSENT-DATOS RECORD
                               MOVE WS-RUT-NUEVO TO CSD-RUT
                               WRITE CONSENTIMIENTO-DATOS
                                   INVALID KEY
                                       DISPLAY
                                           "COLISION DE CLAVE: "
                                           "REVISAR A MANO"
                               END-WRITE
                               ADD 1 TO WS-CONTADOR-ARCHIVO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-CONSENT-DATOS
               END-IF
               MOVE "CONSENT-FA" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-MIGRACIONES-PROD.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-MIGRACIONES
               IF WS-STATUS-MIGRACIONES = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       MOVE WS-RUT-ANTIGUO TO MGP-RUT
                       MOVE 0 TO MGP-NUM-CUENTA
                       START ARCHIVO-MIGRACIONES
                           KEY IS NOT LESS THAN MGP-CLAVE
                           INVALID KEY
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-START
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           READ ARCHIVO-MIGRACIONES NEXT RECORD
                               AT END
                                   MOVE 'S' TO WS-MIGRACION-LISTA
                           END-READ
                       END-IF
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           IF MGP-RUT NOT = WS-RUT-ANTIGUO
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           ELSE
                               DELETE ARCHIVO-MIGRACIONES RECORD
                               MOVE WS-RUT-NUEVO TO MGP-RUT
                               WRITE MIGRACION-PRODUCTO
                                   INVALID KEY
                                       DISPLAY
                                           "COLISION DE CLAVE: "
                                           "REVISAR A MANO"
                               END-WRITE
                               ADD 1 TO WS-CONTADOR-ARCHIVO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-MIGRACIONES
               END-IF
               MOVE "MIGRA-PROD" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-VINCULOS.
      *        Un solo registro por RUT en el registro de grupos
      *        economicos y relacionados.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-VINCULOS
               IF WS-STATUS-VINCULOS = "35"
                   CONTINUE
               ELSE
                   MOVE WS-RUT-ANTIGUO TO VIN-RUT
                   READ ARCHIVO-VINCULOS KEY IS VIN-RUT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE ARCHIVO-VINCULOS RECORD
                           MOVE WS-RUT-NUEVO TO VIN-RUT
                           WRITE VINCULO-RIESGO
                               INVALID KEY
                                   DISPLAY
                                       "COLISION DE CLAVE: "
                                       "REVISAR A MANO"
                           END-WRITE
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                   END-READ
                   CLOSE ARCHIVO-VINCULOS
               END-IF
               MOVE "VINCULOS" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-ANTICIPOS.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-ANTICIPOS
               IF WS-STATUS-ANTICIPOS = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       MOVE WS-RUT-ANTIGUO TO ANT-RUT
                       MOVE 0 TO ANT-NUM-CUENTA
                       MOVE 0 TO ANT-NUM-SECUENCIA
                       START ARCHIVO-ANTICIPOS
                           KEY IS NOT LESS THAN ANT-CLAVE
                           INVALID KEY
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-START
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           READ ARCHIVO-ANTICIPOS NEXT RECORD
                               AT END
                                   MOVE 'S' TO WS-MIGRACION-LISTA
                           END-READ
                       END-IF
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           IF ANT-RUT NOT = WS-RUT-ANTIGUO
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           ELSE
                               DELETE ARCHIVO-ANTICIPOS RECORD
                               MOVE WS-RUT-NUEVO TO ANT-RUT
                               WRITE ANTICIPO-NOMINA
                                   INVALID KEY
                                       DISPLAY
                                           "COLISION DE CLAVE: "
                                           "REVISAR A MANO"
                               END-WRITE
                               ADD 1 TO WS-CONTADOR-ARCHIVO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-ANTICIPOS
               END-IF
               MOVE "ANTICIPOS" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-MEMOS.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-MEMOS
               IF WS-STATUS-MEMOS = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       MOVE WS-RUT-ANTIGUO TO MEM-RUT
                       MOVE 0 TO MEM-NUMERO
                       START ARCHIVO-MEMOS
                           KEY IS NOT LESS THAN MEM-CLAVE
                           INVALID KEY
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-START
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           READ ARCHIVO-MEMOS NEXT RECORD
                               AT END
                                   MOVE 'S' TO WS-MIGRACION-LISTA
                           END-READ
                       END-IF
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           IF MEM-RUT NOT = WS-RUT-ANTIGUO
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           ELSE
                               DELETE ARCHIVO-MEMOS RECORD
                               MOVE WS-RUT-NUEVO TO MEM-RUT
                               WRITE MEMO-CLIENTE
                                   INVALID KEY
                                       DISPLAY
                                           "COLISION DE CLAVE: "
                                           "REVISAR A MANO"
                               END-WRITE
                               ADD 1 TO WS-CONTADOR-ARCHIVO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-MEMOS
               END-IF
               MOVE "MEMOS" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-RIESGOS.
      *        Un solo registro por RUT.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-RIESGOS
               IF WS-STATUS-RIESGOS = "35"
                   CONTINUE
               ELSE
                   MOVE WS-RUT-ANTIGUO TO RIE-RUT
                   READ ARCHIVO-RIESGOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE ARCHIVO-RIESGOS RECORD
                           MOVE WS-RUT-NUEVO TO RIE-RUT
                           WRITE RIESGO-CLIENTE
                               INVALID KEY
                                   DISPLAY
                                       "COLISION DE CLAVE: "
                                       "REVISAR A MANO"
                           END-WRITE
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                   END-READ
                   CLOSE ARCHIVO-RIESGOS
               END-IF
               MOVE "RIESGOS" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-SUSCRIPCIONES.
      *        Un solo registro por RUT.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-SUSCRIPCIONES
               IF WS-STATUS-SUSCRIPCIONES = "35"
                   CONTINUE
               ELSE
                   MOVE WS-RUT-ANTIGUO TO SPK-RUT
                   READ ARCHIVO-SUSCRIPCIONES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE ARCHIVO-SUSCRIPCIONES RECORD
                           MOVE WS-RUT-NUEVO TO SPK-RUT
                           WRITE SUSCRIPCION-PACK
                               INVALID KEY
                                   DISPLAY
                                       "COLISION DE CLAVE: "
                                       "REVISAR A MANO"
                           END-WRITE
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                   END-READ
                   CLOSE ARCHIVO-SUSCRIPCIONES
               END-IF
               MOVE "SUSCRIP-PACK" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-ACEPTACIONES.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-ACEPTACIONES
               IF WS-STATUS-ACEPTACIONES = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       MOVE WS-RUT-ANTIGUO TO ACP-RUT
                       MOVE LOW-VALUES TO ACP-PRODUCTO
                       MOVE 0 TO ACP-VERSION
                       START ARCHIVO-ACEPTACIONES
                           KEY IS NOT LESS THAN ACP-CLAVE
                           INVALID KEY
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-START
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           READ ARCHIVO-ACEPTACIONES NEXT RECORD
                               AT END
                                   MOVE 'S' TO WS-MIGRACION-LISTA
                           END-READ
                       END-IF
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           IF ACP-RUT NOT = WS-RUT-ANTIGUO
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           ELSE
                               DELETE ARCHIVO-ACEPTACIONES RECORD
                               MOVE WS-RUT-NUEVO TO ACP-RUT
                               WRITE ACEPTACION-TERMINOS
                                   INVALID KEY
                                       DISPLAY
                                           "COLISION DE CLAVE: "
                                           "REVISAR A MANO"
                               END-WRITE
                               ADD 1 TO WS-CONTADOR-ARCHIVO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-ACEPTACIONES
               END-IF
               MOVE "ACEPTA-TERM" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-CAJAS-SEGURIDAD.
      *        El RUT figura como titular o cotitular fuera de la
      *        clave (sucursal y numero de caja): se recorre el
      *        archivo completo reescribiendo cada referencia.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-CAJAS
               IF WS-STATUS-CAJAS = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       READ ARCHIVO-CAJAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-READ
                       IF NOT MIGRACION-ARCHIVO-LISTA
                           MOVE 'N' TO WS-REGISTRO-CAMBIADO
                           IF CSG-RUT-TITULAR = WS-RUT-ANTIGUO
                               MOVE WS-RUT-NUEVO TO CSG-RUT-TITULAR
                               MOVE 'S' TO WS-REGISTRO-CAMBIADO
                           END-IF
                           IF CSG-RUT-COTITULAR-1 = WS-RUT-ANTIGUO
                               MOVE WS-RUT-NUEVO TO CSG-RUT-COTITULAR-1
                               MOVE 'S' TO WS-REGISTRO-CAMBIADO
                           END-IF
                           IF CSG-RUT-COTITULAR-2 = WS-RUT-ANTIGUO
                               MOVE WS-RUT-NUEVO TO CSG-RUT-COTITULAR-2
                               MOVE 'S' TO WS-REGISTRO-CAMBIADO
                           END-IF
                           IF REGISTRO-FUE-CAMBIADO
                               REWRITE CAJA-SEGURIDAD
                               ADD 1 TO WS-CONTADOR-ARCHIVO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-CAJAS
               END-IF
               MOVE "CAJAS-SEG" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-TUTORES.
      *        El RUT puede figurar como tutor legal de cuentas de
      *        menores: se recorre el archivo completo reescribiendo
      *        esa referencia (la clave primaria no cambia).
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-CUENTAS
               IF WS-STATUS-CUENTAS = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       READ ARCHIVO-CUENTAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-READ
                       IF NOT MIGRACION-ARCHIVO-LISTA
                          AND RUT-TUTOR = WS-RUT-ANTIGUO
                           MOVE WS-RUT-NUEVO TO RUT-TUTOR
                           REWRITE CUENTA
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-CUENTAS
               END-IF
               MOVE "TUTORES" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-TUTORES-CLIENTES.
      *        Igual referencia al tutor en la ficha del menor.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-CLIENTES
               IF WS-STATUS-CLIENTES = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       READ ARCHIVO-CLIENTES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-READ
                       IF NOT MIGRACION-ARCHIVO-LISTA
                          AND CLI-RUT-TUTOR = WS-RUT-ANTIGUO
                           MOVE WS-RUT-NUEVO TO CLI-RUT-TUTOR
                           REWRITE CLIENTE
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-CLIENTES
               END-IF
               MOVE "TUTORES-CLI" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-TRANSF-INTERNAC.
      *        El RUT figura fuera de la clave de este archivo.
      *        La clave primaria no cambia: se recorre el archivo
      *        completo reescribiendo la referencia al RUT.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-TRANSF-INTERNAC
               IF WS-STATUS-TRANSF-INTERNAC = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       READ ARCHIVO-TRANSF-INTERNAC NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-READ
                       IF NOT MIGRACION-ARCHIVO-LISTA
                          AND TIN-RUT = WS-RUT-ANTIGUO
                           MOVE WS-RUT-NUEVO TO TIN-RUT
                           REWRITE TRANSFERENCIA-INTERNACIONAL
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-TRANSF-INTERNAC
               END-IF
               MOVE "TRANSF-INTER" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-PORTABILIDADES.
      *        El RUT figura fuera de la clave de este archivo.
      *        La clave primaria no cambia: se recorre el archivo
      *        completo reescribiendo la referencia al RUT.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-PORTABILIDADES
               IF WS-STATUS-PORTABILIDADES = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       READ ARCHIVO-PORTABILIDADES NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-READ
                       IF NOT MIGRACION-ARCHIVO-LISTA
                          AND PTB-RUT = WS-RUT-ANTIGUO
                           MOVE WS-RUT-NUEVO TO PTB-RUT
                           REWRITE PORTABILIDAD
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-PORTABILIDADES
               END-IF
               MOVE "PORTABILIDAD" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-CASOS-ROS.
      *        El RUT figura fuera de la clave de este archivo.
      *        La clave primaria no cambia: se recorre el archivo
      *        completo reescribiendo la referencia al RUT.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN I-O ARCHIVO-CASOS-ROS
               IF WS-STATUS-CASOS-ROS = "35"
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       READ ARCHIVO-CASOS-ROS NEXT RECORD
                           AT END
                               MOVE 'S' TO WS-MIGRACION-LISTA
                       END-READ
                       IF NOT MIGRACION-ARCHIVO-LISTA
                          AND ROS-RUT = WS-RUT-ANTIGUO
                           MOVE WS-RUT-NUEVO TO ROS-RUT
                           REWRITE CASO-ROS
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVO-CASOS-ROS
               END-IF
               MOVE "CASOS-ROS" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            MIGRAR-DEVOLUCIONES.
      *        Registro historico de texto: se copia al archivo de
      *        trabajo cambiando el RUT y solo si hubo cambios se
      *        devuelve sobre el original.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN INPUT ARCHIVO-DEVOLUCIONES
               IF WS-STATUS-DEVOLUCIONES = "35"
                   CONTINUE
               ELSE
                   OPEN OUTPUT ARCHIVO-TRABAJO
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       READ ARCHIVO-DEVOLUCIONES
                           AT END
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           NOT AT END
                               IF DVC-RUT = WS-RUT-ANTIGUO
                                   MOVE WS-RUT-NUEVO TO DVC-RUT
                                   ADD 1 TO WS-CONTADOR-ARCHIVO
                               END-IF
                               WRITE REGISTRO-TRABAJO
                                   FROM DEVOLUCION-COMISION
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TRABAJO
                   CLOSE ARCHIVO-DEVOLUCIONES
                   IF WS-CONTADOR-ARCHIVO > 0
                       PERFORM REGRABAR-DEVOLUCIONES
                   END-IF
               END-IF
               MOVE "DEVOLUC-COM" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            REGRABAR-DEVOLUCIONES.
               OPEN INPUT ARCHIVO-TRABAJO
               OPEN OUTPUT ARCHIVO-DEVOLUCIONES
               MOVE 'N' TO WS-MIGRACION-LISTA
               PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                   READ ARCHIVO-TRABAJO
                       AT END
                           MOVE 'S' TO WS-MIGRACION-LISTA
                       NOT AT END
                           WRITE DEVOLUCION-COMISION
                               FROM REGISTRO-TRABAJO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-DEVOLUCIONES
               CLOSE ARCHIVO-TRABAJO.

            MIGRAR-CONSENTIMIENTOS.
      *        Registro historico de texto: se copia al archivo de
      *        trabajo cambiando el RUT y solo si hubo cambios se
      *        devuelve sobre el original.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN INPUT ARCHIVO-CONSENTIMIENTOS
               IF WS-STATUS-CONSENTIMIENTOS = "35"
                   CONTINUE
               ELSE
                   OPEN OUTPUT ARCHIVO-TRABAJO
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       READ ARCHIVO-CONSENTIMIENTOS
                           AT END
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           NOT AT END
                               IF CNS-RUT = WS-RUT-ANTIGUO
                                   MOVE WS-RUT-NUEVO TO CNS-RUT
                                   ADD 1 TO WS-CONTADOR-ARCHIVO
                               END-IF
                               WRITE REGISTRO-TRABAJO
                                   FROM REGISTRO-CONSENTIMIENTO
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TRABAJO
                   CLOSE ARCHIVO-CONSENTIMIENTOS
                   IF WS-CONTADOR-ARCHIVO > 0
                       PERFORM REGRABAR-CONSENTIMIENTOS
                   END-IF
               END-IF
               MOVE "HIST-CONSENT" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            REGRABAR-CONSENTIMIENTOS.
               OPEN INPUT ARCHIVO-TRABAJO
               OPEN OUTPUT ARCHIVO-CONSENTIMIENTOS
               MOVE 'N' TO WS-MIGRACION-LISTA
               PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                   READ ARCHIVO-TRABAJO
                       AT END
                           MOVE 'S' TO WS-MIGRACION-LISTA
                       NOT AT END
                           WRITE REGISTRO-CONSENTIMIENTO
                               FROM REGISTRO-TRABAJO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CONSENTIMIENTOS
               CLOSE ARCHIVO-TRABAJO.

            MIGRAR-HIST-RIESGOS.
      *        Registro historico de texto: se copia al archivo de
      *        trabajo cambiando el RUT y solo si hubo cambios se
      *        devuelve sobre el original.
               MOVE 0 TO WS-CONTADOR-ARCHIVO
               OPEN INPUT ARCHIVO-HIST-RIESGOS
               IF WS-STATUS-HIST-RIESGOS = "35"
                   CONTINUE
               ELSE
                   OPEN OUTPUT ARCHIVO-TRABAJO
                   MOVE 'N' TO WS-MIGRACION-LISTA
                   PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                       READ ARCHIVO-HIST-RIESGOS
                           AT END
                               MOVE 'S' TO WS-MIGRACION-LISTA
                           NOT AT END
                               IF HRI-RUT = WS-RUT-ANTIGUO
                                   MOVE WS-RUT-NUEVO TO HRI-RUT
                                   ADD 1 TO WS-CONTADOR-ARCHIVO
                               END-IF
                               WRITE REGISTRO-TRABAJO
                                   FROM REGISTRO-HISTORIAL-RIESGO
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-TRABAJO
                   CLOSE ARCHIVO-HIST-RIESGOS
                   IF WS-CONTADOR-ARCHIVO > 0
                       PERFORM REGRABAR-HIST-RIESGOS
                   END-IF
               END-IF
               MOVE "HIST-RIESGO" TO WS-NOMBRE-ARCHIVO-AUDIT
               PERFORM ANOTAR-EVIDENCIA.

            REGRABAR-HIST-RIESGOS.
               OPEN INPUT ARCHIVO-TRABAJO
               OPEN OUTPUT ARCHIVO-HIST-RIESGOS
               MOVE 'N' TO WS-MIGRACION-LISTA
               PERFORM UNTIL MIGRACION-ARCHIVO-LISTA
                   READ ARCHIVO-TRABAJO
                       AT END
                           MOVE 'S' TO WS-MIGRACION-LISTA
                       NOT AT END
                           WRITE REGISTRO-HISTORIAL-RIESGO
                               FROM REGISTRO-TRABAJO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-HIST-RIESGOS
               CLOSE ARCHIVO-TRABAJO.

            ANOTAR-EVIDENCIA.
      *        Evidencia antes/despues por archivo: cuantos
      *        registros del RUT antiguo quedaron bajo el nuevo.
