      ******************************************************************
      * Copybook: layout de ARCHIVO-DETALLE-ROS (ros_detalle.txt),
      * lo que cuelga de cada caso de CASO-ROS.CPY, por caso, tipo y
      * correlativo. Tipos: OPE=movimiento de la bitacora adjuntado
      * (copiado desde movimientos.txt al adjuntarlo), ALE=alerta
      * que motivo el caso (RTC=item retenido de GESTION-RETENIDOS,
      * CFR=caso de fraude, CMP=linea de alertas_compliance.txt de
      * REPORTE-COMPLIANCE), NAR=linea de la narrativa.
      ******************************************************************
       01 DETALLE-ROS.
          05 RDE-CLAVE.
             10 RDE-NUM-CASO PIC 9(8).
             10 RDE-TIPO PIC X(3).
                 88 RDE-ES-OPERACION VALUE "OPE".
                 88 RDE-ES-ALERTA VALUE "ALE".
                 88 RDE-ES-NARRATIVA VALUE "NAR".
             10 RDE-LINEA PIC 9(3).
          05 RDE-DATOS PIC X(70).
          05 RDE-OPERACION REDEFINES RDE-DATOS.
             10 RDE-NUM-CUENTA PIC 9(3).
             10 RDE-NUM-SECUENCIA PIC 9(10).
             10 RDE-COD-OPERACION PIC X(3).
             10 RDE-MONTO PIC 9(8).
             10 RDE-FECHAYHORA PIC X(19).
             10 RDE-ID-TERMINAL PIC X(8).
             10 FILLER PIC X(19).
          05 RDE-ALERTA REDEFINES RDE-DATOS.
             10 RDE-ORIGEN PIC X(3).
                 88 RDE-ORIGEN-RETENIDO VALUE "RTC".
                 88 RDE-ORIGEN-FRAUDE VALUE "CFR".
                 88 RDE-ORIGEN-COMPLIANCE VALUE "CMP".
                 88 RDE-ORIGEN-ES-VALIDO VALUE "RTC" "CFR" "CMP".
             10 RDE-REFERENCIA PIC 9(10).
             10 RDE-MONTO-ALERTA PIC 9(12).
             10 RDE-MOTIVO PIC X(40).
             10 FILLER PIC X(5).
          05 RDE-NARRATIVA REDEFINES RDE-DATOS.
             10 RDE-TEXTO PIC X(70).
