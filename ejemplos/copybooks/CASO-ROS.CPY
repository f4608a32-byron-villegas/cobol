      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-CASOS-ROS
      * (casos_ros.txt), los casos de reporte de operacion
      * sospechosa (ROS) que cumplimiento arma en GESTION-ROS para la
      * Unidad de Analisis Financiero. El caso nace en borrador (BOR)
      * para un RUT; el analista le adjunta movimientos de la
      * bitacora y las alertas que lo motivaron (ver
      * DETALLE-ROS.CPY), escribe la narrativa y lo envia a
      * aprobacion (PEN). Otro oficial de cumplimiento lo aprueba, lo
      * que genera el envio a la UAF en su formato fijo con folio
      * (PRE=presentado), o lo devuelve a borrador con su
      * observacion; un caso que no amerita reporte se desestima
      * (DES). Por la prohibicion de alertar al cliente, estos
      * archivos solo los abre GESTION-ROS y solo para el rol CUM.
      ******************************************************************
       01 CASO-ROS.
          05 ROS-NUM-CASO PIC 9(8).
          05 ROS-RUT PIC X(10).
          05 ROS-NOMBRE PIC X(40).
          05 ROS-ESTADO PIC X(3).
              88 ROS-EN-BORRADOR VALUE "BOR".
              88 ROS-PENDIENTE-APROBACION VALUE "PEN".
              88 ROS-FUE-PRESENTADO VALUE "PRE".
              88 ROS-FUE-DESESTIMADO VALUE "DES".
              88 ROS-ESTA-CERRADO VALUE "PRE" "DES".
          05 ROS-FECHA-APERTURA PIC 9(8).
          05 ROS-PREPARADOR PIC X(10).
          05 ROS-FECHA-SOLICITUD PIC 9(8).
          05 ROS-APROBADOR PIC X(10).
          05 ROS-FECHA-APROBACION PIC 9(8).
          05 ROS-FOLIO-UAF PIC X(12).
          05 ROS-CANT-OPERACIONES PIC 9(3).
          05 ROS-MONTO-OPERACIONES PIC 9(12).
          05 ROS-CANT-ALERTAS PIC 9(3).
          05 ROS-CANT-NARRATIVA PIC 9(3).
          05 ROS-OBSERVACION PIC X(40).
