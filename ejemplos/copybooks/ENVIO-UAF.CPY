      ******************************************************************
      * Copybook: layout del envio de un ROS a la Unidad de Analisis
      * Financiero (uaf_ros-<folio>.txt), registros de largo fijo:
      * 01=cabecera (entidad, folio, fechas, RUT y nombre
      * reportado, quien preparo y quien aprobo), 02=operacion,
      * 03=alerta que motivo el reporte, 04=linea de narrativa,
      * 99=cola con la cantidad de registros de cada tipo y el monto
      * total de las operaciones reportadas.
      ******************************************************************
       01 REGISTRO-UAF.
          05 UAF-TIPO-REGISTRO PIC X(2).
          05 UAF-FOLIO PIC X(12).
          05 UAF-DATOS PIC X(100).
          05 UAF-CABECERA REDEFINES UAF-DATOS.
             10 UAF-CODIGO-ENTIDAD PIC X(4).
             10 UAF-FECHA-ENVIO PIC 9(8).
             10 UAF-FECHA-APERTURA PIC 9(8).
             10 UAF-RUT-REPORTADO PIC X(10).
             10 UAF-NOMBRE-REPORTADO PIC X(40).
             10 UAF-PREPARADOR PIC X(10).
             10 UAF-APROBADOR PIC X(10).
             10 FILLER PIC X(10).
          05 UAF-OPERACION REDEFINES UAF-DATOS.
             10 UAF-OPE-FECHA PIC X(10).
             10 UAF-OPE-HORA PIC X(8).
             10 UAF-OPE-NUM-CUENTA PIC 9(3).
             10 UAF-OPE-CODIGO PIC X(3).
             10 UAF-OPE-MONTO PIC 9(12).
             10 UAF-OPE-SECUENCIA PIC 9(10).
             10 UAF-OPE-CANAL PIC X(8).
             10 FILLER PIC X(46).
          05 UAF-ALERTA REDEFINES UAF-DATOS.
             10 UAF-ALE-ORIGEN PIC X(3).
             10 UAF-ALE-REFERENCIA PIC 9(10).
             10 UAF-ALE-MONTO PIC 9(12).
             10 UAF-ALE-MOTIVO PIC X(40).
             10 FILLER PIC X(35).
          05 UAF-NARRATIVA REDEFINES UAF-DATOS.
             10 UAF-NAR-LINEA PIC 9(3).
             10 UAF-NAR-TEXTO PIC X(70).
             10 FILLER PIC X(27).
          05 UAF-COLA REDEFINES UAF-DATOS.
             10 UAF-CANT-OPERACIONES PIC 9(5).
             10 UAF-CANT-ALERTAS PIC 9(5).
             10 UAF-CANT-NARRATIVA PIC 9(5).
             10 UAF-MONTO-TOTAL PIC 9(14).
             10 FILLER PIC X(71).
