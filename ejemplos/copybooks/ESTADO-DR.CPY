      ******************************************************************
      * Copybook: layout del estado del envio al sitio de
      * contingencia. En el primario (dr_envio_estado.txt) es lo
      * ultimo que ENVIAR-BITACORA-DR ya despacho; en el sitio de
      * contingencia (dr_aplicado_estado.txt) es lo ultimo que
      * APLICAR-BITACORA-DR dejo aplicado. Una sola linea que se
      * reescribe al cerrar cada paquete.
      ******************************************************************
       01 ESTADO-DR.
      *       Numero del ultimo paquete armado o aplicado.
          05 ESD-NUM-PAQUETE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
      *       Ultima secuencia de bitacora enviada o aplicada, y el
      *       hash de esa linea (cabeza de la cadena).
          05 ESD-ULTIMA-SECUENCIA PIC 9(10).
          05 FILLER PIC X VALUE SPACE.
          05 ESD-HASH-CADENA PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
      *       Lineas de bitacora_admin.txt ya enviadas (el archivo
      *       es de solo anexado y no se rota: basta la posicion).
          05 ESD-LINEAS-ADMIN PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
      *       Fecha del ultimo paquete con la imagen completa de
      *       cuentas.txt.
          05 ESD-FECHA-COMPLETA PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 ESD-FECHAYHORA PIC X(19).
