      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-PURGADOS
      * (registros_purgados.txt), el indice de los registros que el
      * batch mensual DEPURAR-SATELITES saco de los archivos satelites
      * por estar en un estado terminal y mas viejos que la retencion
      * de su archivo. La llave es el codigo del archivo de origen mas
      * la llave del registro tal como estaba en ese archivo, de modo
      * que un proceso que no encuentra una referencia (la auditoria
      * referencial, una consulta) pueda saber que no es una llave
      * rota sino un registro depurado, y en que historico quedo.
      * Archivos: CHQ=cheques_pendientes, VVI=vales_vista,
      * GST=giros_sin_tarjeta, TRP=transferencias_pendientes,
      * RGI=reservas_giro, DPF=depositos_plazo, CUO=cuotas_prestamo.
      ******************************************************************
       01 REGISTRO-PURGADO.
          05 PUR-CLAVE.
             10 PUR-ARCHIVO PIC X(3).
             10 PUR-LLAVE PIC X(30).
          05 PUR-ESTADO-FINAL PIC X(3).
          05 PUR-FECHA-DEPURACION PIC 9(8).
          05 PUR-HISTORICO PIC X(40).
