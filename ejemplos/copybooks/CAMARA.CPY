      ******************************************************************
      * Copybook: layout del registro de camara (ACH) compartido por
      * el archivo de salida camara_salida.txt, donde el cajero
      * encola las transferencias interbancarias TRB del dia (y
      * IMPORTAR-PAGO-PROVEEDORES los pagos PPV de empresas), y el
      * archivo de entrada camara_entrada.txt, que el banco recibe de
      * la camara con abonos para nuestros clientes y que
      * IMPORTAR-CAMARA aplica. CAM-BANCO es el banco destino en la
