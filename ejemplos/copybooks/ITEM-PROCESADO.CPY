      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-ITEMS
      * (items_procesados.txt), el libro de reinicio item a item de
      * los importadores masivos. Cada abono NOM, cargo PAC o pago
      * PPV a proveedor aplicado queda anotado bajo la identidad del
      * archivo (interfaz mas secuencia de cabecera) y su numero de
      * linea de detalle: si el importador muere a mitad de archivo, la
      * re-corrida salta lo ya anotado y el archivo termina aplicado
      * exactamente una vez, sin restaurar respaldos ni redigitar.
      * El item 999999 de una nomina marca el debito del empleador
