      ******************************************************************
      * Copybook: layout de los paquetes de envio al sitio de
      * contingencia (envio_dr-NNNNNNNN.txt). ENVIAR-BITACORA-DR arma
      * cada pocos minutos un paquete numerado con lo nuevo desde el
      * paquete anterior y APLICAR-BITACORA-DR lo aplica en el sitio
      * de contingencia estrictamente en orden de numero. Tipos de
      * linea: HDR=cabecera, BIT=linea de bitacora.txt tal cual,
      * ADM=linea de bitacora_admin.txt tal cual, CTA=imagen
      * posterior completa de un registro de cuentas.txt, TBL=linea
      * de la lista de tarjetas calientes (va completa en cada
      * paquete), TRL=cola con conteos y el estado del primario.
      ******************************************************************
       01 REGISTRO-ENVIO-DR.
          05 EDR-TIPO PIC X(3).
              88 EDR-ES-CABECERA VALUE "HDR".
              88 EDR-ES-BITACORA VALUE "BIT".
              88 EDR-ES-ADMIN VALUE "ADM".
              88 EDR-ES-CUENTA VALUE "CTA".
              88 EDR-ES-TARJETA VALUE "TBL".
              88 EDR-ES-COLA VALUE "TRL".
          05 FILLER PIC X VALUE SPACE.
          05 EDR-DATOS PIC X(300).
      *       Cabecera: numero del paquete, cuando se armo y si trae
      *       la imagen completa de cuentas.txt (C, la primera del
      *       dia) o solo las cuentas tocadas por sus movimientos (I).
          05 EDR-CABECERA REDEFINES EDR-DATOS.
             10 EDR-NUM-PAQUETE PIC 9(8).
             10 FILLER PIC X.
             10 EDR-FECHAYHORA PIC X(19).
             10 FILLER PIC X.
             10 EDR-MODO-CUENTAS PIC X(1).
                 88 EDR-CUENTAS-COMPLETAS VALUE 'C'.
                 88 EDR-CUENTAS-TOCADAS VALUE 'I'.
             10 FILLER PIC X(270).
      *       Cola: conteos por tipo para validar el paquete, la
      *       ultima secuencia y el hash de la ultima linea enviada
      *       (cabeza de la cadena que debe quedar en el sitio de
      *       contingencia) y, leidos al cerrar el paquete, el
      *       contador de secuencia.txt y el ancla hash_bitacora.txt
      *       del primario, para el checklist de switchover.
          05 EDR-COLA REDEFINES EDR-DATOS.
             10 EDR-CANT-BITACORA PIC 9(8).
             10 FILLER PIC X.
             10 EDR-CANT-ADMIN PIC 9(8).
             10 FILLER PIC X.
             10 EDR-CANT-CUENTAS PIC 9(8).
             10 FILLER PIC X.
             10 EDR-CANT-TARJETAS PIC 9(8).
             10 FILLER PIC X.
             10 EDR-ULTIMA-SECUENCIA PIC 9(10).
             10 FILLER PIC X.
             10 EDR-HASH-CADENA PIC 9(8).
             10 FILLER PIC X.
             10 EDR-CONTADOR-PRIMARIO PIC 9(10).
             10 FILLER PIC X.
             10 EDR-ANCLA-PRIMARIO PIC 9(8).
             10 FILLER PIC X(225).
