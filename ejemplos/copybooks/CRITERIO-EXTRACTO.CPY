      ******************************************************************
      * Copybook: layout de una linea de ARCHIVO-CRITERIOS
      * (criterios_extracto.txt), la tarjeta de criterios del
      * extracto de auditoria sobre la bitacora. Cada linea trae una
      * clave y su valor; las lineas que parten con '*' son
      * comentarios. Claves: DESDE y HASTA = rango de fechas
      * (AAAAMMDD, DESDE obligatoria, HASTA por omision hoy);
      * OPERACION = codigo de operacion de la bitacora; RUT = RUT del
      * cliente; TERMINAL = identificador del terminal; MONTO-MIN y
      * MONTO-MAX = rango de montos en pesos enteros; MONEDA = CLP o
      * USD. OPERACION, RUT y TERMINAL se repiten una linea por valor
      * para formar una lista; una lista vacia no filtra.
      ******************************************************************
       01 REGISTRO-CRITERIO.
          05 CRI-CLAVE PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 CRI-VALOR PIC X(20).
