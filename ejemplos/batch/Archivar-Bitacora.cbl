       FILE SECTION.
       FD ARCHIVO-BITACORA.
           COPY "BITACORA.CPY".
      *    Historico y archivo de trabajo llevan la linea completa
      *    de BITACORA.CPY: un ancho menor cortaba los campos que se
      *    agregan al final (fecha de negocio, contraparte, desglose
      *    de IVA) tanto en el historico como en la bitacora viva.
       FD ARCHIVO-HISTORICO.
       01 REGISTRO-HISTORICO PIC X(172).
       FD ARCHIVO-BIT-TRABAJO.
       01 REGISTRO-BIT-TRABAJO PIC X(172).
       FD ARCHIVO-HASH-BASE.
       01 REGISTRO-HASH-BASE PIC 9(8).
       WORKING-STORAGE SECTION.
