      ******************************************************************
      * Copybook: layout de ARCHIVO-HISTORIAL-RIESGOS
      * (riesgos_historial.txt), una linea por cada cambio de
      * calificacion o de puntaje que deja CALIFICAR-RIESGO-CLIENTES:
      * fecha del calculo, RUT, nivel anterior (en blanco la primera
      * vez) y nuevo, puntaje y los puntos de cada factor en el mismo
      * orden de RIESGO-CLIENTE.CPY. Solo se agrega al final; es el
      * rastro que revisa el oficial de cumplimiento.
      ******************************************************************
       01 REGISTRO-HISTORIAL-RIESGO.
          05 HRI-FECHA-CALCULO PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 HRI-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 HRI-NIVEL-ANTERIOR PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 HRI-NIVEL-NUEVO PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 HRI-PUNTAJE PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 HRI-FACTORES.
             10 HRI-PTS-PEP PIC 9(3).
             10 FILLER PIC X VALUE SPACE.
             10 HRI-PTS-VIGILANCIA PIC 9(3).
             10 FILLER PIC X VALUE SPACE.
             10 HRI-PTS-PROXIMIDAD PIC 9(3).
             10 FILLER PIC X VALUE SPACE.
             10 HRI-PTS-OCUPACION PIC 9(3).
             10 FILLER PIC X VALUE SPACE.
             10 HRI-PTS-ORIGEN PIC 9(3).
             10 FILLER PIC X VALUE SPACE.
             10 HRI-PTS-DECLARACIONES PIC 9(3).
             10 FILLER PIC X VALUE SPACE.
             10 HRI-PTS-EFECTIVO PIC 9(3).
             10 FILLER PIC X VALUE SPACE.
             10 HRI-PTS-JURIDICA PIC 9(3).
