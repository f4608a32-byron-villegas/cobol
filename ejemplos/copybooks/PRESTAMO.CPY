          05 PRESTAMO-REAJUSTE PIC X(3) VALUE "CLP".
              88 PRESTAMO-ES-NOMINAL VALUE "CLP".
              88 PRESTAMO-ES-UF VALUE "UF".
      *       Tipo de tasa: FIJ = TASA-INTERES fija por toda la vida
      *       del prestamo (los registros antiguos traen blancos y se
      *       tratan como fijos); VAR = tasa de referencia del dia
      *       (tasas_referencia.txt) mas PRESTAMO-SPREAD, que el batch
      *       REPRECIO-PRESTAMOS vuelve a fijar cada
      *       PRESTAMO-MESES-REPRECIO meses, en la fecha
      *       PRESTAMO-FECHA-REPRECIO, recalculando las cuotas impagas
      *       que vencen desde esa fecha. Cada cambio de tasa queda en
      *       historial_prestamos.txt.
          05 PRESTAMO-TIPO-TASA PIC X(3) VALUE "FIJ".
              88 PRESTAMO-TASA-VARIABLE VALUE "VAR".
          05 PRESTAMO-CODIGO-REFERENCIA PIC X(4) VALUE SPACES.
          05 PRESTAMO-SPREAD PIC 9V9(4) VALUE 0.
          05 PRESTAMO-MESES-REPRECIO PIC 9(2) VALUE 0.
          05 PRESTAMO-FECHA-REPRECIO PIC 9(8) VALUE 0.
