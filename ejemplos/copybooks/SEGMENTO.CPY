      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-SEGMENTOS
      * (segmentos.txt), el segmento comercial vigente de cada RUT
      * segun el ultimo calculo mensual de SEGMENTAR-CLIENTES: MAS
      * (masivo), PRF (preferente) o PRM (premium), con las cifras
      * que lo decidieron (saldo promedio del mes, abonos de nomina
      * y exposicion en prestamos) y el segmento del calculo
      * anterior. COBRAR-COMISIONES aplica las exenciones del
      * segmento; el cajero, la caja y la consulta de ejecutivo lo
      * muestran. Un RUT sin registro se atiende como MAS.
      ******************************************************************
       01 SEGMENTO.
          05 SEG-RUT PIC X(10).
          05 SEG-SEGMENTO PIC X(3).
              88 SEG-ES-MASIVO VALUE "MAS".
              88 SEG-ES-PREFERENTE VALUE "PRF".
              88 SEG-ES-PREMIUM VALUE "PRM".
          05 SEG-SEGMENTO-ANTERIOR PIC X(3).
          05 SEG-PERIODO PIC 9(6).
          05 SEG-SALDO-PROMEDIO PIC 9(12).
          05 SEG-ABONOS-NOMINA PIC 9(10).
          05 SEG-EXPOSICION PIC 9(12).
          05 SEG-FECHA-CALCULO PIC 9(8).
