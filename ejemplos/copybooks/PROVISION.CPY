      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-PROVISIONES
      * (provisiones.txt), la provision por riesgo de credito vigente
      * de cada prestamo segun el ultimo calculo mensual de
      * PROVISIONAR-CARTERA. Guarda la categoria de riesgo asignada
      * (A a E), la exposicion en pesos y la provision constituida,
      * para que el calculo siguiente postee solo la diferencia: PRV
      * si la provision sube, LPV si se libera. Un prestamo que salio
      * de la cartera (pagado o castigado) libera toda su provision y
      * queda con PRV-MONTO en cero.
      ******************************************************************
       01 PROVISION.
          05 PRV-CLAVE.
             10 PRV-RUT PIC X(10).
             10 PRV-NUM-PRESTAMO PIC 9(3).
          05 PRV-CATEGORIA PIC X(1).
          05 PRV-EXPOSICION PIC 9(10).
          05 PRV-MONTO PIC 9(10).
          05 PRV-FECHA-CALCULO PIC 9(8).
