      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-DEVENGOS
      * (devengos.txt), el interes devengado a la fecha de cada
      * prestamo (PRE, interes por cobrar) y de cada deposito a plazo
      * (DPF, interes por pagar), segun el ultimo calculo nocturno de
      * DEVENGAR-INTERESES. DEV-DEVENGADO va en la unidad del producto
      * (pesos, o centesimos de UF segun DEV-REAJUSTE); DEV-DEVENGADO-
      * CLP es lo ya posteado a contabilidad en pesos, de modo que cada
      * noche se postea solo la diferencia. Cuando el interes real se
      * contabiliza (pago de la cuota, vencimiento o rescate del
      * deposito) el devengado a la fecha baja y la diferencia sale
      * como reversa del devengo.
      ******************************************************************
       01 DEVENGO.
          05 DEV-CLAVE.
             10 DEV-RUT PIC X(10).
             10 DEV-PRODUCTO PIC X(3).
                 88 DEV-ES-PRESTAMO VALUE "PRE".
                 88 DEV-ES-PLAZO VALUE "DPF".
             10 DEV-NUMERO PIC 9(3).
          05 DEV-REAJUSTE PIC X(3).
              88 DEV-ES-UF VALUE "UF".
          05 DEV-DEVENGADO PIC 9(8)V99.
          05 DEV-DEVENGADO-CLP PIC 9(10).
          05 DEV-FECHA-CALCULO PIC 9(8).
