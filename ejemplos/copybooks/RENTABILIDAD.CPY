      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-RENTABILIDAD
      * (rentabilidad.txt), la contribucion neta de cada cliente en el
      * ultimo mes calculado por RENTABILIDAD-CLIENTES: ingresos por
      * comisiones (COB/COM/CXC), interes de sobregiro (ISG) e interes
      * de prestamos (cuotas del mes), menos el interes pagado en
      * cuentas (INT) y en depositos a plazo, mas el credito por
      * transferencia de fondos de sus saldos de deposito y menos el
      * cargo por sus saldos de colocacion. POSICION-CONSOLIDADA
      * muestra la cifra y el lugar del cliente en el ranking.
      ******************************************************************
       01 RENTABILIDAD.
          05 RNT-RUT PIC X(10).
          05 RNT-PERIODO PIC 9(6).
          05 RNT-COMISIONES PIC 9(10).
          05 RNT-INTERES-SOBREGIRO PIC 9(10).
          05 RNT-INTERES-PRESTAMOS PIC 9(10).
          05 RNT-INTERES-PAGADO PIC 9(10).
          05 RNT-SALDO-PROM-DEPOSITOS PIC 9(12).
          05 RNT-SALDO-PROM-COLOCACIONES PIC 9(12).
          05 RNT-TRANSFERENCIA-FONDOS PIC S9(10).
          05 RNT-CONTRIBUCION PIC S9(11).
          05 RNT-RANKING PIC 9(5).
          05 RNT-TOTAL-CLIENTES PIC 9(5).
