      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-SALDOS-CONTABLES
      * (saldos_contables.txt), el maestro del libro mayor: una fila
      * por cuenta contable del mapa (y la de suspenso) con el total
      * acumulado al debe y al haber desde la puesta en marcha y la
      * fecha del ultimo asiento diario que ACTUALIZAR-MAYOR le sumo.
      * El saldo de la cuenta es SCO-TOTAL-DEBE menos SCO-TOTAL-HABER
      * (deudor si es positivo, acreedor si es negativo).
      ******************************************************************
       01 SALDO-CONTABLE.
          05 SCO-CUENTA-GL PIC X(8).
          05 SCO-TOTAL-DEBE PIC 9(15).
          05 SCO-TOTAL-HABER PIC 9(15).
          05 SCO-FECHA-ULTIMO-ASIENTO PIC 9(8).
