      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-TARJETAS-CREDITO
      * (tarjetas_credito.txt), la cuenta de la tarjeta de credito
      * rotativa de cada cliente, una por RUT. El cupo es propio de la
      * tarjeta y no tiene relacion con LIMITE-SOBREGIRO de la cuenta
      * corriente. La deuda vive en dos partes: TCR-SALDO-FACTURADO
      * es lo que quedo en el ultimo estado de cuenta y aun no se
      * paga, y TCR-SALDO-NO-FACTURADO son los avances y cargos
      * posteriores al corte, que se facturan en el corte siguiente.
      * GESTION-TARJETA-CREDITO abre y administra la tarjeta, el
      * cajero la usa para avances en efectivo (AVC) y pagos (PTC), y
      * FACTURACION-TARJETA-CREDITO corta el estado de cuenta el
      * TCR-DIA-FACTURACION de cada mes, calcula el pago minimo y el
      * interes rotativo, y mide la mora del pago minimo con los
      * mismos tramos de MORA-PRESTAMOS.
      * Estados: VIG=vigente, BLO=bloqueada, CAN=cancelada.
      ******************************************************************
       01 TARJETA-CREDITO.
          05 TCR-RUT PIC X(10).
          05 TCR-NUM-TARJETA PIC 9(16).
          05 TCR-CUPO PIC 9(8).
      *       Dia del mes (1-28) en que se corta el estado de cuenta.
          05 TCR-DIA-FACTURACION PIC 9(2).
          05 TCR-SALDO-FACTURADO PIC 9(8).
          05 TCR-SALDO-NO-FACTURADO PIC 9(8).
      *       Pago minimo aun impago del ultimo estado de cuenta
      *       (incluye el minimo atrasado de estados anteriores); los
      *       pagos PTC lo rebajan primero.
          05 TCR-PAGO-MINIMO PIC 9(8).
          05 TCR-FECHA-VENCIMIENTO-PAGO PIC 9(8).
          05 TCR-FECHA-ULTIMA-FACTURACION PIC 9(8).
      *       Tasa de interes rotativo mensual sobre el saldo
      *       facturado que no se pago completo al vencimiento.
          05 TCR-TASA-ROTATIVA PIC 9V9(4).
          05 TCR-DIAS-MORA PIC 9(4).
          05 TCR-TRAMO-MORA PIC 9(1).
          05 TCR-ESTADO PIC X(3).
              88 TCR-ESTA-VIGENTE VALUE "VIG".
              88 TCR-ESTA-BLOQUEADA VALUE "BLO".
              88 TCR-ESTA-CANCELADA VALUE "CAN".
          05 TCR-FECHA-APERTURA PIC 9(8).
