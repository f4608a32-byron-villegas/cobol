      *       cuando la cuenta es de una persona juridica; en blanco
      *       en las sesiones del propio titular.
          05 BIT-RUT-REPRESENTANTE PIC X(10).
          05 FILLER PIC X VALUE SPACE.
      *       RUT de la contraparte que origino un abono: en los NOM,
      *       el empleador que pago la remuneracion, para que el
      *       anticipo de remuneraciones reconozca sueldos seguidos
      *       del mismo empleador. En blanco en el resto.
          05 BIT-RUT-CONTRAPARTE PIC X(10).
          05 FILLER PIC X VALUE SPACE.
      *       Desglose tributario de los cobros de comision (COB, COM
      *       y CXC): BIT-MONTO es el cargo bruto al cliente y estos
      *       dos campos lo separan en el neto y el IVA segun la tasa
      *       IVA del tarifario vigente al momento del cobro, para el
      *       asiento contable y el libro de ventas. En blanco en el
      *       resto de las operaciones.
          05 BIT-MONTO-NETO PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 BIT-MONTO-IVA PIC 9(8).
