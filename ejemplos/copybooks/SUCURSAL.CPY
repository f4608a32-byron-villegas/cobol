      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-SUCURSALES
      * (sucursales.txt), el maestro de sucursales: codigo, nombre,
      * direccion, comuna, region (numero de region del pais) y
      * horario de atencion de publico (HHMM). Los terminales y las
      * ventanillas se asocian a una sucursal en terminales.txt, y
      * los reportes de gestion agrupan por sucursal y por region a
      * partir de ahi. SUC-ESTADO: A=activa, C=cerrada (se conserva
      * para la historia, pero no se le asignan terminales nuevos).
      * Lo mantiene MANTENCION-SUCURSALES.
      ******************************************************************
       01 SUCURSAL.
          05 SUC-CODIGO PIC X(4).
          05 SUC-NOMBRE PIC X(30).
          05 SUC-DIRECCION PIC X(40).
          05 SUC-COMUNA PIC X(20).
          05 SUC-REGION PIC 9(2).
          05 SUC-HORA-APERTURA PIC 9(4).
          05 SUC-HORA-CIERRE PIC 9(4).
          05 SUC-ESTADO PIC X(1).
              88 SUC-ESTA-ACTIVA VALUE "A".
              88 SUC-ESTA-CERRADA VALUE "C".
