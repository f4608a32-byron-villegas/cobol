      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-DEVOLUCIONES
      * (devoluciones_comision.txt), el registro de devoluciones y
      * condonaciones de comisiones hechas por ejecutivos y
      * supervisores en DEVOLVER-COMISION ante el reclamo de un
      * cliente. Cada linea es una decision: DEV = devolucion total
      * o parcial de un cobro de comision (COB, COM o CXC)
      * identificado por su secuencia, posteada como movimiento DCO
      * enlazado al original; CON = condonacion del impago de una
      * partida abierta de comisiones_por_cobrar.txt. Sirve para
      * llevar el tope mensual por rol de cada operador, para no
      * devolver dos veces el mismo cobro y para el reporte mensual
      * de ingresos devueltos por ejecutivo y motivo. Motivos:
      * ERR=cobro erroneo, DUP=cobro duplicado, SER=falla de
      * servicio, RET=retencion de cliente, EXC=excepcion comercial
      * (detallada en el texto).
      ******************************************************************
       01 DEVOLUCION-COMISION.
          05 DVC-FECHAYHORA PIC X(19).
          05 FILLER PIC X VALUE SPACE.
          05 DVC-OPERADOR-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 DVC-OPERADOR-ROL PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 DVC-TIPO PIC X(3).
              88 DVC-ES-DEVOLUCION VALUE "DEV".
              88 DVC-ES-CONDONACION VALUE "CON".
          05 FILLER PIC X VALUE SPACE.
          05 DVC-MOTIVO PIC X(3).
              88 DVC-MOTIVO-ES-VALIDO VALUE "ERR" "DUP" "SER" "RET"
                  "EXC".
          05 FILLER PIC X VALUE SPACE.
          05 DVC-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 DVC-NUM-CUENTA PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
      *       DEV: secuencia del cobro devuelto y la del DCO que lo
      *       devolvio. CON: fecha de devengo de la partida (la
      *       clave en la cartera por cobrar), secuencias en cero.
          05 DVC-SECUENCIA-ORIGINAL PIC 9(10).
          05 FILLER PIC X VALUE SPACE.
          05 DVC-FECHA-DEVENGO PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 DVC-OPERACION-ORIGINAL PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 DVC-MONTO PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 DVC-SECUENCIA-DCO PIC 9(10).
          05 FILLER PIC X VALUE SPACE.
          05 DVC-TEXTO PIC X(40).
