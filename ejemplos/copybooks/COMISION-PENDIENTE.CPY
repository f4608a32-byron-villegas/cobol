      * recien recibido (nunca se queda con el deposito completo),
      * como movimiento CXC. El reporte mensual envejece lo que
      * sigue impago, que es la plata que antes se perdonaba sin
      * saber cuanta era. Estados: PEN=pendiente, COB=cobrada,
      * CON=condonada por un supervisor (el saldo impago se reconoce
      * como perdida operacional).
      ******************************************************************
       01 COMISION-PENDIENTE.
          05 CXC-CLAVE.
          05 CXC-ESTADO PIC X(3).
              88 CXC-ESTA-PENDIENTE VALUE "PEN".
              88 CXC-FUE-COBRADA VALUE "COB".
              88 CXC-FUE-CONDONADA VALUE "CON".
              88 CXC-ESTA-SALDADA VALUE "COB" "CON".
          05 CXC-FECHA-CONDONACION PIC 9(8).
