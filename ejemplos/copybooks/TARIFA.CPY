      * uso por COBRAR-COMISIONES: MAN = mantencion mensual (exenta
      * si el saldo supera TAR-UMBRAL-EXENCION), GIR = comision por
      * giro despues de TAR-UMBRAL-EXENCION giros libres en el mes.
      * Por giro en la red de cajeros: GRO = comision al cliente por
      * girar en un cajero de otra red (IMPORTAR-GIROS-RED), ITC =
      * intercambio entre bancos por giro (LIQUIDAR-RED-CAJEROS).
      * TTF = tasa anual de transferencia de fondos en puntos base
      * (RENTABILIDAD-CLIENTES). Programa de puntos (ACUMULAR-PUNTOS
      * y el canje del cajero): PPG = puntos por pago de convenio,
      * PNO = puntos por abono de remuneraciones, PSA = puntos del
      * mes por saldo promedio sobre TAR-UMBRAL-EXENCION, PVE = meses
      * de vigencia de los puntos, PVL = pesos por punto canjeado.
      * Arriendo anual de cajas de seguridad (COBRAR-CAJAS-SEGURIDAD),
      * periodicidad ANU: CSP = caja pequena, CSM = mediana, CSG =
      * grande; TAR-UMBRAL-EXENCION = dias de arriendo impago tras
      * los que la caja pasa a perforacion (cero = 180). CPP =
      * comision de prepago parcial de prestamos (PREPAGO-PRESTAMO):
      * TAR-MONTO en puntos base del monto prepagado, exento si el
      * prepago no supera TAR-UMBRAL-EXENCION pesos. ANP = anticipo
      * de remuneraciones en el cajero: TAR-MONTO es la comision fija
      * en pesos y TAR-UMBRAL-EXENCION el porcentaje del sueldo
      * promedio que se puede anticipar (cero = 50). IVA = tasa del
      * impuesto sobre las comisiones en puntos base (1900 = 19%),
      * con la que los programas que cobran desglosan el cargo bruto
      * en neto e IVA. PSG = periodo de seguridad tras un cambio de
      * telefono, correo o clave: TAR-MONTO son las horas que dura
      * (cero = 48) y TAR-UMBRAL-EXENCION el giro maximo permitido
      * mientras corre (cero = 200000). TIB = comision por
      * transferencia interbancaria (COBRAR-COMISIONES): TAR-MONTO por
      * cada TRB enviada en el mes despues de TAR-UMBRAL-EXENCION
      * transferencias libres. DVC = tope mensual por operador de
      * devoluciones y condonaciones de comisiones
      * (DEVOLVER-COMISION): TAR-MONTO el de un ejecutivo (cero =
      * 100000) y TAR-UMBRAL-EXENCION el de un supervisor (cero =
      * 1000000). SWF = comision por transferencia internacional
      * enviada (TRANSFERENCIA-INTERNACIONAL), cobrada como COM con
      * IVA incluido: TAR-MONTO en pesos para cuentas en pesos (cero
      * = 25000) y TAR-UMBRAL-EXENCION en dolares para cuentas en
      * dolares (cero = 30). PSO = comision por cada traspaso de
      * proteccion de sobregiro desde la cuenta de ahorro vinculada
      * (CAJERO-AUTOMATICO e IMPORTAR-CHEQUES-PRESENTADOS), cobrada
      * como COM con IVA incluido a la cuenta de ahorro: TAR-MONTO
      * en pesos y TAR-UMBRAL-EXENCION en dolares (cero o sin fila =
      * sin cobro). Los packs de packs.txt pueden eximir
      * de MAN, de la tarifa propia del producto, de GIR y de TIB.
      ******************************************************************
       01 TARIFA.
          05 TAR-CODIGO PIC X(3).
          05 TAR-MONTO PIC 9(8).
          05 TAR-PERIODICIDAD PIC X(3).
              88 TAR-ES-MENSUAL VALUE "MEN".
              88 TAR-ES-ANUAL VALUE "ANU".
          05 TAR-UMBRAL-EXENCION PIC 9(8).
