      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-PACKS (packs.txt), el
      * catalogo de packs comerciales: un grupo de productos (cuenta
      * corriente, tarjeta de debito, linea de sobregiro, etc.) que
      * se vende por una sola cuota mensual en vez de cobrar cada
      * servicio por separado segun tarifas.txt. PCK-PRODUCTO lista
      * los componentes del pack (informativo, para el ejecutivo y el
      * reporte); PCK-TARIFA-EXENTA lista los codigos del tarifario
      * que el suscriptor deja de pagar. COBRAR-COMISIONES respeta la
      * exencion para la mantencion (MAN exime la de cualquier
      * producto; el codigo propio de un producto, solo la de ese),
      * la comision por giro GIR y la comision por transferencia
      * interbancaria TIB. Un pack no vigente ya no se
      * vende, pero sus suscriptores siguen pagando y eximidos.
      ******************************************************************
       01 PACK.
          05 PCK-CODIGO PIC X(3).
          05 PCK-NOMBRE PIC X(30).
          05 PCK-CUOTA-MENSUAL PIC 9(8).
          05 PCK-COMPONENTES.
             10 PCK-PRODUCTO PIC X(3) OCCURS 5 TIMES.
          05 PCK-EXENCIONES.
             10 PCK-TARIFA-EXENTA PIC X(3) OCCURS 5 TIMES.
          05 PCK-VIGENTE PIC X(1) VALUE 'S'.
              88 PCK-ESTA-VIGENTE VALUE 'S'.
