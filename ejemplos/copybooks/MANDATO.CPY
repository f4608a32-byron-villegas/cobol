      * directorio a COBRAR montos variables contra la cuenta del
      * cliente: el cliente lo crea y lo revoca desde el cajero, y el
      * batch de cobranzas solo debita items que calzan con un
      * mandato vigente. Estados: VIG=vigente, REV=revocado,
      * PEN=recreado por portabilidad sobre una cuenta pre-abierta,
      * que entra en vigencia cuando el cliente la activa.
      ******************************************************************
       01 MANDATO.
          05 MAN-CLAVE.
          05 MAN-ESTADO PIC X(3).
              88 MAN-ESTA-VIGENTE VALUE "VIG".
              88 MAN-FUE-REVOCADO VALUE "REV".
              88 MAN-ESTA-PENDIENTE VALUE "PEN".
      *       Ultimo cobro que el convenio presento contra el mandato
      *       (pagado o no): PROCESAR-COBRANZAS lo actualiza en cada
      *       item y RECORDAR-VENCIMIENTOS proyecta desde aqui el
      *       proximo cobro mensual para avisarlo por adelantado.
      *       Mandatos antiguos traen ambos campos en cero y no se
      *       avisan hasta su primer cobro.
          05 MAN-FECHA-ULTIMO-COBRO PIC 9(8).
          05 MAN-MONTO-ULTIMO-COBRO PIC 9(8).
