      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-CAJAS
      * (cajas_seguridad.txt), el registro de cajas de seguridad que
      * antes la sucursal llevaba en un libro. Cada caja se identifica
      * por sucursal y numero, tiene un tamano (P/M/G, que fija la
      * tarifa anual CSP/CSM/CSG) y, arrendada, un titular con la
      * cuenta donde se carga el arriendo y hasta dos cotitulares que
      * tambien pueden abrirla. COBRAR-CAJAS-SEGURIDAD cobra el
      * arriendo al vencer CSG-FECHA-PROX-COBRO; sin fondos lo deja
      * en la cartera por cobrar (CSG-FECHA-DEVENGO-CXC apunta al
      * ultimo devengo) y marca la mora desde CSG-FECHA-IMPAGO. Con
      * la mora vencida la caja pasa a PER y solo un supervisor la
      * perfora e inventaria en MANTENCION-CAJAS-SEGURIDAD. Si el
      * titular fallece, IMPORTAR-DEFUNCIONES la marca en
      * CSG-TITULAR-FALLECIDO y desde entonces solo la abren los
      * herederos. Estados: DIS=disponible, ARR=arrendada,
      * PER=perforacion pendiente, INV=perforada, contenido
      * inventariado en custodia del banco.
      ******************************************************************
       01 CAJA-SEGURIDAD.
          05 CSG-CLAVE.
             10 CSG-SUCURSAL PIC X(4).
             10 CSG-NUMERO PIC 9(4).
          05 CSG-TAMANO PIC X(1).
              88 CSG-ES-PEQUENA VALUE 'P'.
              88 CSG-ES-MEDIANA VALUE 'M'.
              88 CSG-ES-GRANDE VALUE 'G'.
              88 CSG-TAMANO-ES-VALIDO VALUE 'P' 'M' 'G'.
          05 CSG-ESTADO PIC X(3).
              88 CSG-ESTA-DISPONIBLE VALUE "DIS".
              88 CSG-ESTA-ARRENDADA VALUE "ARR".
              88 CSG-ESTA-EN-PERFORACION VALUE "PER".
              88 CSG-FUE-PERFORADA VALUE "INV".
          05 CSG-RUT-TITULAR PIC X(10).
          05 CSG-NUM-CUENTA PIC 9(3).
          05 CSG-RUT-COTITULAR-1 PIC X(10).
          05 CSG-RUT-COTITULAR-2 PIC X(10).
          05 CSG-FECHA-INICIO PIC 9(8).
          05 CSG-FECHA-PROX-COBRO PIC 9(8).
          05 CSG-FECHA-IMPAGO PIC 9(8).
          05 CSG-FECHA-DEVENGO-CXC PIC 9(8).
          05 CSG-MONTO-ADEUDADO PIC 9(8).
          05 CSG-TITULAR-FALLECIDO PIC X(1).
              88 CSG-TITULAR-HA-FALLECIDO VALUE 'S'.
          05 CSG-FECHA-PERFORACION PIC 9(8).
