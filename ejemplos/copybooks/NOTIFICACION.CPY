      * con su estado, y en la cola solo permanecen los avisos
      * pendientes de reintento. NOT-ESTADO: PEN=pendiente,
      * ENV=enviado, ERR=descartado tras agotar reintentos (las lineas
      * antiguas sin estos campos se tratan como PEN con 0 intentos),
      * SUP=suprimido (aviso comercial a un cliente sin consentimiento
      * de publicidad en ningun canal de envio), INV=sin contacto
      * valido (todos los datos de contacto del cliente devueltos,
      * rebotados o vacios; lo retoma el ejecutivo). Los avisos de
      * servicio se envian siempre; los comerciales (OFE, oferta
      * preaprobada de GENERAR-OFERTAS) solo por un canal aceptado.
      * MAY y MAT son los avisos de mayoria de edad de una cuenta de
      * menor, al titular y a su tutor legal respectivamente.
      * CSP avisa al titular de una caja de seguridad que, por
      * arriendo impago, la caja pasa a perforacion (NOT-SALDO-NUEVO
      * lleva la deuda). RPR avisa el reprecio de un prestamo a tasa
      * variable (REPRECIO-PRESTAMOS): NOT-NUM-CUENTA lleva el numero
      * del prestamo y NOT-SALDO-NUEVO la nueva tasa anual en puntos
      * base. CSG avisa un cambio de telefono, correo o clave: sale
      * al telefono y al correo anteriores al cambio (CLI-TELEFONO-
      * ANTERIOR, CLI-EMAIL-ANTERIOR) y, si no los hay, por el canal
      * vigente. MPR avisa que la cuenta sera migrada de producto
      * (MIGRACION-PRODUCTOS): NOT-SALDO-NUEVO lleva la fecha efectiva
      * del cambio como AAMMDD. VCU, VOP y VPA son los recordatorios
      * previos al vencimiento (RECORDAR-VENCIMIENTOS) de una cuota
      * de prestamo, una orden permanente y un cargo automatico PAC;
      * FCU, FOP y FPA son los mismos avisos cuando el disponible
      * proyectado de la cuenta no alcanza. NOT-NUM-CUENTA lleva el
      * numero del prestamo (cuotas) o de la cuenta de cargo, y
      * NOT-SALDO-NUEVO el monto que se cobrara.
      ******************************************************************
       01 REGISTRO-NOTIFICACION.
          05 NOT-RUT PIC X(10).
          05 NOT-NUM-CUENTA PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 NOT-OPERACION PIC X(3).
              88 NOT-ES-COMERCIAL VALUE "OFE".
              88 NOT-ES-MAYORIA-TITULAR VALUE "MAY".
              88 NOT-ES-MAYORIA-TUTOR VALUE "MAT".
              88 NOT-ES-PERFORACION-CAJA VALUE "CSP".
              88 NOT-ES-REPRECIO-PRESTAMO VALUE "RPR".
              88 NOT-ES-CAMBIO-SEGURIDAD VALUE "CSG".
              88 NOT-ES-MIGRACION-PRODUCTO VALUE "MPR".
              88 NOT-ES-AVISO-VENCIMIENTO VALUE "VCU" "VOP" "VPA".
              88 NOT-ES-AVISO-SIN-FONDOS VALUE "FCU" "FOP" "FPA".
          05 FILLER PIC X VALUE SPACE.
          05 NOT-SALDO-NUEVO PIC -(7)9.
          05 FILLER PIC X VALUE SPACE.
              88 NOT-ESTA-PENDIENTE VALUE "PEN".
              88 NOT-FUE-ENVIADA VALUE "ENV".
              88 NOT-FUE-DESCARTADA VALUE "ERR".
              88 NOT-FUE-SUPRIMIDA VALUE "SUP".
              88 NOT-SIN-CONTACTO-VALIDO VALUE "INV".
          05 FILLER PIC X VALUE SPACE.
          05 NOT-REINTENTOS PIC 9(1).
