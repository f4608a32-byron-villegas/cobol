      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-RETENCIONES-POS
      * (retenciones_pos.txt), las retenciones por compras con la
      * tarjeta de debito en comercios. AUTORIZAR-COMPRAS-POS aprueba
      * cada autorizacion del adquirente contra el disponible de la
      * cuenta y deja el monto retenido (PEN): desde ese momento los
      * demas canales lo descuentan del disponible igual que un
      * bolsillo o una reserva de giro. IMPORTAR-COMPENSACION-POS
      * calza el archivo de compensacion del adquirente con la
      * retencion por tarjeta y codigo de autorizacion, carga la
      * cuenta (movimiento CPO) y la deja LIQ; una retencion que no
      * se compensa dentro del plazo la libera EXPIRAR-RETENCIONES-POS
      * (EXP). Estados: PEN=pendiente, LIQ=liquidada, EXP=expirada.
      ******************************************************************
       01 RETENCION-POS.
          05 RPO-CLAVE.
             10 RPO-NUM-TARJETA PIC 9(16).
             10 RPO-COD-AUTORIZACION PIC X(6).
          05 RPO-RUT PIC X(10).
          05 RPO-NUM-CUENTA PIC 9(3).
          05 RPO-COMERCIO PIC X(20).
          05 RPO-MONTO PIC 9(8).
          05 RPO-FECHA-AUTORIZACION PIC 9(8).
          05 RPO-MONTO-LIQUIDADO PIC 9(8).
          05 RPO-FECHA-LIQUIDACION PIC 9(8).
          05 RPO-ESTADO PIC X(3).
              88 RPO-ESTA-PENDIENTE VALUE "PEN".
              88 RPO-FUE-LIQUIDADA VALUE "LIQ".
              88 RPO-FUE-EXPIRADA VALUE "EXP".
