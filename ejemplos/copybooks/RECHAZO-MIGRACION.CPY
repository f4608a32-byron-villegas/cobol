      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-RECHAZOS-MIGRACION
      * (migracion_productos_rechazos.txt), el informe de las cuentas
      * que no se pudieron migrar de producto. Lo agregan tanto
      * MIGRACION-PRODUCTOS al programar el lote (RCM-ETAPA PRG: la
      * cuenta cumplia los criterios pero no las reglas del producto
      * destino) como APLICAR-MIGRACION-PRODUCTOS en la fecha
      * efectiva (RCM-ETAPA APL: la cuenta cambio desde el aviso).
      ******************************************************************
       01 REGISTRO-RECHAZO-MIGRACION.
          05 RCM-FECHA PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 RCM-LOTE PIC X(14).
          05 FILLER PIC X VALUE SPACE.
          05 RCM-ETAPA PIC X(3).
              88 RCM-AL-PROGRAMAR VALUE "PRG".
              88 RCM-AL-APLICAR VALUE "APL".
          05 FILLER PIC X VALUE SPACE.
          05 RCM-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 RCM-NUM-CUENTA PIC 9(3).
          05 FILLER PIC X VALUE SPACE.
          05 RCM-PRODUCTO-ORIGEN PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 RCM-PRODUCTO-DESTINO PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 RCM-SALDO PIC -(8)9.
          05 FILLER PIC X VALUE SPACE.
          05 RCM-MOTIVO PIC X(30).
