      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-MIGRACIONES
      * (migraciones_producto.txt), las cuentas incluidas en una
      * migracion masiva de producto (por ejemplo todas las VIS a un
      * nuevo plan vista), una por cuenta. MIGRACION-PRODUCTOS la
      * programa con el aviso al cliente y una fecha efectiva que
      * respeta el plazo legal de aviso; APLICAR-MIGRACION-PRODUCTOS
      * hace el cambio ese dia, volviendo a revisar las reglas del
      * producto destino. Estados: PRG=programada y avisada,
      * APL=aplicada, REC=rechazada al aplicar (MGP-MOTIVO), ANU=
      * anulada por el supervisor antes de la fecha efectiva.
      * MGP-LOTE identifica la corrida que la programo.
      ******************************************************************
       01 MIGRACION-PRODUCTO.
          05 MGP-CLAVE.
             10 MGP-RUT PIC X(10).
             10 MGP-NUM-CUENTA PIC 9(3).
          05 MGP-LOTE PIC X(14).
          05 MGP-PRODUCTO-ORIGEN PIC X(3).
          05 MGP-PRODUCTO-DESTINO PIC X(3).
          05 MGP-FECHA-PROGRAMACION PIC 9(8).
          05 MGP-FECHA-EFECTIVA PIC 9(8).
          05 MGP-ESTADO PIC X(3).
              88 MGP-ESTA-PROGRAMADA VALUE "PRG".
              88 MGP-ESTA-APLICADA VALUE "APL".
              88 MGP-ESTA-RECHAZADA VALUE "REC".
              88 MGP-ESTA-ANULADA VALUE "ANU".
          05 MGP-FECHA-APLICACION PIC 9(8).
          05 MGP-SUPERVISOR PIC X(10).
          05 MGP-MOTIVO PIC X(30).
