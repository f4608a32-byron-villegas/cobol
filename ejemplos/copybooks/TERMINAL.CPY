      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-TERMINALES
      * (terminales.txt), el maestro de terminales: a que sucursal
      * pertenece cada WS-ID-TERMINAL, sea un cajero automatico (ATM,
      * el CAJERO_ID_TERMINAL con que corre CAJERO-AUTOMATICO) o una
      * ventanilla o puesto de ejecutivo (VEN, el CAJA_ID_VENTANILLA
      * con que corren la caja de ventanilla y la apertura de
      * cuentas en sucursal). Un terminal que no este aqui queda
      * como "sin sucursal" en los reportes. TRM-ESTADO: A=activo,
      * R=retirado. Lo mantiene MANTENCION-SUCURSALES.
      ******************************************************************
       01 REGISTRO-TERMINAL.
          05 TRM-ID-TERMINAL PIC X(8).
          05 TRM-TIPO PIC X(3).
              88 TRM-ES-CAJERO VALUE "ATM".
              88 TRM-ES-VENTANILLA VALUE "VEN".
              88 TRM-TIPO-VALIDO VALUE "ATM" "VEN".
          05 TRM-CODIGO-SUCURSAL PIC X(4).
          05 TRM-DESCRIPCION PIC X(30).
          05 TRM-ESTADO PIC X(1).
              88 TRM-ESTA-ACTIVO VALUE "A".
              88 TRM-ESTA-RETIRADO VALUE "R".
