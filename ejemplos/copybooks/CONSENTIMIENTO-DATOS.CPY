      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-CONSENT-DATOS
      * (consentimientos_datos.txt), el registro de consentimientos
      * de finanzas abiertas: cada RUT autoriza a un proveedor del
      * maestro proveedores_datos.txt a recibir los datos de una de
      * sus cuentas, con los alcances que elija (saldos,
      * movimientos, prestamos; los prestamos van por RUT, basta
      * que una de las cuentas consentidas lo incluya) y hasta una
      * fecha de expiracion. Estados: VIG=vigente, REV=revocado por
      * el cliente, EXP=expirado (lo marca el extracto diario). El
      * origen dice donde se capturo (CAJ=cajero, EJE=ejecutivo en
      * sucursal) y el usuario quien lo registro. CSD-ULTIMA-
      * SECUENCIA es el ultimo movimiento ya entregado al proveedor,
      * para que cada extracto lleve solo lo nuevo.
      ******************************************************************
       01 CONSENTIMIENTO-DATOS.
          05 CSD-CLAVE.
             10 CSD-RUT PIC X(10).
             10 CSD-PROVEEDOR PIC X(6).
             10 CSD-NUM-CUENTA PIC 9(3).
          05 CSD-ALCANCE-SALDOS PIC X(1).
              88 CSD-INCLUYE-SALDOS VALUE 'S'.
          05 CSD-ALCANCE-MOVIMIENTOS PIC X(1).
              88 CSD-INCLUYE-MOVIMIENTOS VALUE 'S'.
          05 CSD-ALCANCE-PRESTAMOS PIC X(1).
              88 CSD-INCLUYE-PRESTAMOS VALUE 'S'.
          05 CSD-FECHA-OTORGAMIENTO PIC 9(8).
          05 CSD-FECHA-EXPIRACION PIC 9(8).
          05 CSD-ESTADO PIC X(3).
              88 CSD-ESTA-VIGENTE VALUE "VIG".
              88 CSD-ESTA-REVOCADO VALUE "REV".
              88 CSD-ESTA-EXPIRADO VALUE "EXP".
          05 CSD-FECHA-REVOCACION PIC 9(8).
          05 CSD-ORIGEN PIC X(3).
          05 CSD-USUARIO PIC X(10).
          05 CSD-ULTIMA-SECUENCIA PIC 9(10).
          05 CSD-FECHA-ULTIMA-ENTREGA PIC 9(8).
