      * plata, para que el batch de expiracion pueda devolversela si
      * el beneficiario nunca completa la activacion. Estados:
      * PEN=esperando activacion, ACT=activada por el titular,
      * DEV=expirada y devuelta al empleador, EXP=solicitud web
      * expirada sin activar (no habia plata que devolver).
      ******************************************************************
       01 PREAPERTURA.
          05 PRE-CLAVE.
              88 PRE-ESTA-PENDIENTE VALUE "PEN".
              88 PRE-FUE-ACTIVADA VALUE "ACT".
              88 PRE-FUE-DEVUELTA VALUE "DEV".
              88 PRE-FUE-EXPIRADA VALUE "EXP".
      *       Origen de la preapertura: NOM=nomina del empleador,
      *       WEB=solicitud de apertura del formulario web (sin
      *       empleador), con su numero de apertura correlativo que
      *       el cliente presenta en la sucursal. En blanco es
      *       nomina, como todas las antiguas. POR=cliente que llega
      *       por portabilidad financiera desde otro banco: tampoco
      *       tiene empleador y expira igual que una solicitud web.
          05 PRE-ORIGEN PIC X(3).
              88 PRE-ES-DE-NOMINA VALUE "NOM" SPACES.
              88 PRE-ES-SOLICITUD-WEB VALUE "WEB".
              88 PRE-ES-PORTABILIDAD VALUE "POR".
          05 PRE-NUMERO-APERTURA PIC 9(10).
