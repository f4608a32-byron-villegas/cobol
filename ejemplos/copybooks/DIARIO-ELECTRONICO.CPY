      * el mundo. Eventos: LOG=credenciales invalidas, BLO=cuenta
      * bloqueada, LIM=limite diario, CAS=cassette sin vuelto,
      * SUP=supervisor denego, TOU=timeout de sesion, OTP=codigo OTP
      * invalido, CAN=confirmacion cancelada, MON=dato/monto invalido,
      * SEG=operacion retenida por el periodo de seguridad que sigue a
      * un cambio de telefono, correo o clave, PRF=operacion o giro
      * que el perfil del terminal no permite (operacion no
      * habilitada, sin modulo de deposito, tope de la franja
      * horaria).
      ******************************************************************
       01 REGISTRO-DIARIO.
          05 DIA-FECHAYHORA PIC X(19).
