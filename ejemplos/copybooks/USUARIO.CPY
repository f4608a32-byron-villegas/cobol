      * maestro y exige el rol que corresponde; tres claves malas
      * seguidas bloquean al operador hasta que un supervisor lo
      * desbloquee en MANTENCION-USUARIOS. Roles: CAJ=cajero de
      * ventanilla, EJE=ejecutivo, SUP=supervisor, CUM=cumplimiento,
      * RSG=oficial de riesgo operacional.
      ******************************************************************
       01 USUARIO.
          05 USU-RUT PIC X(10).
              88 USU-ES-EJECUTIVO VALUE "EJE".
              88 USU-ES-SUPERVISOR VALUE "SUP".
              88 USU-ES-CUMPLIMIENTO VALUE "CUM".
              88 USU-ES-RIESGO VALUE "RSG".
              88 USU-ROL-ES-VALIDO VALUE "CAJ" "EJE" "SUP" "CUM"
                  "RSG".
          05 USU-INTENTOS-FALLIDOS PIC 9(1).
          05 USU-BLOQUEADO PIC X(1).
              88 USU-ESTA-BLOQUEADO VALUE 'S'.
