      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-ACEPTACIONES
      * (aceptaciones_terminos.txt), la decision de cada RUT sobre
      * cada version de terminos y condiciones de su producto:
      * A=aceptada, R=rechazada (el cliente fue derivado a la
      * sucursal). Guarda cuando y donde se tomo la decision
      * (CAJ=cajero, EJE=ejecutivo en sucursal) y quien la
      * registro (terminal del cajero o RUT del ejecutivo). Una
      * aceptacion posterior a un rechazo reemplaza la decision;
      * el rechazo original sigue en el diario del terminal o en
      * la bitacora administrativa. REPORTE-ACEPTACIONES-TERMINOS
      * lo lista por version para las inspecciones del regulador.
      ******************************************************************
       01 ACEPTACION-TERMINOS.
          05 ACP-CLAVE.
             10 ACP-RUT PIC X(10).
             10 ACP-PRODUCTO PIC X(3).
             10 ACP-VERSION PIC 9(3).
          05 ACP-DECISION PIC X(1).
              88 ACP-FUE-ACEPTADA VALUE 'A'.
              88 ACP-FUE-RECHAZADA VALUE 'R'.
          05 ACP-FECHAYHORA PIC X(19).
          05 ACP-ORIGEN PIC X(3).
          05 ACP-USUARIO PIC X(10).
