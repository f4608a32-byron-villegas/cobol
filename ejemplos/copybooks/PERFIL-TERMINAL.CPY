      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-PERFILES-TERMINAL
      * (perfiles_terminal.txt), el perfil de capacidades de cada
      * cajero automatico, un registro por WS-ID-TERMINAL. Dice que
      * operaciones del menu ofrece el terminal (PTE-TODAS-OPERACIONES
      * = 'S' las ofrece todas; si no, solo las de la lista, y SAL
      * siempre), si recibe depositos en efectivo y en cheque, si paga
      * giros sin tarjeta, el tope por giro de cada franja horaria
      * (HHMM desde/hasta; una franja con desde mayor que hasta cruza
      * la medianoche; tope 0 = franja sin usar) y las denominaciones
      * fisicamente instaladas en sus cassettes (0 = posicion vacia).
      * Un terminal sin perfil opera con todas sus capacidades. Lo
      * mantiene MANTENCION-SUCURSALES; lo lee CAJERO-AUTOMATICO al
      * partir.
      ******************************************************************
       01 PERFIL-TERMINAL.
          05 PTE-ID-TERMINAL PIC X(8).
          05 PTE-TODAS-OPERACIONES PIC X(1).
              88 PTE-OFRECE-TODAS VALUE 'S'.
          05 PTE-OPERACION-HABILITADA PIC X(3) OCCURS 40 TIMES.
          05 PTE-ACEPTA-EFECTIVO PIC X(1).
              88 PTE-RECIBE-EFECTIVO VALUE 'S'.
          05 PTE-ACEPTA-CHEQUES PIC X(1).
              88 PTE-RECIBE-CHEQUES VALUE 'S'.
          05 PTE-PAGA-GIRO-SIN-TARJETA PIC X(1).
              88 PTE-PAGA-GST VALUE 'S'.
          05 PTE-FRANJA OCCURS 4 TIMES.
              10 PTE-FRANJA-DESDE PIC 9(4).
              10 PTE-FRANJA-HASTA PIC 9(4).
              10 PTE-FRANJA-TOPE-GIRO PIC 9(8).
          05 PTE-DENOMINACION-INSTALADA PIC 9(5) OCCURS 5 TIMES.
          05 PTE-FECHA-ACTUALIZACION PIC 9(8).
          05 PTE-OPERADOR PIC X(10).
