      * (cassette.txt), de mayor a menor denominacion. Compartido por
      * CAJERO-AUTOMATICO, que arma vueltos y descuenta esta tabla, y
      * por CUADRE-DIARIO, que la lee para conciliar el efectivo
      * entregado contra los giros de la bitacora. Un terminal
      * bicomoneda lleva ademas cassettes de dolares (tabla USD mas
      * abajo), que se cuadran como una posicion de efectivo aparte.
      ******************************************************************
       01 WS-CASSETTE-INICIAL.
           05 FILLER PIC 9(5) VALUE 20000.
      *    rechazo y quedaron en el buzon de rechazo del terminal,
      *    pendientes de retiro por la cuadrilla.
       01 WS-CASSETTE-RECHAZADOS PIC 9(6) VALUE 0.
      *    Cassettes de dolares de un terminal bicomoneda, de mayor a
      *    menor denominacion igual que la tabla en pesos. Solo un
      *    terminal con WS-CASSETTE-USD-ACTIVO en 'S' entrega dolares
      *    a las cuentas USD; CARGAR-CASSETTE lo activa con la primera
      *    carga en dolares. Un terminal sin cassettes USD parte con
      *    las cantidades en cero. Los dolares retenidos por un
      *    atasco van a su propio buzon de retracto, porque el cuadre
      *    no puede sumar pesos con dolares.
       01 WS-CASSETTE-USD-INICIAL.
           05 FILLER PIC 9(5) VALUE 00100.
           05 FILLER PIC 9(4) VALUE 0000.
           05 FILLER PIC 9(5) VALUE 00050.
           05 FILLER PIC 9(4) VALUE 0000.
           05 FILLER PIC 9(5) VALUE 00020.
           05 FILLER PIC 9(4) VALUE 0000.
           05 FILLER PIC 9(5) VALUE 00010.
           05 FILLER PIC 9(4) VALUE 0000.
           05 FILLER PIC 9(5) VALUE 00005.
           05 FILLER PIC 9(4) VALUE 0000.
       01 WS-CASSETTE-USD REDEFINES WS-CASSETTE-USD-INICIAL.
           05 WS-CASSETTE-USD-ENTRY OCCURS 5 TIMES.
               10 WS-CASSETTE-USD-DENOMINACION PIC 9(5).
               10 WS-CASSETTE-USD-CANTIDAD PIC 9(4).
       01 WS-CASSETTE-USD-ACTIVO PIC X VALUE 'N'.
           88 CASSETTE-CON-DOLARES VALUE 'S'.
       01 WS-CASSETTE-USD-RETRACTO PIC 9(8) VALUE 0.
