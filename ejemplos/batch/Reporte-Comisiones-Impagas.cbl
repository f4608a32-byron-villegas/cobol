      *          de 90), con el total devengado, lo recuperado por
      *          los canales de abono y el saldo impago. Es la cifra
      *          que finanzas estimaba a ojo: cuanto se estaba
      *          perdonando cada mes. Lo condonado por un supervisor
      *          se informa aparte y ya no envejece.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-TOTAL-DEVENGADO PIC 9(12) VALUE 0.
       77 WS-TOTAL-RECUPERADO PIC 9(12) VALUE 0.
       77 WS-TOTAL-PENDIENTE PIC 9(12) VALUE 0.
       77 WS-TOTAL-CONDONADO PIC 9(12) VALUE 0.
       77 WS-TRAMO-30 PIC 9(12) VALUE 0.
       77 WS-TRAMO-90 PIC 9(12) VALUE 0.
       77 WS-TRAMO-MAS PIC 9(12) VALUE 0.
            DISPLAY "TOTAL DEVENGADO:   " WS-FORMATO-MONEDA.
            MOVE WS-TOTAL-RECUPERADO TO WS-FORMATO-MONEDA.
            DISPLAY "TOTAL RECUPERADO:  " WS-FORMATO-MONEDA.
            MOVE WS-TOTAL-CONDONADO TO WS-FORMATO-MONEDA.
            DISPLAY "TOTAL CONDONADO:   " WS-FORMATO-MONEDA.
            MOVE WS-TOTAL-PENDIENTE TO WS-FORMATO-MONEDA.
            DISPLAY "PENDIENTE:         " WS-FORMATO-MONEDA.
            MOVE WS-TRAMO-30 TO WS-FORMATO-MONEDA.
            SUMAR-UNA-PARTIDA.
               ADD CXC-MONTO TO WS-TOTAL-DEVENGADO
               ADD CXC-MONTO-COBRADO TO WS-TOTAL-RECUPERADO
               IF CXC-FUE-CONDONADA
                   COMPUTE WS-TOTAL-CONDONADO = WS-TOTAL-CONDONADO
                       + CXC-MONTO - CXC-MONTO-COBRADO
               END-IF
               IF CXC-ESTA-PENDIENTE
                   COMPUTE WS-PENDIENTE =
                       CXC-MONTO - CXC-MONTO-COBRADO
