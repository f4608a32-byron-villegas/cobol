          05 MOV-FECHAYHORA PIC X(19).
          05 MOV-ID-TERMINAL PIC X(8).
          05 MOV-ANU-TIPO-ORIGINAL PIC X(3).
      *    Contraparte del abono (BIT-RUT-CONTRAPARTE): el empleador
      *    en los NOM, en blanco en el resto.
          05 MOV-RUT-CONTRAPARTE PIC X(10).
