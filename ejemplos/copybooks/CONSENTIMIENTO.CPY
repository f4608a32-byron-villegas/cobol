      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-CONSENTIMIENTOS
      * (consentimientos.txt), el registro historico de cada cambio
      * en el consentimiento de publicidad de un cliente: canal
      * afectado (SMS, EML, CAR, CAJ), valor anterior y nuevo (S/N),
      * donde se capturo (CAJ=cajero, EJE=ejecutivo) y quien lo
      * registro (terminal del cajero o RUT del ejecutivo). Solo se
      * agrega al final; REPORTE-CONSENTIMIENTOS lo resume para
      * cumplimiento.
      ******************************************************************
       01 REGISTRO-CONSENTIMIENTO.
          05 CNS-FECHAYHORA PIC X(19).
          05 FILLER PIC X VALUE SPACE.
          05 CNS-RUT PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 CNS-CANAL PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 CNS-VALOR-ANTERIOR PIC X(1).
          05 FILLER PIC X VALUE SPACE.
          05 CNS-VALOR-NUEVO PIC X(1).
              88 CNS-ES-OTORGAMIENTO VALUE 'S'.
          05 FILLER PIC X VALUE SPACE.
          05 CNS-ORIGEN PIC X(3).
          05 FILLER PIC X VALUE SPACE.
          05 CNS-USUARIO PIC X(10).
