      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-RIESGOS
      * (riesgos_clientes.txt), la calificacion de riesgo de lavado
      * vigente de cada RUT segun el ultimo calculo de
      * CALIFICAR-RIESGO-CLIENTES: BAJ, MED o ALT, con los puntos que
      * aporto cada factor y lo que la calificacion exige: cada
      * cuantos meses se refresca el KYC (REVISION-KYC, el cajero y
      * la caja) y desde que monto una operacion en efectivo se
      * reporta al regulador (REPORTE-COMPLIANCE). Un RUT sin
      * registro se trata con el periodo y el umbral generales.
      * Factores: PEP, lista de vigilancia (vigente o de baja),
      * proximidad (items retenidos junto a un RUT vigilado),
      * ocupacion, origen declarado de fondos, declaraciones de
      * origen en efectivo, intensidad de efectivo y persona
      * juridica. Cada cambio queda en riesgos_historial.txt.
      ******************************************************************
       01 RIESGO-CLIENTE.
          05 RIE-RUT PIC X(10).
          05 RIE-NIVEL PIC X(3).
              88 RIE-ES-BAJO VALUE "BAJ".
              88 RIE-ES-MEDIO VALUE "MED".
              88 RIE-ES-ALTO VALUE "ALT".
          05 RIE-NIVEL-ANTERIOR PIC X(3).
          05 RIE-PUNTAJE PIC 9(3).
          05 RIE-FACTORES.
             10 RIE-PTS-PEP PIC 9(3).
             10 RIE-PTS-VIGILANCIA PIC 9(3).
             10 RIE-PTS-PROXIMIDAD PIC 9(3).
             10 RIE-PTS-OCUPACION PIC 9(3).
             10 RIE-PTS-ORIGEN PIC 9(3).
             10 RIE-PTS-DECLARACIONES PIC 9(3).
             10 RIE-PTS-EFECTIVO PIC 9(3).
             10 RIE-PTS-JURIDICA PIC 9(3).
          05 RIE-MESES-KYC PIC 9(2).
          05 RIE-UMBRAL-EFECTIVO PIC 9(8).
          05 RIE-FECHA-CALCULO PIC 9(8).
          05 RIE-FECHA-CAMBIO PIC 9(8).
