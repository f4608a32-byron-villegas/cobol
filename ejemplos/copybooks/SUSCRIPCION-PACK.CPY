      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-SUSCRIPCIONES
      * (suscripciones_pack.txt), la suscripcion de cada RUT a un pack
      * del catalogo packs.txt, una por cliente. El mes en que el
      * cliente se suscribe, cambia de pack o se da de baja la cuota
      * se prorratea por dias: desde la fecha de inicio, con el pack
      * anterior hasta la fecha de cambio y el actual desde ella, y
      * hasta la fecha de baja. Si hay dos cambios en un mismo mes
      * los dias previos al ultimo se cobran al pack con que el
      * cliente empezo el mes. SPK-PERIODO-COBRADO (AAAAMM) evita
      * cobrar dos veces la cuota si el batch se reprocesa. Estados:
      * VIG=vigente, BAJ=dado de baja.
      ******************************************************************
       01 SUSCRIPCION-PACK.
          05 SPK-RUT PIC X(10).
          05 SPK-CODIGO-PACK PIC X(3).
          05 SPK-FECHA-INICIO PIC 9(8).
          05 SPK-ESTADO PIC X(3).
              88 SPK-ESTA-VIGENTE VALUE "VIG".
              88 SPK-FUE-DADA-DE-BAJA VALUE "BAJ".
          05 SPK-FECHA-BAJA PIC 9(8).
          05 SPK-PACK-ANTERIOR PIC X(3).
          05 SPK-FECHA-CAMBIO PIC 9(8).
          05 SPK-PERIODO-COBRADO PIC 9(6).
