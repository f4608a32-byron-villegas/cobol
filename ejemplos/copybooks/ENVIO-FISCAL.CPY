      ******************************************************************
      * Copybook: layout del informe anual de cuentas de residentes
      * tributarios extranjeros (fatca_crs-<anio>.txt) que arma
      * REPORTAR-RESIDENCIA-FISCAL para la autoridad tributaria,
      * registros de largo fijo: 01=cabecera (entidad, GIIN, fecha
      * de envio), 02=cuenta informada (una por cuenta y
      * jurisdiccion: FATCA para personas estadounidenses, CRS para
      * cada otro pais declarado), 99=cola con la cantidad de
      * cuentas de cada regimen y los totales de saldo e interes.
      * Saldo de cierre en la moneda de la cuenta, cero si era
      * negativo; interes bruto = abonos INT del anio.
      ******************************************************************
       01 REGISTRO-FISCAL.
          05 FIS-TIPO-REGISTRO PIC X(2).
          05 FIS-ANIO PIC 9(4).
          05 FIS-DATOS PIC X(200).
          05 FIS-CABECERA REDEFINES FIS-DATOS.
             10 FIS-CODIGO-ENTIDAD PIC X(4).
             10 FIS-GIIN PIC X(19).
             10 FIS-PAIS-ENTIDAD PIC X(2).
             10 FIS-FECHA-ENVIO PIC 9(8).
             10 FILLER PIC X(167).
          05 FIS-CUENTA REDEFINES FIS-DATOS.
             10 FIS-CTA-REGIMEN PIC X(5).
             10 FIS-CTA-PAIS PIC X(2).
             10 FIS-CTA-NIF PIC X(20).
             10 FIS-CTA-RUT PIC X(10).
             10 FIS-CTA-NOMBRE PIC X(40).
             10 FIS-CTA-DIRECCION PIC X(40).
             10 FIS-CTA-COMUNA PIC X(20).
             10 FIS-CTA-FECHA-NACIMIENTO PIC 9(8).
             10 FIS-CTA-TIPO-PERSONA PIC X(1).
             10 FIS-CTA-NUM-CUENTA PIC 9(3).
             10 FIS-CTA-MONEDA PIC X(3).
             10 FIS-CTA-SALDO-CIERRE PIC 9(12).
             10 FIS-CTA-INTERES-BRUTO PIC 9(12).
      *          S = titular autocertificado; N = informado por los
      *          datos de residencia registrados sin autocertificar.
             10 FIS-CTA-AUTOCERTIFICADA PIC X(1).
             10 FILLER PIC X(23).
          05 FIS-COLA REDEFINES FIS-DATOS.
             10 FIS-CANT-CUENTAS PIC 9(6).
             10 FIS-CANT-FATCA PIC 9(6).
             10 FIS-CANT-CRS PIC 9(6).
             10 FIS-TOTAL-SALDOS PIC 9(14).
             10 FIS-TOTAL-INTERESES PIC 9(14).
             10 FILLER PIC X(154).
