      ******************************************************************
      * Copybook: layout del archivo de boletas electronicas de
      * comisiones para el Servicio de Impuestos Internos
      * (boletas-AAAAMM.txt), registros de largo fijo: 01=cabecera
      * (RUT del banco emisor, periodo, fecha de generacion y tasa de
      * IVA en puntos base), 02=boleta, una por cliente y mes con el
      * total de las comisiones cobradas en el periodo, 99=cola con
      * la cantidad de boletas y los totales neto, IVA y bruto. El
      * folio es el periodo AAAAMM seguido del correlativo de la
      * boleta en el mes, de modo que reprocesar un mes entrega los
      * mismos folios.
      ******************************************************************
       01 REGISTRO-BOLETA.
          05 BOL-TIPO-REGISTRO PIC X(2).
          05 BOL-DATOS PIC X(70).
          05 BOL-CABECERA REDEFINES BOL-DATOS.
             10 BOL-RUT-EMISOR PIC X(10).
             10 BOL-PERIODO PIC 9(6).
             10 BOL-FECHA-GENERACION PIC 9(8).
             10 BOL-TASA-IVA-PB PIC 9(5).
             10 FILLER PIC X(41).
          05 BOL-DETALLE REDEFINES BOL-DATOS.
      *       39 = boleta electronica afecta.
             10 BOL-TIPO-DOCUMENTO PIC 9(2).
             10 BOL-FOLIO PIC 9(12).
             10 BOL-FECHA-EMISION PIC 9(8).
             10 BOL-RUT-RECEPTOR PIC X(10).
             10 BOL-MONTO-NETO PIC 9(12).
             10 BOL-MONTO-IVA PIC 9(12).
             10 BOL-MONTO-TOTAL PIC 9(12).
             10 FILLER PIC X(2).
          05 BOL-COLA REDEFINES BOL-DATOS.
             10 BOL-CANT-BOLETAS PIC 9(6).
             10 BOL-TOTAL-NETO PIC 9(14).
             10 BOL-TOTAL-IVA PIC 9(14).
             10 BOL-TOTAL-BRUTO PIC 9(14).
             10 FILLER PIC X(22).
