      * un codigo de resolucion, y REPORTE-SUSPENSO envejece lo
      * abierto para escalar lo que pase de una semana. Tipos: CAS=
      * descuadre de cassette, RET=descuadre de retracto, SCL=saldos
      * CLP, SUS=saldos USD, CAU=descuadre de cassettes de dolares,
      * RTU=descuadre del retracto de dolares, LQ1 a LQ9=diferencia
      * entre la liquidacion del banco central y la posicion esperada
      * del ciclo 1 a 9 de camara (IMPORTAR-ESTADO-BCENTRAL), SWI=
      * transferencias internacionales entrantes sin beneficiario
      * que calce, en otra moneda o con centavos
      * (IMPORTAR-SWIFT-ENTRANTE), en unidades de la moneda del
      * mensaje y con el detalle por folio en
      * transferencias_internacionales.txt.
      * Resoluciones: AJU=ajuste, ERR=error de operacion corregido,
      * REC=recuperado, PER=castigada como perdida (pasa a la base de
      * perdidas operacionales).
      ******************************************************************
       01 PARTIDA-SUSPENSO.
          05 SUS-CLAVE.
