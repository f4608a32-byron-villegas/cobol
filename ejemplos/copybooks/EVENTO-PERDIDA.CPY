      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-PERDIDAS
      * (perdidas_operacionales.txt), la base de eventos de perdida
      * por riesgo operacional que exige el regulador. La carga
      * REGISTRAR-PERDIDAS-OPERACIONALES la puebla desde las fuentes
      * donde hoy se reconocen perdidas: partidas en suspenso
      * castigadas y faltantes de cassette del cuadre (SUS), disputas
      * resueltas a favor del cliente (DIS), casos de fraude
      * confirmados (FRA) y comisiones por cobrar condonadas (CXC); el
      * oficial de riesgo registra a mano lo que no tiene fuente (MAN)
      * en GESTION-PERDIDAS. La clave es el origen mas la referencia
      * del registro fuente (en MAN, la fecha y hora del registro),
      * asi una recarga actualiza el evento en vez de duplicarlo.
      * Categorias de Basilea: FRI=fraude interno, FRE=fraude
      * externo, RLS=relaciones laborales y seguridad en el puesto,
      * CLI=clientes, productos y practicas comerciales, DAF=danos a
      * activos fisicos, ISF=interrupcion del negocio y fallas de
      * sistemas, EJE=ejecucion, entrega y gestion de procesos.
      * Lineas de negocio: FCO=finanzas corporativas, NYV=negociacion
      * y ventas, BMI=banca minorista, BCO=banca comercial,
      * PYL=pagos y liquidaciones, SAG=servicios de agencia,
      * ADA=administracion de activos, IMI=intermediacion minorista.
      * Montos en pesos. Un evento reclasificado a mano conserva su
      * categoria y linea en las recargas; uno anulado (ANU) no
      * cuenta en el reporte.
      ******************************************************************
       01 EVENTO-PERDIDA.
          05 EVP-CLAVE.
             10 EVP-ORIGEN PIC X(3).
                 88 EVP-DE-SUSPENSO VALUE "SUS".
                 88 EVP-DE-DISPUTA VALUE "DIS".
                 88 EVP-DE-FRAUDE VALUE "FRA".
                 88 EVP-DE-CONDONACION VALUE "CXC".
                 88 EVP-ES-MANUAL VALUE "MAN".
             10 EVP-REFERENCIA PIC X(24).
          05 EVP-CATEGORIA PIC X(3).
              88 EVP-CATEGORIA-VALIDA VALUE "FRI" "FRE" "RLS" "CLI"
                  "DAF" "ISF" "EJE".
          05 EVP-LINEA-NEGOCIO PIC X(3).
              88 EVP-LINEA-VALIDA VALUE "FCO" "NYV" "BMI" "BCO"
                  "PYL" "SAG" "ADA" "IMI".
          05 EVP-PERDIDA-BRUTA PIC 9(10).
          05 EVP-RECUPERACION PIC 9(10).
          05 EVP-FECHA-OCURRENCIA PIC 9(8).
          05 EVP-FECHA-DESCUBRIMIENTO PIC 9(8).
          05 EVP-FECHA-REGISTRO PIC 9(8).
          05 EVP-RUT PIC X(10).
          05 EVP-DESCRIPCION PIC X(40).
          05 EVP-ESTADO PIC X(3).
              88 EVP-ESTA-VIGENTE VALUE "VIG".
              88 EVP-ESTA-ANULADO VALUE "ANU".
          05 EVP-REGISTRADO-POR PIC X(10).
          05 EVP-RECLASIFICADO PIC X(1).
              88 EVP-FUE-RECLASIFICADO VALUE 'S'.
