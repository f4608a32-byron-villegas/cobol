      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-VINCULOS
      * (vinculos_riesgo.txt), el registro de grupos economicos y
      * partes relacionadas con el banco, un registro por RUT. Un RUT
      * con VIN-CODIGO-GRUPO pertenece a ese grupo economico (todas
      * las sociedades y personas de un mismo controlador): para el
      * limite legal de credito el grupo se mira como un solo
      * deudor. VIN-RELACIONADO = 'S' marca a un relacionado con el
      * banco (director, gerente, accionista relevante, o familiar o
      * sociedad de alguno de ellos): sus creditos tienen limite
      * propio y exigen aprobacion especial. Un RUT puede ser ambas
      * cosas. VIN-RELACION dice el vinculo: CON=controlador del
      * grupo, SOC=sociedad del grupo, PER=persona del grupo,
      * DIR=director, GER=gerente o ejecutivo principal,
      * ACC=accionista relevante, FAM=familiar de un relacionado.
      * Lo mantiene MANTENCION-VINCULOS; lo leen SOLICITAR-PRESTAMO
      * y REPORTE-GRANDES-EXPOSICIONES. Estados: VIG=vigente,
      * BAJ=dado de baja.
      ******************************************************************
       01 VINCULO-RIESGO.
          05 VIN-RUT PIC X(10).
          05 VIN-CODIGO-GRUPO PIC X(8).
          05 VIN-NOMBRE-GRUPO PIC X(30).
          05 VIN-RELACIONADO PIC X(1).
              88 VIN-ES-RELACIONADO VALUE 'S'.
          05 VIN-RELACION PIC X(3).
              88 VIN-RELACION-ES-VALIDA VALUE "CON" "SOC" "PER"
                  "DIR" "GER" "ACC" "FAM".
              88 VIN-RELACION-DE-GRUPO VALUE "CON" "SOC" "PER".
          05 VIN-DETALLE PIC X(30).
          05 VIN-FECHA-ALTA PIC 9(8).
          05 VIN-OPERADOR PIC X(10).
          05 VIN-ESTADO PIC X(3).
              88 VIN-ESTA-VIGENTE VALUE "VIG".
              88 VIN-FUE-DADO-DE-BAJA VALUE "BAJ".
