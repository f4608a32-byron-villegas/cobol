      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-PROVEEDORES-DATOS
      * (proveedores_datos.txt), el maestro de proveedores de
      * finanzas abiertas inscritos ante el regulador, a los que un
      * cliente puede autorizar a recibir sus datos. Solo un
      * proveedor vigente puede recibir consentimientos nuevos y
      * extractos; dar de baja un proveedor corta sus entregas sin
      * borrar los consentimientos ya otorgados.
      ******************************************************************
       01 PROVEEDOR-DATOS.
          05 PRD-CODIGO PIC X(6).
          05 PRD-NOMBRE PIC X(30).
          05 PRD-VIGENTE PIC X(1).
              88 PRD-ESTA-VIGENTE VALUE 'S'.
          05 PRD-FECHA-ALTA PIC 9(8).
