      * de camara y la importacion de nomina tamizan contra ella los
      * RUT de beneficiario y ordenante: una coincidencia vigente no
      * mueve plata, queda en la cola de retenidos de cumplimiento
      * esperando la decision del oficial. Las transferencias
      * internacionales tamizan ademas el BIC de 8 posiciones del
      * banco extranjero, que cumplimiento carga aqui como clave
      * cuando el banco esta sancionado. Estados: VIG=vigente,
      * BAJ=dado de baja.
      ******************************************************************
       01 RUT-VIGILADO.
