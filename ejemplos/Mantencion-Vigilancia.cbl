      * Purpose: Mantencion de la lista de vigilancia de cumplimiento
      *          (lista_vigilancia.txt): dar de alta un RUT con su
      *          motivo, darlo de baja y listar la lista vigente.
      *          En vez de un RUT se puede cargar el BIC de 8
      *          posiciones de un banco extranjero sancionado, contra
      *          el que se tamizan las transferencias internacionales.
      *          Solo cumplimiento (o un supervisor) la toca, y cada
      *          cambio queda en la bitacora administrativa. Los
      *          flujos de pago tamizan contra esta lista.
               END-IF.

            AGREGAR-VIGILADO.
               DISPLAY "RUT (O BIC DE 8 DE UN BANCO EXTRANJERO) A "
                   "VIGILAR: "
               ACCEPT WS-RUT
               MOVE FUNCTION UPPER-CASE(WS-RUT) TO WS-RUT
               MOVE WS-RUT TO VIG-RUT
