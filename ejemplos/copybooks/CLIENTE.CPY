      * cuenta y mantenidos por MANTENCION-CLIENTES. Lo leen la
      * cartola mensual (nombre y direccion para el envio postal), la
      * consulta de ejecutivo (confirmar quien esta al frente) y el
      * despacho de notificaciones (a donde avisar, salvo los datos
      * marcados como no entregables).
      ******************************************************************
       01 CLIENTE.
          05 CLI-RUT PIC X(10).
          05 CLI-TIPO-PERSONA PIC X(1) VALUE 'N'.
              88 CLIENTE-PERSONA-NATURAL VALUE 'N'.
              88 CLIENTE-PERSONA-JURIDICA VALUE 'J'.
      *       Fecha en que PURGAR-DATOS-PERSONALES anonimizo la
      *       ficha por vencer el plazo legal de conservacion tras
      *       el cierre del ultimo producto: desde entonces CLI-RUT
      *       es un seudonimo (Z + AAMMDD + correlativo) bajo el que
      *       siguen los movimientos, y los datos personales estan
      *       en blanco. Cero = cliente con datos vigentes.
          05 CLI-FECHA-ANONIMIZACION PIC 9(8) VALUE 0.
              88 CLIENTE-SIN-ANONIMIZAR VALUE 0.
      *       Consentimiento de publicidad por canal (SMS, correo,
      *       carta y pantalla del cajero): marca S/N, fecha del
      *       ultimo cambio y origen donde se capturo (CAJ=cajero,
      *       EJE=ejecutivo en MANTENCION-CLIENTES). Solo rige para
      *       los mensajes comerciales (ofertas); los avisos de
      *       servicio se envian siempre. Sin marca = sin
      *       consentimiento. Cada cambio queda ademas en
      *       consentimientos.txt para cumplimiento.
          05 CLI-CONSENTIMIENTOS.
             10 CLI-CONSENT-SMS.
                15 CLI-PUB-SMS PIC X(1) VALUE 'N'.
                    88 CLI-ACEPTA-PUB-SMS VALUE 'S'.
                15 CLI-PUB-SMS-FECHA PIC 9(8) VALUE 0.
                15 CLI-PUB-SMS-ORIGEN PIC X(3) VALUE SPACES.
             10 CLI-CONSENT-EML.
                15 CLI-PUB-EML PIC X(1) VALUE 'N'.
                    88 CLI-ACEPTA-PUB-EML VALUE 'S'.
                15 CLI-PUB-EML-FECHA PIC 9(8) VALUE 0.
                15 CLI-PUB-EML-ORIGEN PIC X(3) VALUE SPACES.
             10 CLI-CONSENT-CAR.
                15 CLI-PUB-CAR PIC X(1) VALUE 'N'.
                    88 CLI-ACEPTA-PUB-CAR VALUE 'S'.
                15 CLI-PUB-CAR-FECHA PIC 9(8) VALUE 0.
                15 CLI-PUB-CAR-ORIGEN PIC X(3) VALUE SPACES.
             10 CLI-CONSENT-CAJ.
                15 CLI-PUB-CAJ PIC X(1) VALUE 'N'.
                    88 CLI-ACEPTA-PUB-CAJ VALUE 'S'.
                15 CLI-PUB-CAJ-FECHA PIC 9(8) VALUE 0.
                15 CLI-PUB-CAJ-ORIGEN PIC X(3) VALUE SPACES.
      *       Vista en tabla de los mismos cuatro canales, en el
      *       orden SMS, EML, CAR, CAJ.
          05 CLI-CONSENT-TABLA REDEFINES CLI-CONSENTIMIENTOS.
             10 CLI-CONSENT OCCURS 4 TIMES.
                15 CLI-PUB-MARCA PIC X(1).
                    88 CLI-PUB-ACEPTADA VALUE 'S'.
                15 CLI-PUB-FECHA PIC 9(8).
                15 CLI-PUB-ORIGEN PIC X(3).
      *       Fecha de nacimiento (cero = no registrada, cliente
      *       adulto de los de antes) y, para un menor de edad, el
      *       RUT de su tutor legal. Se capturan al abrir una cuenta
      *       de menor; el batch de mayoria de edad busca aqui a los
      *       que cumplen 18 y el tutor queda en blanco cuando la
      *       cuenta se convierte a un producto regular.
          05 CLI-FECHA-NACIMIENTO PIC 9(8) VALUE 0.
          05 CLI-RUT-TUTOR PIC X(10) VALUE SPACES.
      *       Ejecutivo de cuenta a cargo de la relacion (USU-RUT de
      *       un operador con rol EJE en usuarios.txt) y fecha de la
      *       asignacion. En blanco = cliente sin ejecutivo asignado.
      *       Se asigna en MANTENCION-CLIENTES y se traspasa en bloque
      *       en MANTENCION-USUARIOS cuando un ejecutivo se va; los
      *       reportes de cartera y las listas de trabajo (llamadas de
      *       cobranza, revision KYC) se reparten por este campo.
          05 CLI-EJECUTIVO-RUT PIC X(10) VALUE SPACES.
          05 CLI-FECHA-ASIGNACION PIC 9(8) VALUE 0.
      *       Contactos que resultaron no entregables: la casa de
      *       correo devolvio la carta (IMPORTAR-DEVOLUCIONES-CORREO)
      *       o el gateway informo un rebote definitivo del SMS o del
      *       correo (IMPORTAR-REBOTES-GATEWAY). Cada dato lleva su
      *       marca S/N y la fecha de la devolucion o rebote; con la
      *       marca puesta no se vuelve a enviar a ese dato y los
      *       avisos salen por el siguiente canal valido. La marca se
      *       borra cuando el ejecutivo corrige el dato en
      *       MANTENCION-CLIENTES. Sin marca = dato valido.
          05 CLI-CONTACTO-INVALIDO.
             10 CLI-DIRECCION-INVALIDA PIC X(1) VALUE 'N'.
                 88 CLI-DIRECCION-DEVUELTA VALUE 'S'.
             10 CLI-FECHA-DIRECCION-INV PIC 9(8) VALUE 0.
             10 CLI-TELEFONO-INVALIDO PIC X(1) VALUE 'N'.
                 88 CLI-TELEFONO-REBOTADO VALUE 'S'.
             10 CLI-FECHA-TELEFONO-INV PIC 9(8) VALUE 0.
             10 CLI-EMAIL-INVALIDO PIC X(1) VALUE 'N'.
                 88 CLI-EMAIL-REBOTADO VALUE 'S'.
             10 CLI-FECHA-EMAIL-INV PIC 9(8) VALUE 0.
      *       Ultimo cambio de un dato de seguridad: telefono o
      *       correo (MANTENCION-CLIENTES) o clave de la tarjeta
      *       (cambio o recuperacion en el cajero), con su fecha y
      *       hora. Durante el periodo de seguridad que sigue (tarifa
      *       PSG) el cajero no transfiere a destinos nuevos, no
      *       emite giros sin tarjeta y rechaza los giros sobre el
      *       umbral. Telefono y correo anteriores guardan el dato
      *       reemplazado, al que DESPACHAR-NOTIFICACIONES envia el
      *       aviso del cambio (CSG); en blanco = no cambio.
          05 CLI-CAMBIO-SEGURIDAD.
             10 CLI-FECHA-CAMBIO-SEG PIC 9(8) VALUE 0.
             10 CLI-HORA-CAMBIO-SEG PIC 9(2) VALUE 0.
             10 CLI-TIPO-CAMBIO-SEG PIC X(3) VALUE SPACES.
                 88 CLI-CAMBIO-FUE-TELEFONO VALUE "TEL".
                 88 CLI-CAMBIO-FUE-EMAIL VALUE "EML".
                 88 CLI-CAMBIO-FUE-CLAVE VALUE "CLA".
             10 CLI-TELEFONO-ANTERIOR PIC X(12) VALUE SPACES.
             10 CLI-EMAIL-ANTERIOR PIC X(40) VALUE SPACES.
      *       Residencia tributaria declarada por el cliente en su
      *       autocertificacion: hasta tres paises distintos de
      *       Chile (codigo ISO de dos letras) con el numero de
      *       identificacion tributaria que le asigno cada uno, la
      *       marca de persona estadounidense (ciudadano o residente
      *       de EEUU, informable por FATCA aunque no declare pais
      *       US) y la fecha en que firmo la autocertificacion (cero
      *       = sin autocertificar). Se captura al abrir la cuenta y
      *       en MANTENCION-CLIENTES; REPORTAR-RESIDENCIA-FISCAL
      *       arma con ella el informe anual FATCA/CRS.
          05 CLI-RESIDENCIA-FISCAL.
             10 CLI-RESIDENCIA-EXTRANJERA OCCURS 3 TIMES.
                15 CLI-PAIS-RESIDENCIA PIC X(2).
                15 CLI-NIF-EXTRANJERO PIC X(20).
             10 CLI-US-PERSON PIC X(1) VALUE 'N'.
                 88 CLIENTE-ES-US-PERSON VALUE 'S'.
             10 CLI-FECHA-AUTOCERTIFICACION PIC 9(8) VALUE 0.
                 88 CLIENTE-SIN-AUTOCERTIFICAR VALUE 0.
