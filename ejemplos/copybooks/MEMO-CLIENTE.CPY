      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-MEMOS
      * (memos_clientes.txt), la ficha de notas y alertas de cada
      * cliente que antes la sucursal llevaba en papel. Cada entrada
      * va numerada bajo el RUT: las notas (N) son texto libre; las
      * alertas (A) llevan ademas un codigo, una fecha de vencimiento
      * (cero = sin vencimiento) y, si corresponde, la operacion de
      * ventanilla que bloquean hasta que alguien la levante
      * (DEP/GIR/PAG, o TOD para todas). La consulta de ejecutivo,
      * la caja de ventanilla, la posicion consolidada y la gestion
      * de cobranza muestran las alertas vigentes apenas se digita
      * el RUT. Se mantiene en MANTENCION-MEMOS; cada alta y cada
      * levantamiento queda en bitacora_admin.txt. Codigos: DOC=
      * documentos pendientes, CUR=curatela o interdiccion, HIP=
      * cliente con hipoacusia, GER=reclamos los atiende el gerente,
      * OTR=otra. Estados: VIG=vigente, LEV=levantada.
      ******************************************************************
       01 MEMO-CLIENTE.
          05 MEM-CLAVE.
             10 MEM-RUT PIC X(10).
             10 MEM-NUMERO PIC 9(3).
          05 MEM-TIPO PIC X(1).
              88 MEM-ES-NOTA VALUE 'N'.
              88 MEM-ES-ALERTA VALUE 'A'.
          05 MEM-CODIGO PIC X(3).
              88 MEM-CODIGO-ES-VALIDO
                  VALUE "DOC" "CUR" "HIP" "GER" "OTR".
          05 MEM-TEXTO PIC X(60).
          05 MEM-BLOQUEA PIC X(3).
              88 MEM-NO-BLOQUEA VALUE SPACES.
              88 MEM-BLOQUEO-ES-VALIDO
                  VALUE "DEP" "GIR" "PAG" "TOD".
          05 MEM-FECHA-CREACION PIC 9(8).
          05 MEM-FECHA-VENCE PIC 9(8).
          05 MEM-USUARIO-CREA PIC X(10).
          05 MEM-ESTADO PIC X(3).
              88 MEM-ESTA-VIGENTE VALUE "VIG".
              88 MEM-FUE-LEVANTADA VALUE "LEV".
          05 MEM-FECHA-LEVANTA PIC 9(8).
          05 MEM-USUARIO-LEVANTA PIC X(10).
