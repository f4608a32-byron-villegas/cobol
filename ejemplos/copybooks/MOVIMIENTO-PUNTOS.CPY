      ******************************************************************
      * Copybook: layout del registro de ARCHIVO-MOVIMIENTOS-PUNTOS
      * (puntos_movimientos.txt), el libro de puntos por RUT. Cada
      * abono es un lote (ACU) con su fecha de vencimiento y los
      * puntos que aun le quedan vigentes; el canje (CAN) consume
      * los lotes del mas antiguo al mas nuevo y el vencimiento
      * (VEN) da de baja lo que quedo de un lote vencido. PTM-ORIGEN
      * dice que genero el movimiento: PAG (pago de convenio), NOM
      * (abono de remuneraciones), SAL (saldo promedio del mes),
      * CNJ (canje en el cajero) o VEN. PTM-SECUENCIA es el numero
      * de secuencia del movimiento de la bitacora que lo origino
      * (el periodo AAAAMM para SAL, el lote vencido para VEN), de
      * modo que un mismo movimiento no abona puntos dos veces.
      ******************************************************************
       01 MOVIMIENTO-PUNTOS.
          05 PTM-CLAVE.
             10 PTM-RUT PIC X(10).
             10 PTM-FECHA PIC 9(8).
             10 PTM-ORIGEN PIC X(3).
                 88 PTM-ORIGEN-PAGO VALUE "PAG".
                 88 PTM-ORIGEN-NOMINA VALUE "NOM".
                 88 PTM-ORIGEN-SALDO VALUE "SAL".
                 88 PTM-ORIGEN-CANJE VALUE "CNJ".
                 88 PTM-ORIGEN-VENCIMIENTO VALUE "VEN".
             10 PTM-SECUENCIA PIC 9(10).
          05 PTM-TIPO PIC X(3).
              88 PTM-ES-ACUMULACION VALUE "ACU".
              88 PTM-ES-CANJE VALUE "CAN".
              88 PTM-ES-VENCIMIENTO VALUE "VEN".
          05 PTM-PUNTOS PIC 9(9).
          05 PTM-VIGENTES PIC 9(9).
          05 PTM-FECHA-VENCIMIENTO PIC 9(8).
          05 PTM-MONTO-CLP PIC 9(10).
