              88 PRODUCTO-ES-CORRIENTE VALUE "CTE".
              88 PRODUCTO-ES-VISTA VALUE "VIS".
              88 PRODUCTO-ES-AHORRO VALUE "AHO".
              88 PRODUCTO-ES-MENOR VALUE "MEN".
      *       Control del propio cliente para cuentas conjuntas:
      *       sobre este umbral una transferencia no se ejecuta de
      *       inmediato sino que queda retenida esperando la
          05 UMBRAL-APROBACION-CONJUNTA PIC 9(8) VALUE 0.
      *       Estado de activacion de la cuenta: A=activa (todas
      *       las antiguas), P=pre-abierta por la nomina para un
      *       beneficiario sin cuenta o por una solicitud de
      *       apertura del formulario web. Una cuenta pre-abierta
      *       recibe el abono NOM pero no paga nada hacia afuera
      *       (no tiene tarjeta ni clave hasta que el titular
      *       complete la activacion con un ejecutivo); si nadie la
              88 CUENTA-ESTA-ACTIVA VALUE 'A'.
              88 CUENTA-PREABIERTA VALUE 'P'.
          05 FECHA-PREAPERTURA PIC 9(8) VALUE 0.
      *       Cuenta de menor de edad (producto MEN), abierta en
      *       sucursal por su tutor legal con APERTURA-CUENTA-MENOR:
      *       RUT del tutor que la representa y tope de giro en
      *       efectivo que el menor puede hacer solo; sobre el tope
      *       el giro exige la clave del tutor. No tiene sobregiro,
      *       prestamos ni chequera. Cuando el titular cumple 18
      *       anios el batch de mayoria de edad la marca M, le avisa
      *       a el y al tutor, y desde ahi el tutor ya no autoriza
      *       nada; la conversion a un producto regular la hace el
      *       ejecutivo en ACTIVAR-PREAPERTURA con el titular
      *       presente.
          05 RUT-TUTOR PIC X(10) VALUE SPACES.
          05 TOPE-GIRO-SIN-TUTOR PIC 9(8) VALUE 0.
          05 ESTADO-MAYORIA PIC X(1) VALUE 'N'.
              88 MENOR-CUMPLIO-MAYORIA VALUE 'M'.
          05 FECHA-AVISO-MAYORIA PIC 9(8) VALUE 0.
      *       Sucursal y fecha de apertura de la cuenta: la sucursal
      *       del terminal o ventanilla donde se abrio (o donde se
      *       activo, si venia pre-abierta), segun terminales.txt.
      *       Alimentan las aperturas del dia en el cuadro de mando
      *       por sucursal; las cuentas antiguas quedan en blanco y
      *       cero (sin sucursal).
          05 SUCURSAL-APERTURA PIC X(4) VALUE SPACES.
          05 FECHA-APERTURA PIC 9(8) VALUE 0.
      *       Proteccion de sobregiro: numero de la cuenta de ahorro
      *       (AHO) del mismo titular y en la misma moneda desde la
      *       que se traspasa el faltante cuando un giro, un pago de
      *       convenio o un cheque presentado contra esta cuenta
      *       corriente no alcanza con su saldo propio, antes de
      *       ocupar la linea de sobregiro o rechazar. El traspaso
      *       cuenta como giro del mes de la cuenta de ahorro. Cero =
      *       sin proteccion (todas las antiguas).
          05 NUM-CUENTA-PROTECCION PIC 9(3) VALUE 0.
