      ******************************************************************
      * Registro de alerta para el proveedor de mensajeria
      * (ARCH-ALERTAS, ALERTAS.DAT): un renglon de ancho fijo por
      * mensaje a enviar, generado cada noche por GENERAR_ALERTAS.
      *   - ALR-ID (fecha de negocio + secuencia del dia) identifica
      *     la alerta; el proveedor lo devuelve en su archivo de
      *     acuse (copy ACUALR01) para saber si se entrego.
      *   - ALR-CANAL dice por donde va: S mensaje al celular, E
      *     correo. Un cliente que eligio ambos canales recibe dos
      *     renglones, cada uno con su propio ALR-ID. ALR-DESTINO es
      *     el celular o el correo del maestro de clientes.
      *   - ALR-TIPO es el motivo:
      *       RETG retiro sobre el umbral
      *       DIBG debito interbancario sobre el umbral
      *       ATMG retiro en cajero automatico sobre el umbral
      *       SALB saldo por debajo del minimo
      *       SOBG la cuenta quedo en sobregiro
      *       RTNC deposito con retencion de fondos
      *       RTNL retencion liberada
      *       ESTA cambio de estado de la cuenta
      *       ORDR cuota de orden permanente rechazada
      *       PLZV plazo fijo por vencer
      *   - ALR-MONTO va en la moneda de la cuenta (ALR-MONEDA,
      *     espacios = moneda nacional); en cero cuando el motivo no
      *     tiene monto. ALR-TEXTO es el mensaje listo para enviar.
      ******************************************************************
       01  REG-ALERTA.
           05  ALR-ID.
               10  ALR-FECHA           PIC 9(8).
               10  ALR-SECUENCIA       PIC 9(6).
           05  ALR-CANAL               PIC X.
               88  ALR-POR-CELULAR            VALUE "S".
               88  ALR-POR-CORREO             VALUE "E".
           05  ALR-DESTINO             PIC X(40).
           05  ALR-CLI-NUMERO          PIC 9(6).
           05  ALR-CTA-NUMERO          PIC 9(6).
           05  ALR-TIPO                PIC X(4).
           05  ALR-MONEDA              PIC X(3).
           05  ALR-MONTO               PIC 9(7)V99.
           05  ALR-TEXTO               PIC X(80).
