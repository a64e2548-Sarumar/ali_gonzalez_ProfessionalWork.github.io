      ******************************************************************
      * Registro de prestamo - archivo maestro de prestamos
      * (ARCH-PRESTAMOS, PRESTAMOS.DAT). Un registro por prestamo
      * otorgado a un cliente:
      *   - PRE-CLI-NUMERO liga el prestamo con el deudor en el
      *     maestro de clientes; PRE-CTA-CARGO es la cuenta corriente
      *     o de ahorro del cliente de la que el proceso nocturno
      *     COBRAR_PRESTAMOS debita cada cuota al vencer.
      *   - PRE-MONTO-ORIGINAL, PRE-TASA-ANUAL (fraccion, p.ej.
      *     0.1800 = 18%) y PRE-PLAZO-CUOTAS (cuotas mensuales) son
      *     las condiciones del alta; con ellas MANTENER_PRESTAMOS
      *     genera la tabla de amortizacion de cuota fija en el
      *     archivo de cuotas (ARCH-CUOTAS, copy PRECUO01), con la
      *     primera cuota a un mes de PRE-FECHA-DESEMBOLSO.
      *   - PRE-TASA-MORA es la tasa anual de interes moratorio que
      *     se devenga por dia sobre el capital de cada cuota
      *     vencida y no pagada.
      *   - PRE-SALDO-CAPITAL y PRE-CUOTAS-PAGADAS los actualiza el
      *     cobro nocturno; al pagarse la ultima cuota el prestamo
      *     pasa a cancelado (PRE-ESTADO C).
      *   - PRE-DIAS-ATRASO son los dias de atraso de la cuota
      *     impaga mas antigua al cierre del ultimo cobro (0 = al
      *     dia); con ellos se arma el reporte de cartera.
      ******************************************************************
       01  REG-PRESTAMO.
           05  PRE-NUMERO              PIC 9(6).
           05  PRE-CLI-NUMERO          PIC 9(6).
           05  PRE-CTA-CARGO           PIC 9(6).
           05  PRE-MONTO-ORIGINAL      PIC 9(7)V99.
           05  PRE-TASA-ANUAL          PIC 9V9(4).
           05  PRE-PLAZO-CUOTAS        PIC 9(3).
           05  PRE-FECHA-DESEMBOLSO    PIC 9(8).
           05  PRE-TASA-MORA           PIC 9V9(4).
           05  PRE-SALDO-CAPITAL       PIC 9(7)V99.
           05  PRE-CUOTAS-PAGADAS      PIC 9(3).
           05  PRE-ESTADO              PIC X.
               88  PRE-ESTA-VIGENTE           VALUE "V".
               88  PRE-ESTA-CANCELADO         VALUE "C".
           05  PRE-DIAS-ATRASO         PIC 9(5).
