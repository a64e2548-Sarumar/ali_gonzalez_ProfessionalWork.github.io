      ******************************************************************
      * Registro de cuota - tabla de amortizacion de los prestamos
      * (ARCH-CUOTAS, CUOTAS.DAT). Clave prestamo + numero de cuota,
      * de modo que las cuotas de un prestamo se leen en orden de
      * vencimiento:
      *   - CUO-CAPITAL y CUO-INTERES son la amortizacion y el
      *     interes corriente de la cuota; CUO-SALDO-DESPUES es el
      *     capital que queda adeudado una vez pagada.
      *   - CUO-MORA acumula el interes moratorio devengado mientras
      *     la cuota sigue impaga despues de CUO-FECHA-VENCE;
      *     CUO-FECHA-ULT-MORA es la fecha de negocio hasta la que ya
      *     se devengo, para que una noche repetida o saltada no lo
      *     cobre dos veces ni lo pierda.
      *   - CUO-ESTADO P = pendiente, G = pagada (con la fecha de
      *     negocio del cobro en CUO-FECHA-PAGO).
      ******************************************************************
       01  REG-CUOTA.
           05  CUO-CLAVE.
               10  CUO-PRE-NUMERO      PIC 9(6).
               10  CUO-NUMERO          PIC 9(3).
           05  CUO-FECHA-VENCE         PIC 9(8).
           05  CUO-CAPITAL             PIC 9(7)V99.
           05  CUO-INTERES             PIC 9(7)V99.
           05  CUO-SALDO-DESPUES       PIC 9(7)V99.
           05  CUO-MORA                PIC 9(7)V99.
           05  CUO-FECHA-ULT-MORA      PIC 9(8).
           05  CUO-ESTADO              PIC X.
               88  CUO-ESTA-PENDIENTE         VALUE "P".
               88  CUO-ESTA-PAGADA            VALUE "G".
           05  CUO-FECHA-PAGO          PIC 9(8).
