      ******************************************************************
      * Registro de seguimiento de sobregiro (ARCH-SOBREGIROS,
      * SOBREG.DAT), uno por cuenta corriente con saldo negativo o
      * con interes de sobregiro pendiente de capitalizar. Lo
      * mantiene el proceso nocturno DEVENGAR_SOBREGIROS:
      *   - SBG-FECHA-INICIO es la fecha de negocio del primer cierre
      *     en negativo del sobregiro vigente (de ahi salen los dias
      *     para la antiguedad y el congelamiento); en cero la cuenta
      *     ya salio del negativo y el registro solo espera la
      *     capitalizacion de fin de mes del interes pendiente.
      *   - SBG-OPERADOR-ORIGEN y SBG-SEC-ORIGEN son la clave de
      *     operador y la secuencia en el diario del retiro que dejo
      *     la cuenta en negativo (el que cobro la comision SBRG);
      *     en espacios y cero si el negativo lo dejo un cargo y no
      *     un retiro.
      *   - SBG-INTERES-DEVENGADO acumula el interes diario del mes,
      *     con cuatro decimales para no perder centavos; fin de mes
      *     lo capitaliza redondeado como partida ISBG y lo pone en
      *     cero. SBG-FECHA-ULT-DEVENGO evita devengar dos veces el
      *     mismo dia si la noche se repite.
      *   - SBG-CONGELADA queda en S cuando el proceso congelo la
      *     cuenta, para no volver a congelarla si un supervisor la
      *     reactiva mientras cobranza negocia.
      ******************************************************************
       01  REG-SOBREGIRO.
           05  SBG-CTA-NUMERO          PIC 9(6).
           05  SBG-FECHA-INICIO        PIC 9(8).
           05  SBG-OPERADOR-ORIGEN     PIC X(4).
           05  SBG-SEC-ORIGEN          PIC 9(9).
           05  SBG-INTERES-DEVENGADO   PIC 9(7)V9(4).
           05  SBG-FECHA-ULT-DEVENGO   PIC 9(8).
           05  SBG-CONGELADA           PIC X.
