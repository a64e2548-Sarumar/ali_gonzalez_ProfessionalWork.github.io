      ******************************************************************
      * Registro de parametros de sobregiro (ARCH-PARAM-SOBREGIRO,
      * SOBPAR.DAT): un renglon de ancho fijo mantenido por el area
      * de credito y leido al arrancar por DEVENGAR_SOBREGIROS:
      *   - SBP-TASA-SOBREGIRO es la tasa anual que se cobra sobre el
      *     saldo negativo de las cuentas corrientes, expresada como
      *     fraccion (p.ej. 0.3600 = 36%), con devengo diario a 365.
      *   - SBP-DIAS-CONGELAR es el numero de dias seguidos en
      *     negativo despues del cual la cuenta se congela sola para
      *     que la gestione cobranza; en cero no se congela nunca.
      * Sin archivo el proceso no devenga ni congela, solo reporta.
      ******************************************************************
       01  REG-PARAM-SOBREGIRO.
           05  SBP-TASA-SOBREGIRO      PIC 9V9(4).
           05  SBP-DIAS-CONGELAR       PIC 9(3).
