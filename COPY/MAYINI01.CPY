      ******************************************************************
      * Registro de saldos de apertura del mayor (ARCH-MAYOR-INICIAL,
      * MAYORINI.DAT): un renglon de ancho fijo por cuenta contable y
      * moneda (NAC = moneda nacional) con los debitos y creditos
      * que la cuenta ya tenia antes del primer extracto acumulado en
      * MAYORACU.DAT. Lo carga a mano el area contable una sola vez,
      * al empezar a acumular, y BALANCE_COMPROBACION lo suma al
      * acumulado de los extractos.
      ******************************************************************
       01  REG-MAYOR-INICIAL.
           05  MAI-GL-CODIGO           PIC X(6).
           05  MAI-MONEDA              PIC X(3).
           05  MAI-DEBITOS             PIC 9(11)V99.
           05  MAI-CREDITOS            PIC 9(11)V99.
