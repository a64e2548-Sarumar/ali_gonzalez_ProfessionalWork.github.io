      * parte el dia de negocio en dos. JRN-FECHA-RELOJ conserva la
      * fecha calendario del reloj al momento del posteo, solo para
      * auditoria.
      * JRN-MONEDA es la moneda de la cuenta (CTA-MONEDA, espacios =
      * moneda nacional) y JRN-MONTO esta siempre en esa moneda.
      * Las dos patas de una transferencia entre cuentas de distinta
      * moneda llevan ademas el tipo de cambio aplicado
      * (JRN-TASA-CAMBIO, unidades de la moneda de la otra pata por
      * unidad de la moneda origen) y la moneda y el monto de la
      * otra pata (JRN-MONEDA-CONTRA/JRN-MONTO-CONTRA); en los demas
      * movimientos esos campos vienen en cero y espacios.
      ******************************************************************
       01  REG-JOURNAL.
           05  JRN-CTA-NUMERO          PIC 9(6).
           05  JRN-SECUENCIA           PIC 9(9).
           05  JRN-SEC-REVERSADA       PIC 9(9).
           05  JRN-FECHA-RELOJ         PIC 9(8).
           05  JRN-MONEDA              PIC X(3).
           05  JRN-TASA-CAMBIO         PIC 9(5)V9(6).
           05  JRN-MONEDA-CONTRA       PIC X(3).
           05  JRN-MONTO-CONTRA        PIC 9(7)V99.
