      ******************************************************************
      * Registro del parametro de retencion de impuesto sobre
      * intereses (ARCH-PARAM-RETENCION, IMPRET.DAT): un renglon de
      * ancho fijo con la tasa que fija la ley (p.ej. 0.2000 = 20%
      * del interes) y la fecha desde la que rige, mantenido por el
      * area fiscal. ACUMULAR_INTERES y VENCER_PLAZOS la leen al
      * arrancar (copy CTARIMP); sin archivo o sin tasa valida el
      * interes se paga completo y se avisa en consola.
      ******************************************************************
       01  REG-PARAM-RETENCION.
           05  IMP-TASA-RETENCION      PIC 9V9(4).
           05  IMP-VIGENTE-DESDE       PIC 9(8).
