      ******************************************************************
      * Registro de la tabla de cuentas contables (ARCH-CTA-CONTABLE,
      * CTACONT.DAT): un renglon de ancho fijo por tipo de cuenta y
      * tipo de partida del diario, mantenido por el area contable.
      * Lo lee EXTRAER_MAYOR_GENERAL para decidir a que cuenta del
      * mayor va cada movimiento y con que indicador, y
      * BALANCE_COMPROBACION para saber cual es la cuenta de control
      * de cada producto:
      *   - CCO-TIPO-CUENTA es el producto (C=corriente, A=ahorro,
      *     P=plazo fijo) o "*" para cualquier producto; el renglon
      *     del producto manda sobre el de "*".
      *   - CCO-TIPO-TRANS es el tipo de partida del diario (DEP,
      *     RET, INT, ...). El valor CTRL marca la cuenta de control
      *     (pasivo) del producto, a la que el extracto asigna cada
      *     movimiento de sus cuentas y contra la que el balance de
      *     comprobacion cuadra el auxiliar.
      *   - CCO-INDICADOR-DC es D o C visto desde la cuenta del
      *     cliente; en los renglones CTRL va en blanco.
      * Un tipo de partida sin renglon no se manda al mayor. Catalogo
      * base (producto, tipo, cuenta, indicador), que reproduce las
      * cuentas que el extracto usaba antes de la tabla y que debe
      * estar cargado como minimo antes de la primera noche:
      *     *DEP 400000C     *RET 400000D     *TRD 400000D
      *     *TRC 400000C     *RVD 400000D     *RVC 400000C
      *     *INT 500000C     *INTP500000C     *PENP620000D
      *     *IBC 410000C     *IBD 410000D     *ATM 420000D
      *     *SBRG600000D     *COM 610000D     *PCAP140000D
      *     *PINT630000D     *PMOR640000D     *RIMP250000D
      *     *ISBG650000D
      *     CCTRL400100      ACTRL400200      PCTRL400300
      * Las cuentas de control 400100, 400200 y 400300 son los
      * pasivos de corrientes, ahorros y plazos fijos. Para llevar un
      * tipo de partida a otra cuenta en un producto basta agregar
      * el renglon de ese producto (p.ej. ADEP 400200C), que manda
      * sobre el de "*".
      ******************************************************************
       01  REG-CUENTA-CONTABLE.
           05  CCO-TIPO-CUENTA         PIC X.
           05  CCO-TIPO-TRANS          PIC X(4).
           05  CCO-GL-CODIGO           PIC X(6).
           05  CCO-INDICADOR-DC        PIC X.
