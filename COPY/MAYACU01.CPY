      ******************************************************************
      * Registro del acumulado del mayor segun los extractos enviados
      * (ARCH-MAYOR-ACUMULADO, MAYORACU.DAT): un renglon por fecha
      * extraida, cuenta contable y moneda con el total de debitos y
      * de creditos que EXTRAER_MAYOR_GENERAL mando ese dia a esa
      * cuenta, contando tanto la cuenta de la partida como la
      * cuenta de control del producto. Si el extracto de una fecha
      * se repite, los renglones de esa fecha se reemplazan. La
      * fecha va primero en la clave para que el reemplazo no
      * recorra el archivo entero. BALANCE_COMPROBACION suma todos
      * los renglones hasta la fecha de negocio, mas el saldo de
      * apertura de MAYORINI.DAT (copy MAYINI01).
      ******************************************************************
       01  REG-MAYOR-ACUMULADO.
           05  MAC-CLAVE.
               10  MAC-FECHA           PIC 9(8).
               10  MAC-GL-CODIGO       PIC X(6).
               10  MAC-MONEDA          PIC X(3).
           05  MAC-DEBITOS             PIC 9(11)V99.
           05  MAC-CREDITOS            PIC 9(11)V99.
