      *     entrada; LOTE_INTERBANCARIO lo llena al escribir el item
      *     en el archivo de devoluciones, que usa este mismo layout
      *     para mandarse de vuelta a la camara.
      *   - INB-MONTO esta siempre en moneda nacional: la camara no
      *     liquida otras monedas, y un item contra una cuenta en
      *     moneda extranjera se devuelve con motivo 05.
      ******************************************************************
       01  REG-INTERBANCO.
           05  INB-DIRECCION           PIC X.
               88  INB-DEV-SIN-MOVIMIENTOS    VALUE "02".
               88  INB-DEV-SIN-FONDOS         VALUE "03".
               88  INB-DEV-REGISTRO-MALO      VALUE "04".
               88  INB-DEV-MONEDA-EXTRANJERA  VALUE "05".
