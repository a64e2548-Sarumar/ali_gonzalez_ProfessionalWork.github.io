      ******************************************************************
      * Registro de parametros de alertas a clientes
      * (ARCH-PARAM-ALERTAS, ALRPAR.DAT): un renglon de ancho fijo
      * mantenido por el area de atencion a clientes y leido al
      * arrancar por GENERAR_ALERTAS y PROCESAR_ACUSES:
      *   - ALP-UMBRAL-RETIRO es el monto desde el cual un retiro
      *     (de ventanilla o de cajero automatico) o un debito
      *     interbancario se avisa al cliente.
      *   - ALP-SALDO-MINIMO es el saldo bajo el cual se avisa que
      *     la cuenta quedo con poco saldo (solo el dia en que bajo
      *     del minimo, no todas las noches).
      *   - ALP-DIAS-AVISO-PLAZO es con cuantos dias de anticipacion
      *     se avisa el vencimiento de un plazo fijo.
      *   - ALP-DIAS-ESPERA-ACUSE es cuantos dias se espera el acuse
      *     del proveedor antes de dar una alerta por no entregada.
      * Los montos se comparan en la moneda de cada cuenta. Un
      * parametro en cero (o sin archivo) apaga esa alerta; la espera
      * del acuse toma 2 dias si viene en cero.
      ******************************************************************
       01  REG-PARAM-ALERTAS.
           05  ALP-UMBRAL-RETIRO       PIC 9(7)V99.
           05  ALP-SALDO-MINIMO        PIC 9(7)V99.
           05  ALP-DIAS-AVISO-PLAZO    PIC 9(3).
           05  ALP-DIAS-ESPERA-ACUSE   PIC 9(2).
