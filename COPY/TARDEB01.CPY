      ******************************************************************
      * Registro del maestro de tarjetas debito (ARCH-TARJETAS,
      * TARJETAS.DAT), una por plastico emitido. Lo mantiene
      * MANTENER_TARJETAS y lo consulta y actualiza el proceso de
      * la red de cajeros PROCESAR_CAJEROS:
      *   - TAR-CTA-NUMERO es la cuenta que debitan los retiros; el
      *     tarjetahabiente TAR-CLI-NUMERO es el dueño de la cuenta o
      *     una persona de RELCTA.DAT que puede retirar.
      *   - TAR-ESTADO: A activa, B bloqueada (se puede reactivar),
      *     R reportada robada o perdida (definitivo; se emite otro
      *     plastico).
      *   - TAR-FECHA-VENCE es el año y mes impresos en el plastico
      *     (AAAAMM); la tarjeta sirve hasta el ultimo dia de ese mes.
      *   - TAR-PIN-CIFRADO es el bloque de PIN transformado con la
      *     llave compartida con la red (ATMLLAVE.DAT); el PIN en
      *     claro nunca se guarda. La red manda el PIN del cliente
      *     en ese mismo formato y se compara cifrado contra cifrado.
      *   - TAR-LIMITE-DIARIO es el maximo a retirar por dia de
      *     transaccion; TAR-MONTO-ACUMULADO es lo ya retirado el
      *     dia TAR-FECHA-ACUMULADO (un dia distinto empieza en cero).
      ******************************************************************
       01  REG-TARJETA.
           05  TAR-NUMERO              PIC 9(16).
           05  TAR-CTA-NUMERO          PIC 9(6).
           05  TAR-CLI-NUMERO          PIC 9(6).
           05  TAR-ESTADO              PIC X.
               88  TAR-ESTA-ACTIVA            VALUE "A".
               88  TAR-ESTA-BLOQUEADA         VALUE "B".
               88  TAR-ESTA-ROBADA            VALUE "R".
           05  TAR-FECHA-VENCE         PIC 9(6).
           05  TAR-PIN-CIFRADO         PIC X(16).
           05  TAR-LIMITE-DIARIO       PIC 9(7)V99.
           05  TAR-FECHA-ACUMULADO     PIC 9(8).
           05  TAR-MONTO-ACUMULADO     PIC 9(7)V99.
           05  TAR-FECHA-ALTA          PIC 9(8).
           05  TAR-OPERADOR            PIC X(4).
