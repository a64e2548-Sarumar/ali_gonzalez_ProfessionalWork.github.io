      * Registro de cliente - archivo maestro de clientes
      * (ARCH-CLIENTES). Un cliente puede tener varias cuentas; cada
      * cuenta lo referencia por CTA-CLI-NUMERO en REG-CUENTA.
      * CLI-EXENTO-RETENCION = "S" marca al cliente exento de la
      * retencion de impuesto sobre intereses (tasa en IMPRET.DAT,
      * copy IMPRET01); cualquier otro valor retiene.
      * Datos de contacto y alertas (GENERAR_ALERTAS):
      *   - CLI-CELULAR y CLI-CORREO son los destinos a los que el
      *     proveedor de mensajeria manda las alertas.
      *   - CLI-CANAL-ALERTA elige por donde: S mensaje al celular,
      *     E correo, A ambos; cualquier otro valor (N, espacios) no
      *     manda alertas aunque haya alguna aceptada.
      *   - Cada CLI-ALR-xxx en "S" dice que el cliente acepto ese
      *     grupo de alertas sobre las cuentas de las que es dueño:
      *     retiros y debitos interbancarios sobre el umbral, saldo
      *     bajo el minimo, sobregiro, retenciones creadas y
      *     liberadas, cambios de estado de la cuenta, cuotas de
      *     ordenes permanentes rechazadas y plazos fijos por
      *     vencer.
      ******************************************************************
       01  REG-CLIENTE.
           05  CLI-NUMERO              PIC 9(6).
           05  CLI-NOMBRE              PIC X(30).
           05  CLI-DIRECCION           PIC X(40).
           05  CLI-EXENTO-RETENCION    PIC X.
               88  CLI-ES-EXENTO              VALUE "S".
           05  CLI-CELULAR             PIC X(15).
           05  CLI-CORREO              PIC X(40).
           05  CLI-CANAL-ALERTA        PIC X.
               88  CLI-ALERTA-CELULAR         VALUE "S" "A".
               88  CLI-ALERTA-CORREO          VALUE "E" "A".
           05  CLI-ALERTAS.
               10  CLI-ALR-MOVIMIENTOS PIC X.
               10  CLI-ALR-SALDO-BAJO  PIC X.
               10  CLI-ALR-SOBREGIRO   PIC X.
               10  CLI-ALR-RETENCIONES PIC X.
               10  CLI-ALR-ESTADO      PIC X.
               10  CLI-ALR-ORDENES     PIC X.
               10  CLI-ALR-PLAZOS      PIC X.
           05  CLI-ALERTAS-TABLA REDEFINES CLI-ALERTAS.
               10  CLI-ALR-ACEPTADA    PIC X OCCURS 7 TIMES.
