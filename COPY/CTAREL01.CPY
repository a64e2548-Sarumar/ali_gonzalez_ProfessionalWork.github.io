      ******************************************************************
      * Registro de relacion cuenta-cliente (ARCH-RELACIONES,
      * RELCTA.DAT): las personas que ademas del dueño principal
      * (CTA-CLI-NUMERO) tienen que ver con una cuenta mancomunada o
      * con apoderados. La clave es cuenta + cliente, asi que una
      * persona tiene un solo rol por cuenta:
      *   - REL-ROL T (titular) solo se graba para el dueño principal
      *     cuando hay que fijar su forma de firma; sin registro el
      *     dueño principal es titular con firma indistinta.
      *   - C (cotitular) y F (firmante autorizado) pueden retirar
      *     segun REL-FIRMA: I (indistinta) firma solo, J (conjunta)
      *     necesita la firma de otra persona autorizada de la cuenta.
      *   - B (beneficiario) no retira; REL-FIRMA va en espacio.
      * Titulares y cotitulares son dueños de la cuenta para los
      * reportes (REPORTE_CUMPLIMIENTO); firmantes y beneficiarios no.
      * El mantenimiento se hace desde el menu de GESTOR_CUENTAS y
      * cada alta o baja queda en la bitacora de eventos de la cuenta.
      ******************************************************************
       01  REG-RELACION.
           05  REL-CLAVE.
               10  REL-CTA-NUMERO      PIC 9(6).
               10  REL-CLI-NUMERO      PIC 9(6).
           05  REL-ROL                 PIC X.
               88  REL-ES-TITULAR             VALUE "T".
               88  REL-ES-COTITULAR           VALUE "C".
               88  REL-ES-FIRMANTE            VALUE "F".
               88  REL-ES-BENEFICIARIO        VALUE "B".
               88  REL-ES-DUENO               VALUE "T" "C".
               88  REL-PUEDE-RETIRAR          VALUE "T" "C" "F".
           05  REL-FIRMA               PIC X.
               88  REL-FIRMA-INDISTINTA       VALUE "I".
               88  REL-FIRMA-CONJUNTA         VALUE "J".
           05  REL-FECHA-ALTA          PIC 9(8).
           05  REL-OPERADOR            PIC X(4).
