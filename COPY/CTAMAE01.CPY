      *     hecho por el cliente (no cuenta el interes acreditado por
      *     el proceso nocturno); la usa MARCAR_INACTIVAS para marcar
      *     como inactivas las cuentas sin actividad.
      *   - CTA-MONEDA es el codigo de la moneda en que se lleva la
      *     cuenta (p.ej. USD); en espacios la cuenta es en moneda
      *     nacional. CTA-SALDO, CTA-LIM-SOBREGIRO y todo monto que
      *     se postee a la cuenta estan en esa moneda. El tipo de
      *     cambio del dia lo carga tesoreria en TIPOCAMB.DAT (copy
      *     TIPCAM01) y solo lo usan las transferencias entre
      *     cuentas de distinta moneda (copy CTAAPTRF).
      ******************************************************************
       01  REG-CUENTA.
           05  CTA-NUMERO              PIC 9(6).
               88  CTA-TRANSFIERE-AL-VENCER   VALUE "T".
           05  CTA-CTA-LIGADA          PIC 9(6).
           05  CTA-TASA-PENALIDAD      PIC 9V9(4).
           05  CTA-MONEDA              PIC X(3).
               88  CTA-MONEDA-NACIONAL        VALUE SPACES.
