      ******************************************************************
      * Registro de tipo de cambio (ARCH-TIPOS-CAMBIO, TIPOCAMB.DAT).
      * Un registro por fecha de negocio y moneda extranjera, cargado
      * por tesoreria con MANTENER_TIPOS_CAMBIO antes de abrir el dia:
      *   - TCB-FECHA es la fecha de negocio (FECHAPRO.DAT) en que
      *     rige el tipo; cada dia lleva sus propios tipos y no se
      *     arrastra el del dia anterior.
      *   - TCB-TASA son unidades de moneda nacional por una unidad
      *     de TCB-MONEDA (p.ej. 17.250000 pesos por dolar). La
      *     moneda nacional (CTA-MONEDA en espacios) no tiene
      *     registro: vale siempre 1.
      *   - TCB-OPERADOR y TCB-FECHA-HORA dicen quien cargo o
      *     corrigio el tipo por ultima vez y cuando (reloj).
      ******************************************************************
       01  REG-TIPO-CAMBIO.
           05  TCB-CLAVE.
               10  TCB-FECHA           PIC 9(8).
               10  TCB-MONEDA          PIC X(3).
           05  TCB-TASA                PIC 9(5)V9(6).
           05  TCB-OPERADOR            PIC X(4).
           05  TCB-FECHA-HORA          PIC 9(14).
