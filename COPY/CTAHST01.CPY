           05  HST-OPERADOR            PIC X(4).
           05  HST-SEC-REVERSADA       PIC 9(9).
           05  HST-FECHA-RELOJ         PIC 9(8).
           05  HST-MONEDA              PIC X(3).
           05  HST-TASA-CAMBIO         PIC 9(5)V9(6).
           05  HST-MONEDA-CONTRA       PIC X(3).
           05  HST-MONTO-CONTRA        PIC 9(7)V99.
