           05  ARC-OPERADOR            PIC X(4).
           05  ARC-SEC-REVERSADA       PIC 9(9).
           05  ARC-FECHA-RELOJ         PIC 9(8).
           05  ARC-MONEDA              PIC X(3).
           05  ARC-TASA-CAMBIO         PIC 9(5)V9(6).
           05  ARC-MONEDA-CONTRA       PIC X(3).
           05  ARC-MONTO-CONTRA        PIC 9(7)V99.
