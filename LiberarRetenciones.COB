       01  WS-OPERADOR                 PIC X(4) VALUE "RETN".
       01  WS-JRN-SECUENCIA            PIC 9(9) VALUE 0.
       01  WS-SEC-REVERSADA            PIC 9(9) VALUE 0.
       01  WS-TASA-CAMBIO              PIC 9(5)V9(6) VALUE 0.
       01  WS-MONEDA-CONTRA            PIC X(3) VALUE SPACES.
       01  WS-MONTO-CONTRA             PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-REVISADAS          PIC 9(5) VALUE 0.
       01  WS-TOTAL-LIBERADAS          PIC 9(5) VALUE 0.
       01  WS-TOTAL-MONTO-LIBERADO    PIC 9(9)V99 VALUE 0.
