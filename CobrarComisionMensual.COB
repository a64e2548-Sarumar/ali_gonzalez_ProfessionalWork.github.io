       01  WS-OPERADOR                 PIC X(4) VALUE "COMI".
       01  WS-JRN-SECUENCIA            PIC 9(9) VALUE 0.
       01  WS-SEC-REVERSADA            PIC 9(9) VALUE 0.
       01  WS-TASA-CAMBIO              PIC 9(5)V9(6) VALUE 0.
       01  WS-MONEDA-CONTRA            PIC X(3) VALUE SPACES.
       01  WS-MONTO-CONTRA             PIC 9(7)V99 VALUE 0.
       01  WS-RTN-STATUS               PIC XX VALUE SPACES.
       01  WS-FEC-STATUS               PIC XX VALUE SPACES.
       01  WS-FECHA-NEGOCIO            PIC 9(8) VALUE 0.
