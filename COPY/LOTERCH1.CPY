               88  RCH-CUENTA-NO-EXISTE       VALUE "NE".
               88  RCH-REVERSO-INVALIDO       VALUE "RV".
               88  RCH-ACCION-INVALIDA        VALUE "AI".
               88  RCH-SIN-TIPO-CAMBIO        VALUE "TC".
           05  RCH-FECHA-LOTE          PIC 9(8).
           05  RCH-ESTADO              PIC X.
               88  RCH-PENDIENTE              VALUE "P".
