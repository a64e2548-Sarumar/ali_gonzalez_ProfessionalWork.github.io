      *          completa leyendo los archivos HISTaaaa.DAT que
      *          anota el catalogo ARCHCTL.DAT, asi que los
      *          movimientos ya depurados del historico vivo siguen
      *          saliendo en el estado. Todos los montos del estado
      *          estan en la moneda de la cuenta (CTA-MONEDA), que se
      *          indica en el encabezado y en los saldos; las patas
      *          de una transferencia entre monedas muestran ademas
      *          el tipo de cambio aplicado y el monto en la moneda
      *          de la otra cuenta, solo como referencia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY CTAJRN01.

       FD  ARCH-ESTADO.
       01  LINEA-ESTADO                PIC X(100).

       FD  ARCH-ARCHIVO.
           COPY CTAARC01.
       01  WS-NETO-MOVIMIENTO          PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-MOVIMIENTOS        PIC 9(5) VALUE 0.
       01  WS-MONTO-EDIT               PIC ZZZ,ZZ9.99-.
       01  WS-MONTO-CONTRA-EDIT        PIC ZZZ,ZZ9.99.
       01  WS-TASA-EDIT                PIC ZZZZ9.999999.
       01  WS-MONEDA-EDIT              PIC X(3) VALUE SPACES.
       01  WS-ARC-STATUS               PIC XX VALUE SPACES.
       01  WS-ACT-STATUS               PIC XX VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO           PIC X(12) VALUE SPACES.
       ELSE IF ARC-TIPO-TRANS = "RET " OR ARC-TIPO-TRANS = "TRD "
           OR ARC-TIPO-TRANS = "SBRG" OR ARC-TIPO-TRANS = "COM "
           OR ARC-TIPO-TRANS = "PENP" OR ARC-TIPO-TRANS = "IBD "
           OR ARC-TIPO-TRANS = "RVD " OR ARC-TIPO-TRANS = "PCAP"
           OR ARC-TIPO-TRANS = "PINT" OR ARC-TIPO-TRANS = "PMOR"
           OR ARC-TIPO-TRANS = "RIMP" OR ARC-TIPO-TRANS = "ISBG"
           OR ARC-TIPO-TRANS = "ATM "
           SUBTRACT ARC-MONTO FROM WS-NETO-MOVIMIENTO
       END-IF.

           "  sec " ARC-SECUENCIA
           "  (archivo)"
           DELIMITED BY SIZE INTO LINEA-ESTADO
       IF ARC-TASA-CAMBIO NOT = 0
           MOVE ARC-TASA-CAMBIO TO WS-TASA-EDIT
           MOVE ARC-MONTO-CONTRA TO WS-MONTO-CONTRA-EDIT
           STRING ARC-FECHA-HORA(1:8) "  " ARC-TIPO-TRANS
               "  " WS-MONTO-EDIT
               "  sec " ARC-SECUENCIA
               "  (archivo)"
               "  tc " WS-TASA-EDIT
               " " ARC-MONEDA-CONTRA " " WS-MONTO-CONTRA-EDIT
               DELIMITED BY SIZE INTO LINEA-ESTADO
       END-IF
       WRITE LINEA-ESTADO
       ADD 1 TO WS-TOTAL-MOVIMIENTOS.

               ADD HST-MONTO TO WS-NETO-MOVIMIENTO
           ELSE IF HST-TIPO-TRANS = "IBD "
               SUBTRACT HST-MONTO FROM WS-NETO-MOVIMIENTO
           ELSE IF HST-TIPO-TRANS = "ATM "
               SUBTRACT HST-MONTO FROM WS-NETO-MOVIMIENTO
           ELSE IF HST-TIPO-TRANS = "TRC "
               ADD HST-MONTO TO WS-NETO-MOVIMIENTO
           ELSE IF HST-TIPO-TRANS = "RET "
               SUBTRACT HST-MONTO FROM WS-NETO-MOVIMIENTO
           ELSE IF HST-TIPO-TRANS = "COM "
               SUBTRACT HST-MONTO FROM WS-NETO-MOVIMIENTO
           ELSE IF HST-TIPO-TRANS = "PCAP"
               SUBTRACT HST-MONTO FROM WS-NETO-MOVIMIENTO
           ELSE IF HST-TIPO-TRANS = "PINT"
               SUBTRACT HST-MONTO FROM WS-NETO-MOVIMIENTO
           ELSE IF HST-TIPO-TRANS = "PMOR"
               SUBTRACT HST-MONTO FROM WS-NETO-MOVIMIENTO
           ELSE IF HST-TIPO-TRANS = "RIMP"
               SUBTRACT HST-MONTO FROM WS-NETO-MOVIMIENTO
           ELSE IF HST-TIPO-TRANS = "ISBG"
               SUBTRACT HST-MONTO FROM WS-NETO-MOVIMIENTO
           ELSE IF HST-TIPO-TRANS = "RVD "
               SUBTRACT HST-MONTO FROM WS-NETO-MOVIMIENTO
           ELSE IF HST-TIPO-TRANS = "RVC "
                   "  reverso de " HST-SEC-REVERSADA
                   DELIMITED BY SIZE INTO LINEA-ESTADO
           END-IF
           IF HST-TASA-CAMBIO NOT = 0
               MOVE HST-TASA-CAMBIO TO WS-TASA-EDIT
               MOVE HST-MONTO-CONTRA TO WS-MONTO-CONTRA-EDIT
               STRING HST-FECHA-HORA(1:8) "  " HST-TIPO-TRANS
                   "  " WS-MONTO-EDIT
                   "  sec " HST-SECUENCIA
                   "  tc " WS-TASA-EDIT
                   " " HST-MONEDA-CONTRA " " WS-MONTO-CONTRA-EDIT
                   DELIMITED BY SIZE INTO LINEA-ESTADO
           END-IF
           WRITE LINEA-ESTADO
           ADD 1 TO WS-TOTAL-MOVIMIENTOS
       END-IF.
                       ADD JRN-MONTO TO WS-NETO-MOVIMIENTO
                   ELSE IF JRN-TIPO-TRANS = "IBD "
                       SUBTRACT JRN-MONTO FROM WS-NETO-MOVIMIENTO
                   ELSE IF JRN-TIPO-TRANS = "ATM "
                       SUBTRACT JRN-MONTO FROM WS-NETO-MOVIMIENTO
                   ELSE IF JRN-TIPO-TRANS = "TRC "
                       ADD JRN-MONTO TO WS-NETO-MOVIMIENTO
                   ELSE IF JRN-TIPO-TRANS = "RET "
                       SUBTRACT JRN-MONTO FROM WS-NETO-MOVIMIENTO
                   ELSE IF JRN-TIPO-TRANS = "COM "
                       SUBTRACT JRN-MONTO FROM WS-NETO-MOVIMIENTO
                   ELSE IF JRN-TIPO-TRANS = "PCAP"
                       SUBTRACT JRN-MONTO FROM WS-NETO-MOVIMIENTO
                   ELSE IF JRN-TIPO-TRANS = "PINT"
                       SUBTRACT JRN-MONTO FROM WS-NETO-MOVIMIENTO
                   ELSE IF JRN-TIPO-TRANS = "PMOR"
                       SUBTRACT JRN-MONTO FROM WS-NETO-MOVIMIENTO
                   ELSE IF JRN-TIPO-TRANS = "RIMP"
                       SUBTRACT JRN-MONTO FROM WS-NETO-MOVIMIENTO
                   ELSE IF JRN-TIPO-TRANS = "ISBG"
                       SUBTRACT JRN-MONTO FROM WS-NETO-MOVIMIENTO
                   ELSE IF JRN-TIPO-TRANS = "RVD "
                       SUBTRACT JRN-MONTO FROM WS-NETO-MOVIMIENTO
                   ELSE IF JRN-TIPO-TRANS = "RVC "
                           "  reverso de " JRN-SEC-REVERSADA
                           DELIMITED BY SIZE INTO LINEA-ESTADO
                   END-IF
                   IF JRN-TASA-CAMBIO NOT = 0
                       MOVE JRN-TASA-CAMBIO TO WS-TASA-EDIT
                       MOVE JRN-MONTO-CONTRA TO WS-MONTO-CONTRA-EDIT
                       STRING JRN-FECHA-HORA(1:8) "  " JRN-TIPO-TRANS
                           "  " WS-MONTO-EDIT
                           "  sec " JRN-SECUENCIA
                           "  tc " WS-TASA-EDIT
                           " " JRN-MONEDA-CONTRA " "
                           WS-MONTO-CONTRA-EDIT
                           DELIMITED BY SIZE INTO LINEA-ESTADO
                   END-IF
                   WRITE LINEA-ESTADO
                   ADD 1 TO WS-TOTAL-MOVIMIENTOS
               END-IF
       END-IF.

       IMPRIMIR-ENCABEZADO.
       MOVE CTA-MONEDA TO WS-MONEDA-EDIT
       IF CTA-MONEDA-NACIONAL
           MOVE "NAC" TO WS-MONEDA-EDIT
       END-IF
       MOVE SPACES TO LINEA-ESTADO
       STRING "Estado de cuenta " WS-FECHA-INICIO " a " WS-FECHA-FIN
           DELIMITED BY SIZE INTO LINEA-ESTADO
       WRITE LINEA-ESTADO
       MOVE SPACES TO LINEA-ESTADO
       STRING "Cuenta: " CTA-NUMERO "  Titular: " CTA-NOMBRE
           "  Moneda: " WS-MONEDA-EDIT
           DELIMITED BY SIZE INTO LINEA-ESTADO
       WRITE LINEA-ESTADO
       MOVE WS-SALDO-INICIAL TO WS-MONTO-EDIT
       MOVE SPACES TO LINEA-ESTADO
       STRING "Saldo inicial: " WS-MONTO-EDIT " " WS-MONEDA-EDIT
           DELIMITED BY SIZE INTO LINEA-ESTADO
       WRITE LINEA-ESTADO
       MOVE SPACES TO LINEA-ESTADO
       IMPRIMIR-PIE.
       MOVE WS-SALDO-FINAL TO WS-MONTO-EDIT
       MOVE SPACES TO LINEA-ESTADO
       STRING "Saldo final: " WS-MONTO-EDIT " " WS-MONEDA-EDIT
           DELIMITED BY SIZE INTO LINEA-ESTADO
       WRITE LINEA-ESTADO
       MOVE SPACES TO LINEA-ESTADO
