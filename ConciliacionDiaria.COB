      *          del dia siguiente. Los movimientos del dia se leen
      *          por clave del historico indexado (HISTORIA.DAT), asi
      *          que debe correr despues del corte CORTE_DIARIO que
      *          pasa el diario del dia al historico. Cada cuenta
      *          se concilia en su propia moneda (CTA-MONEDA), y al
      *          pie del reporte quedan los totales de saldo y de
      *          neto del dia por moneda; montos de monedas distintas
      *          nunca se suman entre si.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-TOTAL-EXCEPCIONES        PIC 9(5) VALUE 0.
       01  WS-MONTO-EDIT-1             PIC ---,---,--9.99.
       01  WS-MONTO-EDIT-2             PIC ---,---,--9.99.
       01  WS-TOTAL-EDIT-1             PIC ---,---,---,--9.99.
       01  WS-TOTAL-EDIT-2             PIC ---,---,---,--9.99.
       01  WS-MONEDA-EDIT              PIC X(3).
       01  WS-MAX-MONEDAS              PIC 9(2) VALUE 20.
       01  WS-CANT-MONEDAS             PIC 9(2) VALUE 0.
       01  WS-IDX-MON                  PIC 9(2) VALUE 0.
       01  WS-POS-MON                  PIC 9(2) VALUE 0.
       01  WS-NETO-CUENTA              PIC S9(7)V99 VALUE 0.
       01  WS-TABLA-MONEDAS.
           05  WS-MON-ENT OCCURS 20 TIMES.
               10  MON-CODIGO          PIC X(3).
               10  MON-CUENTAS         PIC 9(5).
               10  MON-SALDO           PIC S9(11)V99.
               10  MON-NETO            PIC S9(11)V99.

       PROCEDURE DIVISION.
       MOVE 0 TO RETURN-CODE
       PERFORM LEER-CUENTA
       PERFORM LEER-SALDO-ANT
       PERFORM PROCESAR-CONCILIACION UNTIL FIN-CUENTAS
       PERFORM ESCRIBIR-TOTALES-MONEDA
       PERFORM CERRAR-ARCHIVOS-CONCILIACION
       DISPLAY "Cuentas conciliadas: " WS-TOTAL-CUENTAS
       DISPLAY "Cuentas nuevas (sin saldo anterior): " WS-TOTAL-NUEVAS

       CUENTA-NUEVA.
       ADD 1 TO WS-TOTAL-NUEVAS
       MOVE 0 TO WS-NETO-CUENTA
       PERFORM ACUMULAR-MONEDA
       MOVE CTA-NUMERO TO SNV-CTA-NUMERO
       MOVE CTA-SALDO TO SNV-SALDO
       WRITE REG-SALDO-NUEVO.
           ADD 1 TO WS-TOTAL-EXCEPCIONES
           PERFORM REPORTAR-EXCEPCION
       END-IF
       MOVE WS-TOTAL-JOURNAL TO WS-NETO-CUENTA
       PERFORM ACUMULAR-MONEDA
       MOVE CTA-NUMERO TO SNV-CTA-NUMERO
       MOVE CTA-SALDO TO SNV-SALDO
       WRITE REG-SALDO-NUEVO.
                       ADD HST-MONTO TO WS-TOTAL-JOURNAL
                   ELSE IF HST-TIPO-TRANS = "IBD "
                       SUBTRACT HST-MONTO FROM WS-TOTAL-JOURNAL
                   ELSE IF HST-TIPO-TRANS = "ATM "
                       SUBTRACT HST-MONTO FROM WS-TOTAL-JOURNAL
                   ELSE IF HST-TIPO-TRANS = "TRC "
                       ADD HST-MONTO TO WS-TOTAL-JOURNAL
                   ELSE IF HST-TIPO-TRANS = "RET "
                       SUBTRACT HST-MONTO FROM WS-TOTAL-JOURNAL
                   ELSE IF HST-TIPO-TRANS = "COM "
                       SUBTRACT HST-MONTO FROM WS-TOTAL-JOURNAL
                   ELSE IF HST-TIPO-TRANS = "PCAP"
                       SUBTRACT HST-MONTO FROM WS-TOTAL-JOURNAL
                   ELSE IF HST-TIPO-TRANS = "PINT"
                       SUBTRACT HST-MONTO FROM WS-TOTAL-JOURNAL
                   ELSE IF HST-TIPO-TRANS = "PMOR"
                       SUBTRACT HST-MONTO FROM WS-TOTAL-JOURNAL
                   ELSE IF HST-TIPO-TRANS = "RIMP"
                       SUBTRACT HST-MONTO FROM WS-TOTAL-JOURNAL
                   ELSE IF HST-TIPO-TRANS = "ISBG"
                       SUBTRACT HST-MONTO FROM WS-TOTAL-JOURNAL
                   ELSE IF HST-TIPO-TRANS = "RVD "
                       SUBTRACT HST-MONTO FROM WS-TOTAL-JOURNAL
                   ELSE IF HST-TIPO-TRANS = "RVC "
       MOVE WS-CAMBIO-MAESTRO TO WS-MONTO-EDIT-1
       MOVE WS-TOTAL-JOURNAL TO WS-MONTO-EDIT-2
       MOVE SPACES TO LINEA-EXCEPCION
       STRING "Cuenta " CTA-NUMERO " " CTA-MONEDA
           "  cambio maestro=" WS-MONTO-EDIT-1
           "  neto diario=" WS-MONTO-EDIT-2
           DELIMITED BY SIZE INTO LINEA-EXCEPCION
       WRITE LINEA-EXCEPCION.

      ******************************************************************
      * Totales por moneda de la cuenta: saldo del maestro y neto del
      * dia segun el historico. Una cuenta nueva suma su saldo pero
      * no neto, porque no se concilio. Si aparecen mas monedas que
      * casillas, las sobrantes se avisan en consola y no se suman.
      ******************************************************************
       ACUMULAR-MONEDA.
       MOVE 0 TO WS-POS-MON
       PERFORM BUSCAR-MONEDA
           VARYING WS-IDX-MON FROM 1 BY 1
           UNTIL WS-IDX-MON > WS-CANT-MONEDAS OR WS-POS-MON > 0
       IF WS-POS-MON = 0
           IF WS-CANT-MONEDAS < WS-MAX-MONEDAS
               ADD 1 TO WS-CANT-MONEDAS
               MOVE WS-CANT-MONEDAS TO WS-POS-MON
               MOVE CTA-MONEDA TO MON-CODIGO(WS-POS-MON)
               MOVE 0 TO MON-CUENTAS(WS-POS-MON)
               MOVE 0 TO MON-SALDO(WS-POS-MON)
               MOVE 0 TO MON-NETO(WS-POS-MON)
           ELSE
               DISPLAY "Tabla de monedas llena; la cuenta "
                   CTA-NUMERO " (" CTA-MONEDA ") no entra en los "
                   "totales"
           END-IF
       END-IF
       IF WS-POS-MON > 0
           ADD 1 TO MON-CUENTAS(WS-POS-MON)
           ADD CTA-SALDO TO MON-SALDO(WS-POS-MON)
           ADD WS-NETO-CUENTA TO MON-NETO(WS-POS-MON)
       END-IF.

       BUSCAR-MONEDA.
       IF MON-CODIGO(WS-IDX-MON) = CTA-MONEDA
           MOVE WS-IDX-MON TO WS-POS-MON
       END-IF.

       ESCRIBIR-TOTALES-MONEDA.
       MOVE SPACES TO LINEA-EXCEPCION
       STRING "Totales por moneda (saldo del maestro y neto del dia)"
           DELIMITED BY SIZE INTO LINEA-EXCEPCION
       WRITE LINEA-EXCEPCION
       PERFORM ESCRIBIR-TOTAL-MONEDA
           VARYING WS-IDX-MON FROM 1 BY 1
           UNTIL WS-IDX-MON > WS-CANT-MONEDAS.

       ESCRIBIR-TOTAL-MONEDA.
       MOVE MON-CODIGO(WS-IDX-MON) TO WS-MONEDA-EDIT
       IF WS-MONEDA-EDIT = SPACES
           MOVE "NAC" TO WS-MONEDA-EDIT
       END-IF
       MOVE MON-SALDO(WS-IDX-MON) TO WS-TOTAL-EDIT-1
       MOVE MON-NETO(WS-IDX-MON) TO WS-TOTAL-EDIT-2
       MOVE SPACES TO LINEA-EXCEPCION
       STRING "Moneda " WS-MONEDA-EDIT
           "  cuentas " MON-CUENTAS(WS-IDX-MON)
           "  saldo " WS-TOTAL-EDIT-1
           "  neto " WS-TOTAL-EDIT-2
           DELIMITED BY SIZE INTO LINEA-EXCEPCION
       WRITE LINEA-EXCEPCION
       DISPLAY "Moneda " WS-MONEDA-EDIT "  cuentas "
           MON-CUENTAS(WS-IDX-MON) "  saldo " WS-TOTAL-EDIT-1.
