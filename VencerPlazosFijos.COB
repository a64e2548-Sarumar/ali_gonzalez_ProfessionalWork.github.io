      *          fijos vencidos a la fecha de negocio, paga el
      *          interes contratado del periodo (saldo * tasa *
      *          plazo/365) con su propio tipo INTP en el diario
      *          (clave de sistema PLZF), le retiene el impuesto
      *          como partida aparte con tipo RIMP (copy CTARIMP) si
      *          el cliente no esta exento, y ejecuta la instruccion
      *          de vencimiento: R renueva por otro plazo igual, T
      *          transfiere principal mas interes a la cuenta ligada
      *          (patas TRD/TRC) y cierra el certificado. Si la
      *          cuenta ligada no existe, no admite movimientos o es
      *          de otra moneda, el plazo se renueva en su lugar y
      *          queda reportado para corregir la instruccion. El
      *          interes de los plazos fijos sale solo de aqui, nunca
      *          de la acumulacion diaria de ahorros (ACUMULAR_INTERES
      *          ignora el tipo P). Deja el detalle en VENCIMIE.OUT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ARCH-VENCIMIENTOS ASSIGN TO "VENCIMIE.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEN-STATUS.
           SELECT ARCH-CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLI-STATUS.
           SELECT ARCH-PARAM-RETENCION ASSIGN TO "IMPRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY CTAEVSQ1.

       FD  ARCH-VENCIMIENTOS.
       01  LINEA-VENCIMIENTO           PIC X(120).

       FD  ARCH-CLIENTES.
           COPY CLIMAE01.

       FD  ARCH-PARAM-RETENCION.
           COPY IMPRET01.

       WORKING-STORAGE SECTION.
       01  WS-CTA-STATUS               PIC XX VALUE SPACES.
       01  WS-OPERADOR                 PIC X(4) VALUE "PLZF".
       01  WS-JRN-SECUENCIA            PIC 9(9) VALUE 0.
       01  WS-SEC-REVERSADA            PIC 9(9) VALUE 0.
       01  WS-TASA-CAMBIO              PIC 9(5)V9(6) VALUE 0.
       01  WS-MONEDA-CONTRA            PIC X(3) VALUE SPACES.
       01  WS-MONTO-CONTRA             PIC 9(7)V99 VALUE 0.
       01  WS-DIAS-ENTERO              PIC 9(7).
       01  WS-MONTO-INTERES            PIC 9(7)V99 VALUE 0.
       01  WS-MONTO-VENCIDO            PIC 9(7)V99 VALUE 0.
       01  WS-CTA-PLAZO                PIC 9(6) VALUE 0.
       01  WS-MONEDA-PLAZO             PIC X(3) VALUE SPACES.
       01  WS-DETALLE-VENC             PIC X(40) VALUE SPACES.
       01  WS-MAX-VENCIDOS             PIC 9(3) VALUE 200.
       01  WS-CANT-VENCIDOS            PIC 9(3) VALUE 0.
       01  WS-TOTAL-RENOVADOS          PIC 9(5) VALUE 0.
       01  WS-TOTAL-TRANSFERIDOS      PIC 9(5) VALUE 0.
       01  WS-MONTO-EDIT               PIC ZZZ,ZZ9.99.
       01  WS-MONTO-EDIT-2             PIC ZZZ,ZZ9.99.
       01  WS-TOTAL-EDIT               PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CLI-STATUS               PIC XX VALUE SPACES.
       01  WS-IMP-STATUS               PIC XX VALUE SPACES.
       01  WS-CLIENTES-DISPONIBLE      PIC X VALUE "N".
       01  WS-TASA-RETENCION           PIC 9V9(4) VALUE 0.
       01  WS-INTERES-BRUTO            PIC 9(7)V99 VALUE 0.
       01  WS-IMPUESTO-RETENIDO        PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-IMPUESTO           PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       MOVE 0 TO RETURN-CODE
       DISPLAY "Vencimiento de depósitos a plazo fijo"
       PERFORM ABRIR-ARCHIVOS
       OPEN INPUT ARCH-CLIENTES
       IF WS-CLI-STATUS = "00"
           MOVE "S" TO WS-CLIENTES-DISPONIBLE
       END-IF
       PERFORM CARGAR-TASA-RETENCION
       OPEN OUTPUT ARCH-VENCIMIENTOS
       DISPLAY "Fecha de negocio del proceso: " WS-FECHA-NEGOCIO
       MOVE LOW-VALUES TO CTA-NUMERO
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-CANT-VENCIDOS
       CLOSE ARCH-VENCIMIENTOS
       IF WS-CLIENTES-DISPONIBLE = "S"
           CLOSE ARCH-CLIENTES
       END-IF
       PERFORM CERRAR-ARCHIVOS
       DISPLAY "Plazos fijos vencidos:      " WS-CANT-VENCIDOS
       DISPLAY "Intereses pagados:          " WS-TOTAL-PAGADOS
       DISPLAY "Renovados:                  " WS-TOTAL-RENOVADOS
       DISPLAY "Transferidos y cerrados:    " WS-TOTAL-TRANSFERIDOS
       MOVE WS-TOTAL-IMPUESTO TO WS-TOTAL-EDIT
       DISPLAY "Impuesto retenido:          " WS-TOTAL-EDIT
       DISPLAY "Detalle en VENCIMIE.OUT"
       GOBACK.


       COPY CTAEVTWR.

       COPY CTARIMP.

      ******************************************************************
      * Los vencidos se recogen primero en una tabla y se procesan
      * despues por clave, porque pagar el vencimiento lee otras
       END-READ.

       PAGAR-INTERES-PLAZO.
       MOVE 0 TO WS-IMPUESTO-RETENIDO
       COMPUTE WS-MONTO-INTERES ROUNDED =
           CTA-SALDO * CTA-TASA-INTERES * CTA-PLAZO-DIAS / 365
       IF WS-MONTO-INTERES > 0
           MOVE "INTP" TO JRN-TIPO-TRANS
           PERFORM REGISTRAR-JOURNAL
           ADD 1 TO WS-TOTAL-PAGADOS
           MOVE WS-MONTO-INTERES TO WS-INTERES-BRUTO
           PERFORM RETENER-IMPUESTO-INTERES
       END-IF.

      ******************************************************************

      ******************************************************************
      * Transfiere principal mas interes a la cuenta ligada y cierra
      * el certificado. Si la ligada no existe, no admite
      * movimientos o se lleva en otra moneda, el plazo se renueva
      * y el caso queda en el reporte para corregir la instruccion
      * con el cliente.
      ******************************************************************
       TRANSFERIR-AL-VENCER.
       MOVE CTA-NUMERO TO WS-CTA-PLAZO
       MOVE CTA-SALDO TO WS-MONTO-VENCIDO
       MOVE CTA-MONEDA TO WS-MONEDA-PLAZO
       MOVE CTA-CTA-LIGADA TO CTA-NUMERO
       READ ARCH-CUENTAS
           INVALID KEY
                   MOVE "cuenta ligada no admite fondos; renovado"
                       TO WS-DETALLE-VENC
                   PERFORM RENOVAR-PLAZO
               ELSE IF CTA-MONEDA NOT = WS-MONEDA-PLAZO
                   MOVE WS-CTA-PLAZO TO CTA-NUMERO
                   PERFORM RELEER-PLAZO
                   MOVE "cuenta ligada de otra moneda; renovado"
                       TO WS-DETALLE-VENC
                   PERFORM RENOVAR-PLAZO
               ELSE
                   PERFORM ACREDITAR-CUENTA-LIGADA
                   PERFORM CERRAR-PLAZO-VENCIDO

       REPORTAR-VENCIMIENTO.
       MOVE WS-MONTO-INTERES TO WS-MONTO-EDIT
       MOVE WS-IMPUESTO-RETENIDO TO WS-MONTO-EDIT-2
       MOVE SPACES TO LINEA-VENCIMIENTO
       STRING "Cuenta " CTA-NUMERO
           "  vencio " CTA-FECHA-VENCE
           "  interes " WS-MONTO-EDIT
           "  ret " WS-MONTO-EDIT-2
           "  " WS-DETALLE-VENC
           DELIMITED BY SIZE INTO LINEA-VENCIMIENTO
       WRITE LINEA-VENCIMIENTO.
