      *          confunda con un deposito del cliente ni cuente como
      *          actividad para la marca de cuenta inactiva. Las
      *          cuentas congeladas o cerradas no devengan interes.
      *          Del interes acreditado se retiene el impuesto a la
      *          tasa de IMPRET.DAT (salvo clientes exentos), como
      *          partida aparte con tipo RIMP (copy CTARIMP).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESQ-STATUS.
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
       FD  ARCH-SEC-EVENTOS.
           COPY CTAEVSQ1.

       FD  ARCH-CLIENTES.
           COPY CLIMAE01.

       FD  ARCH-PARAM-RETENCION.
           COPY IMPRET01.

       WORKING-STORAGE SECTION.
       01  WS-CTA-STATUS               PIC XX VALUE SPACES.
       01  WS-JRN-STATUS               PIC XX VALUE SPACES.
       01  WS-SEQ-STATUS               PIC XX VALUE SPACES.
       01  WS-JRN-SECUENCIA            PIC 9(9) VALUE 0.
       01  WS-SEC-REVERSADA            PIC 9(9) VALUE 0.
       01  WS-TASA-CAMBIO              PIC 9(5)V9(6) VALUE 0.
       01  WS-MONEDA-CONTRA            PIC X(3) VALUE SPACES.
       01  WS-MONTO-CONTRA             PIC 9(7)V99 VALUE 0.
       01  WS-RTN-STATUS               PIC XX VALUE SPACES.
       01  WS-FEC-STATUS               PIC XX VALUE SPACES.
       01  WS-FECHA-NEGOCIO            PIC 9(8) VALUE 0.
       01  WS-DIAS-ENTERO              PIC 9(7).
       01  WS-TOTAL-ACREDITADAS        PIC 9(5) VALUE 0.
       01  WS-TOTAL-CUENTAS-AHORRO     PIC 9(5) VALUE 0.
       01  WS-CLI-STATUS               PIC XX VALUE SPACES.
       01  WS-IMP-STATUS               PIC XX VALUE SPACES.
       01  WS-CLIENTES-DISPONIBLE      PIC X VALUE "N".
       01  WS-TASA-RETENCION           PIC 9V9(4) VALUE 0.
       01  WS-INTERES-BRUTO            PIC 9(7)V99 VALUE 0.
       01  WS-IMPUESTO-RETENIDO        PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-IMPUESTO           PIC 9(9)V99 VALUE 0.
       01  WS-MONTO-EDIT               PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MOVE 0 TO RETURN-CODE
       DISPLAY "Acumulación de intereses - cuentas de ahorro"
       PERFORM ABRIR-ARCHIVOS
       OPEN INPUT ARCH-CLIENTES
       IF WS-CLI-STATUS = "00"
           MOVE "S" TO WS-CLIENTES-DISPONIBLE
       END-IF
       PERFORM CARGAR-TASA-RETENCION
       MOVE LOW-VALUES TO CTA-NUMERO
       START ARCH-CUENTAS KEY IS GREATER THAN OR EQUAL CTA-NUMERO
           INVALID KEY
               MOVE "S" TO WS-FIN-CUENTAS
       END-START
       PERFORM PROCESAR-CUENTA UNTIL FIN-CUENTAS
       IF WS-CLIENTES-DISPONIBLE = "S"
           CLOSE ARCH-CLIENTES
       END-IF
       PERFORM CERRAR-ARCHIVOS
       DISPLAY "Cuentas de ahorro evaluadas: " WS-TOTAL-CUENTAS-AHORRO
       DISPLAY "Cuentas acreditadas: " WS-TOTAL-ACREDITADAS
       MOVE WS-TOTAL-IMPUESTO TO WS-MONTO-EDIT
       DISPLAY "Impuesto retenido: " WS-MONTO-EDIT
       GOBACK.

       COPY CTAABRIR.

       COPY CTARETEN.

       COPY CTARIMP.

       PROCESAR-CUENTA.
       READ ARCH-CUENTAS NEXT RECORD
           AT END
                       PERFORM APLICAR-DEPOSITO
                       IF WS-DEPOSITO-OK = "S"
                           ADD 1 TO WS-TOTAL-ACREDITADAS
                           MOVE MONTO TO WS-INTERES-BRUTO
                           PERFORM RETENER-IMPUESTO-INTERES
                       END-IF
                   END-IF
               END-IF
