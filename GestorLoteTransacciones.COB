      *     LOTERCH1) con su motivo y la fecha del lote, para que la
      *     sucursal la corrija con MANTENER_RECHAZOS y VALIDAR_LOTE
      *     la inyecte en el lote de la noche siguiente.
      *   - Las transferencias T entre cuentas de distinta moneda se
      *     convierten al tipo de cambio del dia (TIPOCAMB.DAT, copy
      *     CTACAMBI); sin tipo cargado se rechazan con motivo TC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTOR_LOTE.
           SELECT ARCH-CTL-ARCHIVO ASSIGN TO "ARCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT ARCH-TIPOS-CAMBIO ASSIGN TO "TIPOCAMB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCB-CLAVE
               FILE STATUS IS WS-TCB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CTL-ARCHIVO.
           COPY CTAACTL.

       FD  ARCH-TIPOS-CAMBIO.
           COPY TIPCAM01.

       WORKING-STORAGE SECTION.
       01  WS-CTA-STATUS           PIC XX VALUE SPACES.
       01  WS-JRN-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQ-STATUS           PIC XX VALUE SPACES.
       01  WS-JRN-SECUENCIA        PIC 9(9) VALUE 0.
       01  WS-SEC-REVERSADA        PIC 9(9) VALUE 0.
       01  WS-TASA-CAMBIO          PIC 9(5)V9(6) VALUE 0.
       01  WS-MONEDA-CONTRA        PIC X(3) VALUE SPACES.
       01  WS-MONTO-CONTRA         PIC 9(7)V99 VALUE 0.
       01  WS-MONEDA-ORIGEN        PIC X(3) VALUE SPACES.
       01  WS-MONEDA-DESTINO       PIC X(3) VALUE SPACES.
       01  WS-MONTO-DESTINO        PIC 9(7)V99 VALUE 0.
       01  WS-TASA-ORIGEN          PIC 9(5)V9(6) VALUE 0.
       01  WS-TASA-DESTINO         PIC 9(5)V9(6) VALUE 0.
       01  WS-TASA-TRANSFER        PIC 9(5)V9(6) VALUE 0.
       01  WS-MONEDA-BUSCAR        PIC X(3) VALUE SPACES.
       01  WS-TASA-BUSCADA         PIC 9(5)V9(6) VALUE 0.
       01  WS-TASA-HALLADA         PIC X VALUE "N".
       01  WS-TCB-STATUS           PIC XX VALUE SPACES.
       01  WS-CTA-REVERSO          PIC 9(6).
       01  WS-SEC-REVERSO          PIC 9(9).
       01  WS-REVERSO-OK           PIC X VALUE "N".

       COPY CTAAPTRF.

       COPY CTACAMBI.

       COPY CTAAPREV.

       COPY CTARETEN.
