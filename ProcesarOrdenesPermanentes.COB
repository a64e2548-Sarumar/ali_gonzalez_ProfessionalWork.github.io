      *          no se pudieron aplicar (p.ej. retiro que supera el
      *          limite de sobregiro, o cuenta congelada) quedan en el
      *          reporte ORDENFAL.OUT para seguimiento con el cliente
      *          y se reintentan en la corrida siguiente. Una
      *          transferencia entre cuentas de distinta moneda se
      *          convierte al tipo de cambio del dia (TIPOCAMB.DAT); si
      *          tesoreria no lo cargo, la orden queda en el reporte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ARCH-PARAMETRO ASSIGN TO "NOCHEPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-STATUS.
           SELECT ARCH-TIPOS-CAMBIO ASSIGN TO "TIPOCAMB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCB-CLAVE
               FILE STATUS IS WS-TCB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PARAMETRO.
       01  REG-PARAMETRO               PIC X(8).

       FD  ARCH-TIPOS-CAMBIO.
           COPY TIPCAM01.

       WORKING-STORAGE SECTION.
       01  WS-CTA-STATUS               PIC XX VALUE SPACES.
       01  WS-JRN-STATUS               PIC XX VALUE SPACES.
       01  WS-SEQ-STATUS               PIC XX VALUE SPACES.
       01  WS-JRN-SECUENCIA            PIC 9(9) VALUE 0.
       01  WS-SEC-REVERSADA            PIC 9(9) VALUE 0.
       01  WS-TASA-CAMBIO              PIC 9(5)V9(6) VALUE 0.
       01  WS-MONEDA-CONTRA            PIC X(3) VALUE SPACES.
       01  WS-MONTO-CONTRA             PIC 9(7)V99 VALUE 0.
       01  WS-MONEDA-ORIGEN            PIC X(3) VALUE SPACES.
       01  WS-MONEDA-DESTINO           PIC X(3) VALUE SPACES.
       01  WS-MONTO-DESTINO            PIC 9(7)V99 VALUE 0.
       01  WS-TASA-ORIGEN              PIC 9(5)V9(6) VALUE 0.
       01  WS-TASA-DESTINO             PIC 9(5)V9(6) VALUE 0.
       01  WS-TASA-TRANSFER            PIC 9(5)V9(6) VALUE 0.
       01  WS-MONEDA-BUSCAR            PIC X(3) VALUE SPACES.
       01  WS-TASA-BUSCADA             PIC 9(5)V9(6) VALUE 0.
       01  WS-TASA-HALLADA             PIC X VALUE "N".
       01  WS-TCB-STATUS               PIC XX VALUE SPACES.
       01  WS-RTN-STATUS               PIC XX VALUE SPACES.
       01  WS-FEC-STATUS               PIC XX VALUE SPACES.
       01  WS-FECHA-NEGOCIO            PIC 9(8) VALUE 0.

       COPY CTAAPTRF.

       COPY CTACAMBI.

       COPY CTARETEN.

       COPY CTAPARAM.
                           REWRITE REG-ORDEN
                       ELSE
                           ADD 1 TO WS-TOTAL-FALLIDAS
                           IF WS-MOTIVO-POSTEO = "TC"
                               MOVE "sin tipo de cambio del dia"
                                   TO WS-MOTIVO-FALLA
                           ELSE
                               MOVE "no se pudo aplicar"
                                   TO WS-MOTIVO-FALLA
                           END-IF
                           PERFORM REPORTAR-ORDEN-FALLIDA
                       END-IF
                   END-IF
