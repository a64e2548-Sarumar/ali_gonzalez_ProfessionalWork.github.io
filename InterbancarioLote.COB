      *          diario con tipo IBC y los debitos con tipo IBD
      *          (clave de sistema INTB). Un item que no se puede
      *          aplicar (cuenta inexistente, cuenta que no admite
      *          movimientos, cuenta en moneda extranjera, fondos
      *          insuficientes o registro invalido) se escribe en el
      *          archivo de devoluciones INTERDEV.DAT con el mismo
      *          layout y el motivo de devolucion, listo para
      *          responderle a la camara en lugar de resolver item
      *          por item por telefono. Los
      *          debitos validan contra el saldo disponible (saldo
      *          menos retenciones) igual que un retiro, con el
      *          mismo limite de sobregiro y su comision.
       01  WS-OPERADOR                 PIC X(4) VALUE "INTB".
       01  WS-JRN-SECUENCIA            PIC 9(9) VALUE 0.
       01  WS-SEC-REVERSADA            PIC 9(9) VALUE 0.
       01  WS-TASA-CAMBIO              PIC 9(5)V9(6) VALUE 0.
       01  WS-MONEDA-CONTRA            PIC X(3) VALUE SPACES.
       01  WS-MONTO-CONTRA             PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-RETENIDO           PIC 9(9)V99 VALUE 0.
       01  WS-FIN-RETEN                PIC X VALUE "N".
           88  FIN-RETEN                       VALUE "S".
               IF CTA-ESTA-CONGELADA OR CTA-ESTA-CERRADA
                   OR CTA-ES-PLAZO
                   MOVE "02" TO WS-MOTIVO-ITEM
               ELSE IF NOT CTA-MONEDA-NACIONAL
                   MOVE "05" TO WS-MOTIVO-ITEM
               ELSE IF INB-ES-CREDITO
                   PERFORM ACREDITAR-ITEM
               ELSE
