      * si cualquiera de las dos cuentas esta congelada o cerrada, o
      * es un deposito a plazo fijo, se rechazan ambas patas con
      * tipo RCHE en el diario.
      * Entre cuentas de distinta moneda (CTA-MONEDA) MONTO esta en
      * la moneda de la cuenta origen y se convierte al tipo de
      * cambio del dia (copy CTACAMBI): el debito sale por MONTO y
      * el credito entra por el monto convertido
      * (WS-MONTO-DESTINO). Ambas patas dejan en el diario la tasa
      * aplicada y la moneda y el monto de la otra pata. Si
      * tesoreria no cargo el tipo del dia para alguna de las dos
      * monedas, la transferencia se rechaza sin postear nada
      * (motivo TC).
      * Usado tanto por el menu interactivo
      * como por el proceso de lote. Devuelve "S"/"N" en
      * WS-TRANSFER-OK.
       MOVE "N" TO WS-TRANSFER-OK
       MOVE SPACES TO WS-MOTIVO-POSTEO
       MOVE MONTO TO WS-MONTO-TRANSFER
       MOVE WS-MONTO-TRANSFER TO WS-MONTO-DESTINO
       IF WS-CTA-ORIGEN = WS-CTA-DESTINO
           DISPLAY "La cuenta origen y destino no pueden ser iguales"
           MOVE "AI" TO WS-MOTIVO-POSTEO
                       MOVE "RCHE" TO JRN-TIPO-TRANS
                       PERFORM REGISTRAR-JOURNAL
                   ELSE
                       MOVE CTA-MONEDA TO WS-MONEDA-DESTINO
                       PERFORM TRANSFERIR-DEBITO
                   END-IF
           END-READ
                   MOVE "RCHE" TO JRN-TIPO-TRANS
                   PERFORM REGISTRAR-JOURNAL
               ELSE
                   MOVE CTA-MONEDA TO WS-MONEDA-ORIGEN
                   PERFORM CONVERTIR-TRANSFERENCIA
                   IF WS-TASA-HALLADA = "N"
                       DISPLAY "No hay tipo de cambio del dia para "
                           "transferir de " WS-MONEDA-ORIGEN
                           " a " WS-MONEDA-DESTINO
                       MOVE "TC" TO WS-MOTIVO-POSTEO
                   ELSE
                       PERFORM TRANSFERIR-DEBITO-SI-ALCANZA
                   END-IF
               END-IF
       END-READ.

      ******************************************************************
      * Tipo cruzado = tipo de la moneda origen / tipo de la moneda
      * destino, ambos contra la moneda nacional; el monto que entra
      * al destino se redondea al centavo.
      ******************************************************************
       CONVERTIR-TRANSFERENCIA.
       MOVE "S" TO WS-TASA-HALLADA
       MOVE 0 TO WS-TASA-TRANSFER
       IF WS-MONEDA-ORIGEN NOT = WS-MONEDA-DESTINO
           MOVE WS-MONEDA-ORIGEN TO WS-MONEDA-BUSCAR
           PERFORM OBTENER-TIPO-CAMBIO
           MOVE WS-TASA-BUSCADA TO WS-TASA-ORIGEN
           IF WS-TASA-HALLADA = "S"
               MOVE WS-MONEDA-DESTINO TO WS-MONEDA-BUSCAR
               PERFORM OBTENER-TIPO-CAMBIO
               MOVE WS-TASA-BUSCADA TO WS-TASA-DESTINO
           END-IF
           IF WS-TASA-HALLADA = "S"
               COMPUTE WS-TASA-TRANSFER ROUNDED =
                   WS-TASA-ORIGEN / WS-TASA-DESTINO
               COMPUTE WS-MONTO-DESTINO ROUNDED =
                   WS-MONTO-TRANSFER * WS-TASA-ORIGEN
                   / WS-TASA-DESTINO
           END-IF
       END-IF.

       TRANSFERIR-DEBITO-SI-ALCANZA.
       PERFORM CALCULAR-RETENIDO
       COMPUTE WS-SALDO-PROYECTADO =
           REWRITE REG-CUENTA
           MOVE WS-MONTO-TRANSFER TO MONTO
           MOVE "TRD " TO JRN-TIPO-TRANS
           IF WS-MONEDA-ORIGEN NOT = WS-MONEDA-DESTINO
               MOVE WS-TASA-TRANSFER TO WS-TASA-CAMBIO
               MOVE WS-MONEDA-DESTINO TO WS-MONEDA-CONTRA
               MOVE WS-MONTO-DESTINO TO WS-MONTO-CONTRA
           END-IF
           PERFORM REGISTRAR-JOURNAL
           PERFORM LIMPIAR-CONVERSION
           IF CTA-SALDO < 0
               PERFORM COBRAR-SOBREGIRO
           END-IF
           INVALID KEY
               DISPLAY "Cuenta destino no encontrada: " WS-CTA-DESTINO
           NOT INVALID KEY
               ADD WS-MONTO-DESTINO TO CTA-SALDO
               PERFORM MARCAR-MOVIMIENTO-CUENTA
               REWRITE REG-CUENTA
               MOVE WS-MONTO-DESTINO TO MONTO
               MOVE "TRC " TO JRN-TIPO-TRANS
               IF WS-MONEDA-ORIGEN NOT = WS-MONEDA-DESTINO
                   MOVE WS-TASA-TRANSFER TO WS-TASA-CAMBIO
                   MOVE WS-MONEDA-ORIGEN TO WS-MONEDA-CONTRA
                   MOVE WS-MONTO-TRANSFER TO WS-MONTO-CONTRA
               END-IF
               PERFORM REGISTRAR-JOURNAL
               PERFORM LIMPIAR-CONVERSION
               MOVE "S" TO WS-TRANSFER-OK
       END-READ.

       LIMPIAR-CONVERSION.
       MOVE 0 TO WS-TASA-CAMBIO
       MOVE SPACES TO WS-MONEDA-CONTRA
       MOVE 0 TO WS-MONTO-CONTRA.
