      ******************************************************************
      * Retencion de impuesto sobre intereses pagados, compartida por
      * ACUMULAR_INTERES (tipo INT) y VENCER_PLAZOS (tipo INTP).
      * CARGAR-TASA-RETENCION lee una vez por corrida la tasa de
      * IMPRET.DAT (copy IMPRET01) en WS-TASA-RETENCION; una tasa
      * que todavia no rige a la fecha de negocio se toma como cero.
      * RETENER-IMPUESTO-INTERES se ejecuta justo despues de postear
      * el interes, con REG-CUENTA recien regrabado y el interes
      * bruto en WS-INTERES-BRUTO: si el dueño principal de la
      * cuenta (CTA-CLI-NUMERO en ARCH-CLIENTES, que el invocador
      * abre y marca en WS-CLIENTES-DISPONIBLE) no esta exento,
      * descuenta del saldo el impuesto
      * (bruto * tasa, redondeado) y lo deja en el diario como
      * partida aparte con tipo RIMP, en la moneda de la cuenta.
      * Un cliente que no esta en el maestro no prueba exencion y se
      * le retiene. Devuelve lo retenido en WS-IMPUESTO-RETENIDO
      * (cero si no hubo retencion).
      ******************************************************************
       CARGAR-TASA-RETENCION.
       MOVE 0 TO WS-TASA-RETENCION
       OPEN INPUT ARCH-PARAM-RETENCION
       IF WS-IMP-STATUS = "00"
           READ ARCH-PARAM-RETENCION
               AT END
                   CONTINUE
               NOT AT END
                   IF IMP-TASA-RETENCION IS NUMERIC
                       AND IMP-VIGENTE-DESDE IS NUMERIC
                       AND IMP-VIGENTE-DESDE <= WS-FECHA-NEGOCIO
                       MOVE IMP-TASA-RETENCION TO WS-TASA-RETENCION
                   END-IF
           END-READ
           CLOSE ARCH-PARAM-RETENCION
       END-IF
       IF WS-TASA-RETENCION = 0
           DISPLAY "Sin tasa de retencion vigente en IMPRET.DAT; "
               "el interes se paga sin retener"
       ELSE
           DISPLAY "Tasa de retencion de impuesto: " WS-TASA-RETENCION
       END-IF.

       RETENER-IMPUESTO-INTERES.
       MOVE 0 TO WS-IMPUESTO-RETENIDO
       IF WS-TASA-RETENCION > 0 AND WS-INTERES-BRUTO > 0
           MOVE "N" TO CLI-EXENTO-RETENCION
           IF WS-CLIENTES-DISPONIBLE = "S"
               MOVE CTA-CLI-NUMERO TO CLI-NUMERO
               READ ARCH-CLIENTES
                   INVALID KEY
                       MOVE "N" TO CLI-EXENTO-RETENCION
               END-READ
           END-IF
           IF NOT CLI-ES-EXENTO
               COMPUTE WS-IMPUESTO-RETENIDO ROUNDED =
                   WS-INTERES-BRUTO * WS-TASA-RETENCION
           END-IF
       END-IF
       IF WS-IMPUESTO-RETENIDO > 0
           SUBTRACT WS-IMPUESTO-RETENIDO FROM CTA-SALDO
           REWRITE REG-CUENTA
           MOVE WS-IMPUESTO-RETENIDO TO MONTO
           MOVE "RIMP" TO JRN-TIPO-TRANS
           PERFORM REGISTRAR-JOURNAL
           ADD WS-IMPUESTO-RETENIDO TO WS-TOTAL-IMPUESTO
       END-IF.
