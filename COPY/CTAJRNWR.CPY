      * diario. La partida queda fechada con la fecha de negocio
      * vigente (WS-FECHA-NEGOCIO, cargada por LEER-FECHA-PROCESO
      * del copy CTAABRIR) mas la hora del reloj, y conserva la
      * fecha del reloj en JRN-FECHA-RELOJ. La partida toma la
      * moneda de la cuenta en memoria (CTA-MONEDA); el tipo de
      * cambio y la moneda y monto de la otra pata de una
      * transferencia entre monedas salen de WS-TASA-CAMBIO,
      * WS-MONEDA-CONTRA y WS-MONTO-CONTRA, que el invocador deja
      * en cero y espacios fuera de esas patas (igual que
      * WS-SEC-REVERSADA fuera de un reverso).
      * Incluye tambien MARCAR-MOVIMIENTO-CUENTA, compartido por los
      * copy de posteo (CTAAPDEP/CTAAPRET/CTAAPTRF): deja en el
      * registro de cuenta en memoria la fecha de negocio del
       ADD 1 TO WS-JRN-SECUENCIA
       MOVE WS-JRN-SECUENCIA TO JRN-SECUENCIA
       MOVE WS-SEC-REVERSADA TO JRN-SEC-REVERSADA
       MOVE CTA-MONEDA TO JRN-MONEDA
       MOVE WS-TASA-CAMBIO TO JRN-TASA-CAMBIO
       MOVE WS-MONEDA-CONTRA TO JRN-MONEDA-CONTRA
       MOVE WS-MONTO-CONTRA TO JRN-MONTO-CONTRA
       MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
       MOVE WS-FECHA-NEGOCIO TO JRN-FECHA-HORA(1:8)
       MOVE WS-FECHA-HORA-ACTUAL(9:6) TO JRN-FECHA-HORA(9:6)
