               MOVE JRN-OPERADOR TO HST-OPERADOR
               MOVE JRN-SEC-REVERSADA TO HST-SEC-REVERSADA
               MOVE JRN-FECHA-RELOJ TO HST-FECHA-RELOJ
               MOVE JRN-MONEDA TO HST-MONEDA
               MOVE JRN-TASA-CAMBIO TO HST-TASA-CAMBIO
               MOVE JRN-MONEDA-CONTRA TO HST-MONEDA-CONTRA
               MOVE JRN-MONTO-CONTRA TO HST-MONTO-CONTRA
               WRITE REG-HISTORIA
                   INVALID KEY
                       PERFORM TRATAR-PARTIDA-DUPLICADA
