       MOVE HST-OPERADOR TO ARC-OPERADOR
       MOVE HST-SEC-REVERSADA TO ARC-SEC-REVERSADA
       MOVE HST-FECHA-RELOJ TO ARC-FECHA-RELOJ
       MOVE HST-MONEDA TO ARC-MONEDA
       MOVE HST-TASA-CAMBIO TO ARC-TASA-CAMBIO
       MOVE HST-MONEDA-CONTRA TO ARC-MONEDA-CONTRA
       MOVE HST-MONTO-CONTRA TO ARC-MONTO-CONTRA
       WRITE REG-ARCHIVO-HST
           INVALID KEY
               PERFORM TRATAR-PARTIDA-YA-ARCHIVADA
