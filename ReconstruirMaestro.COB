       ELSE IF WS-TIPO-PARTIDA = "RET " OR WS-TIPO-PARTIDA = "TRD "
           OR WS-TIPO-PARTIDA = "SBRG" OR WS-TIPO-PARTIDA = "COM "
           OR WS-TIPO-PARTIDA = "PENP" OR WS-TIPO-PARTIDA = "IBD "
           OR WS-TIPO-PARTIDA = "RVD " OR WS-TIPO-PARTIDA = "PCAP"
           OR WS-TIPO-PARTIDA = "PINT" OR WS-TIPO-PARTIDA = "PMOR"
           OR WS-TIPO-PARTIDA = "RIMP" OR WS-TIPO-PARTIDA = "ISBG"
           OR WS-TIPO-PARTIDA = "ATM "
           SUBTRACT WS-MONTO-PARTIDA FROM WS-NETO-MOVIMIENTO
       END-IF.

