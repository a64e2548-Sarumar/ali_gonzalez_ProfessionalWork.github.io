      *          efectivo) no toca la caja, igual que la
      *          transferencia misma. Las claves de sistema de
      *          los procesos de lote y nocturnos (LOTE, INTR, ORDP,
      *          COMI, RETN, PLZF, INTB, PRES, SOBG, ATMR) aparecen
      *          como un operador mas para que
      *          el total general cierre contra el diario. Toda clave
      *          que firmo cualquier partida de la fecha - no solo
      *          efectivo: tambien transferencias, reversos y
      *          contra el maestro de operadores (OPERADOR.DAT): una
      *          clave que no es de sistema y no existe o esta
      *          suspendida sale marcada en el reporte para
      *          investigar sus partidas. El efectivo de cuentas en
      *          moneda extranjera (JRN-MONEDA) se cuadra en renglon
      *          aparte por operador y moneda, y el total general
      *          solo suma el efectivo en moneda nacional.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-TABLA-OPERADORES.
           05  WS-OPERADOR-ENT OCCURS 50 TIMES.
               10  OP-ID               PIC X(4).
               10  OP-MONEDA           PIC X(3).
               10  OP-CANT-DEPOSITOS   PIC 9(5).
               10  OP-TOT-DEPOSITOS    PIC S9(9)V99.
               10  OP-CANT-RETIROS     PIC 9(5).
               10  OP-TOT-RETIROS      PIC S9(9)V99.
       01  WS-OPER-BUSCADO             PIC X(4).
       01  WS-MONEDA-BUSCADA           PIC X(3) VALUE SPACES.
       01  WS-MONEDA-EDIT              PIC X(3).
       01  WS-MAX-REVERSOS             PIC 9(3) VALUE 100.
       01  WS-CANT-REVERSOS            PIC 9(3) VALUE 0.
       01  WS-RDX                      PIC 9(3) VALUE 0.
                       PERFORM ACUMULAR-MOVIMIENTO
                   ELSE
                       MOVE JRN-OPERADOR TO WS-OPER-BUSCADO
                       MOVE SPACES TO WS-MONEDA-BUSCADA
                       PERFORM BUSCAR-O-CREAR-OPERADOR
                   END-IF
               END-IF

       ACUMULAR-MOVIMIENTO.
       MOVE JRN-OPERADOR TO WS-OPER-BUSCADO
       MOVE JRN-MONEDA TO WS-MONEDA-BUSCADA
       PERFORM BUSCAR-O-CREAR-OPERADOR
       IF WS-POS-OPERADOR > 0
           IF JRN-TIPO-TRANS = "DEP "
               ADD 1 TO OP-CANT-DEPOSITOS(WS-POS-OPERADOR)
               ADD JRN-MONTO TO OP-TOT-DEPOSITOS(WS-POS-OPERADOR)
               IF JRN-MONEDA = SPACES
                   ADD JRN-MONTO TO WS-TOT-GEN-DEPOSITOS
               END-IF
           ELSE
               ADD 1 TO OP-CANT-RETIROS(WS-POS-OPERADOR)
               ADD JRN-MONTO TO OP-TOT-RETIROS(WS-POS-OPERADOR)
               IF JRN-MONEDA = SPACES
                   ADD JRN-MONTO TO WS-TOT-GEN-RETIROS
               END-IF
           END-IF
       END-IF
       PERFORM NETEAR-REVERSOS-PARTIDA.
      * se netea contra los totales del operador que lo posteo. Los
      * reversos cuya partida original no es un DEP/RET del dia (p.ej.
      * la pata de una transferencia) nunca encuentran partida aqui y
      * no tocan la caja. El reverso va contra la misma cuenta que la
      * partida original, asi que se netea en la moneda de esta.
      ******************************************************************
       NETEAR-REVERSOS-PARTIDA.
       PERFORM NETEAR-UN-REVERSO
       NETEAR-UN-REVERSO.
       IF REV-SEC-ORIGINAL(WS-RDX) = JRN-SECUENCIA
           MOVE REV-OPERADOR(WS-RDX) TO WS-OPER-BUSCADO
           MOVE JRN-MONEDA TO WS-MONEDA-BUSCADA
           PERFORM BUSCAR-O-CREAR-OPERADOR
           IF WS-POS-OPERADOR > 0
               IF JRN-TIPO-TRANS = "DEP "
                   SUBTRACT REV-MONTO(WS-RDX)
                       FROM OP-TOT-DEPOSITOS(WS-POS-OPERADOR)
                   IF JRN-MONEDA = SPACES
                       SUBTRACT REV-MONTO(WS-RDX)
                           FROM WS-TOT-GEN-DEPOSITOS
                   END-IF
               ELSE
                   SUBTRACT REV-MONTO(WS-RDX)
                       FROM OP-TOT-RETIROS(WS-POS-OPERADOR)
                   IF JRN-MONEDA = SPACES
                       SUBTRACT REV-MONTO(WS-RDX)
                           FROM WS-TOT-GEN-RETIROS
                   END-IF
               END-IF
           END-IF
       END-IF.
           IF WS-CANT-OPERADORES < WS-MAX-OPERADORES
               ADD 1 TO WS-CANT-OPERADORES
               MOVE WS-OPER-BUSCADO TO OP-ID(WS-CANT-OPERADORES)
               MOVE WS-MONEDA-BUSCADA
                   TO OP-MONEDA(WS-CANT-OPERADORES)
               MOVE 0 TO OP-CANT-DEPOSITOS(WS-CANT-OPERADORES)
               MOVE 0 TO OP-TOT-DEPOSITOS(WS-CANT-OPERADORES)
               MOVE 0 TO OP-CANT-RETIROS(WS-CANT-OPERADORES)

       COMPARAR-OPERADOR.
       IF OP-ID(WS-IDX) = WS-OPER-BUSCADO
           AND OP-MONEDA(WS-IDX) = WS-MONEDA-BUSCADA
           MOVE WS-IDX TO WS-POS-OPERADOR
       END-IF.

           DELIMITED BY SIZE INTO LINEA-CUADRE
       WRITE LINEA-CUADRE
       MOVE SPACES TO LINEA-CUADRE
       STRING "Oper Mon  Dep.  Total depositos  Ret.  "
           "Total retiros  Efectivo neto"
           DELIMITED BY SIZE INTO LINEA-CUADRE
       WRITE LINEA-CUADRE
       MOVE WS-TOT-GEN-DEPOSITOS TO WS-MONTO-EDIT-1
       MOVE WS-TOT-GEN-RETIROS TO WS-MONTO-EDIT-2
       MOVE SPACES TO LINEA-CUADRE
       STRING "Total general NAC  dep " WS-MONTO-EDIT-1
           "  ret " WS-MONTO-EDIT-2
           DELIMITED BY SIZE INTO LINEA-CUADRE
       WRITE LINEA-CUADRE.
       MOVE OP-TOT-DEPOSITOS(WS-IDX) TO WS-MONTO-EDIT-1
       MOVE OP-TOT-RETIROS(WS-IDX) TO WS-MONTO-EDIT-2
       MOVE WS-NETO-EFECTIVO TO WS-MONTO-EDIT-3
       IF OP-MONEDA(WS-IDX) = SPACES
           MOVE "NAC" TO WS-MONEDA-EDIT
       ELSE
           MOVE OP-MONEDA(WS-IDX) TO WS-MONEDA-EDIT
       END-IF
       MOVE SPACES TO LINEA-CUADRE
       STRING OP-ID(WS-IDX)
           " " WS-MONEDA-EDIT
           "  " OP-CANT-DEPOSITOS(WS-IDX)
           "  " WS-MONTO-EDIT-1
           "  " OP-CANT-RETIROS(WS-IDX)
       IF OP-ID(WS-IDX) = "LOTE" OR OP-ID(WS-IDX) = "INTR"
           OR OP-ID(WS-IDX) = "ORDP" OR OP-ID(WS-IDX) = "COMI"
           OR OP-ID(WS-IDX) = "RETN" OR OP-ID(WS-IDX) = "PLZF"
           OR OP-ID(WS-IDX) = "INTB" OR OP-ID(WS-IDX) = "PRES"
           OR OP-ID(WS-IDX) = "SOBG" OR OP-ID(WS-IDX) = "ATMR"
           MOVE "(sistema)" TO WS-MARCA-OPERADOR
       ELSE
           IF WS-MAESTRO-DISPONIBLE = "S"
