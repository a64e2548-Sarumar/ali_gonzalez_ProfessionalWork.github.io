      * Date:
      * Purpose: Reporte nocturno de cumplimiento de transacciones
      *          grandes en efectivo. Lee los depositos y retiros del
      *          dia en el diario, incluidos los retiros en cajeros
      *          de la red (ATM) (debe correr antes del corte
      *          CORTE_DIARIO), agrupa la actividad por cliente
      *          usando CTA-CLI-NUMERO para ligar cada cuenta con su
      *          dueño, y reporta a todo cliente cuya actividad en
      *          que contribuye (cuenta, tipo, monto, secuencia,
      *          operador) con un asterisco en las que por si solas
      *          alcanzan el umbral, y el total del dia del cliente.
      *          La actividad de una cuenta mancomunada cuenta para
      *          cada uno de sus titulares: ademas del dueño
      *          principal, los cotitulares registrados en el archivo
      *          de relaciones (RELCTA.DAT, copy CTAREL01) suman la
      *          partida completa a su propio total, y en su detalle
      *          la partida sale marcada como de cotitular. Firmantes
      *          y beneficiarios no son dueños y no suman.
      *          El umbral es en moneda nacional: una partida en
      *          moneda extranjera se convierte con el tipo de cambio
      *          de la fecha del reporte (TIPOCAMB.DAT, copy
      *          CTACAMBI) antes de sumarse al total del cliente, y
      *          su detalle muestra la moneda, el monto original y
      *          el equivalente nacional. Si ese dia no hay tipo de
      *          cambio para la moneda, la partida no se suma pero
      *          el cliente se reporta igual, con la partida marcada
      *          sin tipo de cambio, para que cumplimiento la revise.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ARCH-CUMPLIM ASSIGN TO "CUMPLIM.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUM-STATUS.
           SELECT ARCH-RELACIONES ASSIGN TO "RELCTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-CLAVE
               FILE STATUS IS WS-REL-STATUS.
           SELECT ARCH-TIPOS-CAMBIO ASSIGN TO "TIPOCAMB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCB-CLAVE
               FILE STATUS IS WS-TCB-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY CTAJRN01.

       FD  ARCH-CUMPLIM.
       01  LINEA-CUMPLIM               PIC X(132).

       FD  ARCH-RELACIONES.
           COPY CTAREL01.

       FD  ARCH-TIPOS-CAMBIO.
           COPY TIPCAM01.

       WORKING-STORAGE SECTION.
       01  WS-CTA-STATUS               PIC XX VALUE SPACES.
               10  CLC-NUMERO          PIC 9(6).
               10  CLC-TOTAL           PIC 9(9)V99.
               10  CLC-CANT            PIC 9(5).
               10  CLC-SIN-TASA        PIC X.
       01  WS-TOTAL-REPORTADOS        PIC 9(3) VALUE 0.
       01  WS-TOTAL-SIN-CUENTA        PIC 9(5) VALUE 0.
       01  WS-MONTO-EDIT-1             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-MONTO-EDIT-2             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-MARCA-UMBRAL             PIC X.
       01  WS-REL-STATUS               PIC XX VALUE SPACES.
       01  WS-RELACIONES-DISPONIBLE    PIC X VALUE "N".
       01  WS-FIN-RELACIONES           PIC X VALUE "N".
           88  FIN-RELACIONES                  VALUE "S".
       01  WS-CTA-RELACION             PIC 9(6).
       01  WS-PARTIDA-DEL-CLIENTE      PIC X VALUE "N".
       01  WS-MARCA-COTITULAR          PIC X(10).
       01  WS-FECHA-NEGOCIO            PIC 9(8) VALUE 0.
       01  WS-MONEDA-BUSCAR            PIC X(3) VALUE SPACES.
       01  WS-TASA-BUSCADA             PIC 9(5)V9(6) VALUE 0.
       01  WS-TASA-HALLADA             PIC X VALUE "N".
       01  WS-TCB-STATUS               PIC XX VALUE SPACES.
       01  WS-MONTO-NACIONAL           PIC 9(9)V99 VALUE 0.
       01  WS-MONEDA-EDIT              PIC X(3).
       01  WS-MONTO-EDIT-3             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EQUIVALENTE              PIC X(24).
       01  WS-MARCA-TASA               PIC X(18).
       01  WS-TOTAL-SIN-TASA           PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       DISPLAY "Reporte de cumplimiento - transacciones grandes"
       ACCEPT WS-FECHA-REPORTE
       DISPLAY "Ingrese el umbral de reporte (ej. 0010000.00):"
       ACCEPT WS-UMBRAL
       MOVE WS-FECHA-REPORTE TO WS-FECHA-NEGOCIO
       OPEN INPUT ARCH-CUENTAS
       OPEN INPUT ARCH-CLIENTES
       OPEN OUTPUT ARCH-CUMPLIM
       OPEN INPUT ARCH-RELACIONES
       IF WS-REL-STATUS = "00"
           MOVE "S" TO WS-RELACIONES-DISPONIBLE
       END-IF
       PERFORM ACUMULAR-ACTIVIDAD-DIA
       PERFORM IMPRIMIR-ENCABEZADO
       PERFORM REPORTAR-CLIENTE
       CLOSE ARCH-CUENTAS
       CLOSE ARCH-CLIENTES
       CLOSE ARCH-CUMPLIM
       IF WS-RELACIONES-DISPONIBLE = "S"
           CLOSE ARCH-RELACIONES
       END-IF
       DISPLAY "Clientes reportados: " WS-TOTAL-REPORTADOS
       IF WS-TOTAL-SIN-CUENTA > 0
           DISPLAY "Partidas con cuenta desconocida: "
               WS-TOTAL-SIN-CUENTA
       END-IF
       IF WS-TOTAL-SIN-TASA > 0
           DISPLAY "Partidas en moneda extranjera sin tipo de "
               "cambio: " WS-TOTAL-SIN-TASA
       END-IF
       DISPLAY "Reporte generado en CUMPLIM.OUT"
       STOP RUN.

       COPY CTACAMBI.

      ******************************************************************
      * Equivalente en moneda nacional de la partida, con el tipo de
      * cambio de la fecha del reporte. Sin tipo de cambio queda
      * WS-TASA-HALLADA en "N" y el equivalente en cero.
      ******************************************************************
       CONVERTIR-A-NACIONAL.
       MOVE JRN-MONEDA TO WS-MONEDA-BUSCAR
       PERFORM OBTENER-TIPO-CAMBIO
       IF WS-TASA-HALLADA = "S"
           COMPUTE WS-MONTO-NACIONAL ROUNDED =
               JRN-MONTO * WS-TASA-BUSCADA
       ELSE
           MOVE 0 TO WS-MONTO-NACIONAL
       END-IF.

       ACUMULAR-ACTIVIDAD-DIA.
       MOVE "N" TO WS-FIN-JOURNAL
       OPEN INPUT ARCH-JOURNAL
           NOT AT END
               IF JRN-FECHA-HORA(1:8) = WS-FECHA-REPORTE
                   IF JRN-TIPO-TRANS = "DEP " OR
                       JRN-TIPO-TRANS = "RET " OR
                       JRN-TIPO-TRANS = "ATM "
                       PERFORM ACUMULAR-POR-CLIENTE
                   END-IF
               END-IF
           INVALID KEY
               ADD 1 TO WS-TOTAL-SIN-CUENTA
           NOT INVALID KEY
               PERFORM CONVERTIR-A-NACIONAL
               IF WS-TASA-HALLADA = "N"
                   ADD 1 TO WS-TOTAL-SIN-TASA
               END-IF
               MOVE CTA-CLI-NUMERO TO WS-CLI-ACTUAL
               PERFORM BUSCAR-O-CREAR-CLIENTE
               PERFORM SUMAR-PARTIDA-CLIENTE
               IF WS-RELACIONES-DISPONIBLE = "S"
                   PERFORM ACUMULAR-COTITULARES
               END-IF
       END-READ.

      ******************************************************************
      * Suma la partida a cada cotitular de la cuenta. Las
      * relaciones de una cuenta estan juntas en RELCTA.DAT porque
      * la clave empieza por el numero de cuenta.
      ******************************************************************
       ACUMULAR-COTITULARES.
       MOVE JRN-CTA-NUMERO TO WS-CTA-RELACION
       MOVE "N" TO WS-FIN-RELACIONES
       MOVE WS-CTA-RELACION TO REL-CTA-NUMERO
       MOVE 0 TO REL-CLI-NUMERO
       START ARCH-RELACIONES KEY IS NOT LESS THAN REL-CLAVE
           INVALID KEY
               MOVE "S" TO WS-FIN-RELACIONES
       END-START
       PERFORM ACUMULAR-UN-COTITULAR UNTIL FIN-RELACIONES.

       ACUMULAR-UN-COTITULAR.
       READ ARCH-RELACIONES NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-RELACIONES
           NOT AT END
               IF REL-CTA-NUMERO NOT = WS-CTA-RELACION
                   MOVE "S" TO WS-FIN-RELACIONES
               ELSE IF REL-ES-COTITULAR
                   MOVE REL-CLI-NUMERO TO WS-CLI-ACTUAL
                   PERFORM BUSCAR-O-CREAR-CLIENTE
                   PERFORM SUMAR-PARTIDA-CLIENTE
               END-IF
       END-READ.

       SUMAR-PARTIDA-CLIENTE.
       IF WS-POS-CLIENTE > 0
           IF WS-TASA-HALLADA = "S"
               ADD WS-MONTO-NACIONAL TO CLC-TOTAL(WS-POS-CLIENTE)
           ELSE
               MOVE "S" TO CLC-SIN-TASA(WS-POS-CLIENTE)
           END-IF
           ADD 1 TO CLC-CANT(WS-POS-CLIENTE)
       END-IF.

       BUSCAR-O-CREAR-CLIENTE.
       MOVE 0 TO WS-POS-CLIENTE
       PERFORM COMPARAR-CLIENTE
               MOVE WS-CLI-ACTUAL TO CLC-NUMERO(WS-CANT-CLIENTES)
               MOVE 0 TO CLC-TOTAL(WS-CANT-CLIENTES)
               MOVE 0 TO CLC-CANT(WS-CANT-CLIENTES)
               MOVE "N" TO CLC-SIN-TASA(WS-CANT-CLIENTES)
               MOVE WS-CANT-CLIENTES TO WS-POS-CLIENTE
           ELSE
               DISPLAY "Tabla de clientes llena; se omite "
       MOVE WS-UMBRAL TO WS-MONTO-EDIT-1
       MOVE SPACES TO LINEA-CUMPLIM
       STRING "Cumplimiento - efectivo del " WS-FECHA-REPORTE
           "  umbral " WS-MONTO-EDIT-1 " (moneda nacional)"
           DELIMITED BY SIZE INTO LINEA-CUMPLIM
       WRITE LINEA-CUMPLIM.

       REPORTAR-CLIENTE.
       IF CLC-TOTAL(WS-IDX) >= WS-UMBRAL
           OR CLC-SIN-TASA(WS-IDX) = "S"
           ADD 1 TO WS-TOTAL-REPORTADOS
           PERFORM IMPRIMIR-CLIENTE
       END-IF.
       PERFORM IMPRIMIR-PARTIDAS-CLIENTE
       MOVE CLC-TOTAL(WS-IDX) TO WS-MONTO-EDIT-1
       MOVE SPACES TO LINEA-CUMPLIM
       STRING "  total del dia en efectivo (moneda nacional): "
           WS-MONTO-EDIT-1
           "  (" CLC-CANT(WS-IDX) " partida(s))"
           DELIMITED BY SIZE INTO LINEA-CUMPLIM
       WRITE LINEA-CUMPLIM.
           NOT AT END
               IF JRN-FECHA-HORA(1:8) = WS-FECHA-REPORTE
                   IF JRN-TIPO-TRANS = "DEP " OR
                       JRN-TIPO-TRANS = "RET " OR
                       JRN-TIPO-TRANS = "ATM "
                       PERFORM IMPRIMIR-SI-DEL-CLIENTE
                   END-IF
               END-IF
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE SPACES TO WS-MARCA-COTITULAR
               IF CTA-CLI-NUMERO = CLC-NUMERO(WS-IDX)
                   PERFORM IMPRIMIR-DETALLE-PARTIDA
               ELSE
                   PERFORM VERIFICAR-COTITULAR
                   IF WS-PARTIDA-DEL-CLIENTE = "S"
                       MOVE "cotitular" TO WS-MARCA-COTITULAR
                       PERFORM IMPRIMIR-DETALLE-PARTIDA
                   END-IF
               END-IF
       END-READ.

       VERIFICAR-COTITULAR.
       MOVE "N" TO WS-PARTIDA-DEL-CLIENTE
       IF WS-RELACIONES-DISPONIBLE = "S"
           MOVE CTA-NUMERO TO REL-CTA-NUMERO
           MOVE CLC-NUMERO(WS-IDX) TO REL-CLI-NUMERO
           READ ARCH-RELACIONES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REL-ES-COTITULAR
                       MOVE "S" TO WS-PARTIDA-DEL-CLIENTE
                   END-IF
           END-READ
       END-IF.

       IMPRIMIR-DETALLE-PARTIDA.
       PERFORM CONVERTIR-A-NACIONAL
       MOVE SPACE TO WS-MARCA-UMBRAL
       MOVE SPACES TO WS-MARCA-TASA
       MOVE SPACES TO WS-EQUIVALENTE
       MOVE JRN-MONEDA TO WS-MONEDA-EDIT
       IF WS-MONEDA-EDIT = SPACES
           MOVE "NAC" TO WS-MONEDA-EDIT
       END-IF
       PERFORM ARMAR-EQUIVALENTE
       IF WS-TASA-HALLADA = "S"
           AND WS-MONTO-NACIONAL >= WS-UMBRAL
           MOVE "*" TO WS-MARCA-UMBRAL
       END-IF
       MOVE JRN-MONTO TO WS-MONTO-EDIT-2
       MOVE SPACES TO LINEA-CUMPLIM
       STRING "  cuenta " JRN-CTA-NUMERO
           "  " JRN-TIPO-TRANS
           "  " WS-MONEDA-EDIT
           "  " WS-MONTO-EDIT-2
           WS-EQUIVALENTE
           "  sec " JRN-SECUENCIA
           "  oper " JRN-OPERADOR
           "  " WS-MARCA-UMBRAL
           "  " WS-MARCA-COTITULAR
           "  " WS-MARCA-TASA
           DELIMITED BY SIZE INTO LINEA-CUMPLIM
       WRITE LINEA-CUMPLIM.

       ARMAR-EQUIVALENTE.
       IF WS-TASA-HALLADA = "N"
           MOVE "sin tipo de cambio" TO WS-MARCA-TASA
       ELSE IF JRN-MONEDA NOT = SPACES
           MOVE WS-MONTO-NACIONAL TO WS-MONTO-EDIT-3
           STRING "  = NAC " WS-MONTO-EDIT-3
               DELIMITED BY SIZE INTO WS-EQUIVALENTE
       END-IF.
