      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte de fin de mes de saldos diarios para la
      *          gerencia comercial y auditoria. Lee el historial de
      *          saldos de cierre (SALDIA.DAT, copy SALDIA01) que
      *          graba cada noche CARGAR_SALDOS_DIARIOS y, para cada
      *          cuenta con saldos en el mes pedido, calcula el saldo
      *          contable promedio diario, el minimo, el maximo y los
      *          dias que cerro en sobregiro (saldo negativo). El
      *          promedio es sobre los dias con cierre registrado en
      *          el mes, es decir los dias de negocio. El reporte
      *          (SALDOPRM.OUT) va agrupado por cliente, en orden de
      *          numero, y dentro del cliente por tipo de cuenta
      *          (corriente, ahorro, plazo fijo); cliente, tipo y
      *          estado son los del ultimo cierre del mes. Las
      *          cuentas cuyo dueño ya no esta en el maestro de
      *          clientes salen al final sin nombre. Los saldos
      *          estan en la moneda de cada cuenta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE_SALDO_PROMEDIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLI-STATUS.
           SELECT ARCH-SALDOS-DIARIOS ASSIGN TO "SALDIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDI-CLAVE
               FILE STATUS IS WS-SDI-STATUS.
           SELECT ARCH-REPORTE ASSIGN TO "SALDOPRM.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CLIENTES.
           COPY CLIMAE01.

       FD  ARCH-SALDOS-DIARIOS.
           COPY SALDIA01.

       FD  ARCH-REPORTE.
       01  LINEA-REPORTE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CLI-STATUS               PIC XX VALUE SPACES.
       01  WS-SDI-STATUS               PIC XX VALUE SPACES.
       01  WS-REP-STATUS               PIC XX VALUE SPACES.
       01  WS-MES-REPORTE              PIC 9(6).
       01  WS-FIN-SALDOS               PIC X VALUE "N".
           88  FIN-SALDOS                      VALUE "S".
       01  WS-FIN-CLIENTES             PIC X VALUE "N".
           88  FIN-CLIENTES                    VALUE "S".
       01  WS-MAX-CUENTAS              PIC 9(4) VALUE 2000.
       01  WS-CANT-CUENTAS             PIC 9(4) VALUE 0.
       01  WS-IDX                      PIC 9(4) VALUE 0.
       01  WS-POS                      PIC 9(4) VALUE 0.
       01  WS-IDX-TIPO                 PIC 9 VALUE 0.
       01  WS-TABLA-SALDOS.
           05  WS-SALDO-ENT OCCURS 2000 TIMES.
               10  RSP-CTA-NUMERO      PIC 9(6).
               10  RSP-CLI-NUMERO      PIC 9(6).
               10  RSP-TIPO-CUENTA     PIC X.
               10  RSP-MONEDA          PIC X(3).
               10  RSP-ESTADO          PIC X.
               10  RSP-DIAS            PIC 9(3).
               10  RSP-SUMA            PIC S9(11)V99.
               10  RSP-MINIMO          PIC S9(7)V99.
               10  RSP-MAXIMO          PIC S9(7)V99.
               10  RSP-DIAS-SOBREGIRO  PIC 9(3).
               10  RSP-IMPRESO         PIC X.
       01  WS-TIPOS-REPORTE            PIC X(3) VALUE "CAP".
       01  WS-TIPO-ACTUAL              PIC X.
       01  WS-DESC-TIPO                PIC X(20).
       01  WS-CLI-ACTUAL               PIC 9(6).
       01  WS-NOMBRE-ACTUAL            PIC X(30).
       01  WS-CLIENTE-ABIERTO          PIC X VALUE "N".
       01  WS-TIPO-ABIERTO             PIC X VALUE "N".
       01  WS-PROMEDIO                 PIC S9(7)V99.
       01  WS-MONEDA-EDIT              PIC X(3).
       01  WS-PROMEDIO-EDIT            PIC Z,ZZZ,ZZ9.99-.
       01  WS-MINIMO-EDIT              PIC Z,ZZZ,ZZ9.99-.
       01  WS-MAXIMO-EDIT              PIC Z,ZZZ,ZZ9.99-.
       01  WS-DIAS-EDIT                PIC ZZ9.
       01  WS-SOBREGIRO-EDIT           PIC ZZ9.
       01  WS-TOTAL-CLIENTES           PIC 9(5) VALUE 0.
       01  WS-TOTAL-CON-SOBREGIRO      PIC 9(5) VALUE 0.
       01  WS-TOTAL-DESCARTADAS        PIC 9(5) VALUE 0.
       01  WS-CTA-DESCARTADA           PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       DISPLAY "Reporte mensual de saldos promedio"
       DISPLAY "Ingrese el mes a reportar (AAAAMM):"
       ACCEPT WS-MES-REPORTE
       OPEN INPUT ARCH-SALDOS-DIARIOS
       IF WS-SDI-STATUS NOT = "00"
           DISPLAY "No existe el historial de saldos (SALDIA.DAT)"
           STOP RUN
       END-IF
       OPEN INPUT ARCH-CLIENTES
       OPEN OUTPUT ARCH-REPORTE
       PERFORM ACUMULAR-SALDOS-MES
       PERFORM IMPRIMIR-ENCABEZADO
       PERFORM REPORTAR-CLIENTES
       PERFORM REPORTAR-SIN-CLIENTE
       CLOSE ARCH-SALDOS-DIARIOS
       CLOSE ARCH-CLIENTES
       CLOSE ARCH-REPORTE
       DISPLAY "Cuentas reportadas: " WS-CANT-CUENTAS
       DISPLAY "Cuentas con dias en sobregiro: "
           WS-TOTAL-CON-SOBREGIRO
       IF WS-TOTAL-DESCARTADAS > 0
           DISPLAY "Cuentas sin lugar en la tabla del reporte: "
               WS-TOTAL-DESCARTADAS
       END-IF
       DISPLAY "Reporte generado en SALDOPRM.OUT"
       STOP RUN.

      ******************************************************************
      * El historial viene ordenado por cuenta y fecha, asi que los
      * cierres de una cuenta llegan juntos: un cambio de cuenta abre
      * un renglon nuevo en la tabla.
      ******************************************************************
       ACUMULAR-SALDOS-MES.
       MOVE "N" TO WS-FIN-SALDOS
       MOVE 0 TO WS-POS
       MOVE LOW-VALUES TO SDI-CLAVE
       START ARCH-SALDOS-DIARIOS KEY IS GREATER THAN OR EQUAL
           SDI-CLAVE
           INVALID KEY
               MOVE "S" TO WS-FIN-SALDOS
       END-START
       PERFORM LEER-SALDO-DIARIO UNTIL FIN-SALDOS.

       LEER-SALDO-DIARIO.
       READ ARCH-SALDOS-DIARIOS NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-SALDOS
           NOT AT END
               IF SDI-FECHA(1:6) = WS-MES-REPORTE
                   PERFORM UBICAR-CUENTA-TABLA
                   IF WS-POS > 0
                       PERFORM SUMAR-SALDO-DIARIO
                   END-IF
               END-IF
       END-READ.

       UBICAR-CUENTA-TABLA.
       IF WS-POS > 0
           IF RSP-CTA-NUMERO(WS-POS) NOT = SDI-CTA-NUMERO
               MOVE 0 TO WS-POS
           END-IF
       END-IF
       IF WS-POS = 0
           IF WS-CANT-CUENTAS < WS-MAX-CUENTAS
               ADD 1 TO WS-CANT-CUENTAS
               MOVE WS-CANT-CUENTAS TO WS-POS
               MOVE SDI-CTA-NUMERO TO RSP-CTA-NUMERO(WS-POS)
               MOVE 0 TO RSP-DIAS(WS-POS)
               MOVE 0 TO RSP-SUMA(WS-POS)
               MOVE SDI-SALDO-CONTABLE TO RSP-MINIMO(WS-POS)
               MOVE SDI-SALDO-CONTABLE TO RSP-MAXIMO(WS-POS)
               MOVE 0 TO RSP-DIAS-SOBREGIRO(WS-POS)
               MOVE "N" TO RSP-IMPRESO(WS-POS)
           ELSE
               IF SDI-CTA-NUMERO NOT = WS-CTA-DESCARTADA
                   ADD 1 TO WS-TOTAL-DESCARTADAS
                   MOVE SDI-CTA-NUMERO TO WS-CTA-DESCARTADA
               END-IF
           END-IF
       END-IF.

       SUMAR-SALDO-DIARIO.
       MOVE SDI-CLI-NUMERO TO RSP-CLI-NUMERO(WS-POS)
       MOVE SDI-TIPO-CUENTA TO RSP-TIPO-CUENTA(WS-POS)
       MOVE SDI-MONEDA TO RSP-MONEDA(WS-POS)
       MOVE SDI-ESTADO TO RSP-ESTADO(WS-POS)
       ADD 1 TO RSP-DIAS(WS-POS)
       ADD SDI-SALDO-CONTABLE TO RSP-SUMA(WS-POS)
       IF SDI-SALDO-CONTABLE < RSP-MINIMO(WS-POS)
           MOVE SDI-SALDO-CONTABLE TO RSP-MINIMO(WS-POS)
       END-IF
       IF SDI-SALDO-CONTABLE > RSP-MAXIMO(WS-POS)
           MOVE SDI-SALDO-CONTABLE TO RSP-MAXIMO(WS-POS)
       END-IF
       IF SDI-SALDO-CONTABLE < 0
           IF RSP-DIAS-SOBREGIRO(WS-POS) = 0
               ADD 1 TO WS-TOTAL-CON-SOBREGIRO
           END-IF
           ADD 1 TO RSP-DIAS-SOBREGIRO(WS-POS)
       END-IF.

       IMPRIMIR-ENCABEZADO.
       MOVE SPACES TO LINEA-REPORTE
       STRING "SALDOS DIARIOS DEL MES " WS-MES-REPORTE
           " - PROMEDIO, MINIMO, MAXIMO Y DIAS EN SOBREGIRO"
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE
       MOVE SPACES TO LINEA-REPORTE
       STRING "    Cuenta Mon Dias     Promedio         Minimo"
           "         Maximo  Sobreg  Est"
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE.

      ******************************************************************
      * Un cliente por vez en orden de numero; sus cuentas salen por
      * tipo, una pasada de la tabla por cada tipo.
      ******************************************************************
       REPORTAR-CLIENTES.
       MOVE "N" TO WS-FIN-CLIENTES
       MOVE 0 TO CLI-NUMERO
       START ARCH-CLIENTES KEY IS GREATER THAN OR EQUAL CLI-NUMERO
           INVALID KEY
               MOVE "S" TO WS-FIN-CLIENTES
       END-START
       PERFORM REPORTAR-UN-CLIENTE UNTIL FIN-CLIENTES.

       REPORTAR-UN-CLIENTE.
       READ ARCH-CLIENTES NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-CLIENTES
           NOT AT END
               MOVE CLI-NUMERO TO WS-CLI-ACTUAL
               MOVE CLI-NOMBRE TO WS-NOMBRE-ACTUAL
               PERFORM REPORTAR-CUENTAS-CLIENTE
       END-READ.

       REPORTAR-SIN-CLIENTE.
       PERFORM REPORTAR-HUERFANA
           VARYING WS-POS FROM 1 BY 1
           UNTIL WS-POS > WS-CANT-CUENTAS.

       REPORTAR-HUERFANA.
       IF RSP-IMPRESO(WS-POS) = "N"
           MOVE RSP-CLI-NUMERO(WS-POS) TO WS-CLI-ACTUAL
           MOVE "(cliente no registrado)" TO WS-NOMBRE-ACTUAL
           PERFORM REPORTAR-CUENTAS-CLIENTE
       END-IF.

       REPORTAR-CUENTAS-CLIENTE.
       MOVE "N" TO WS-CLIENTE-ABIERTO
       PERFORM REPORTAR-TIPO-CLIENTE
           VARYING WS-IDX-TIPO FROM 1 BY 1
           UNTIL WS-IDX-TIPO > 4.

      ******************************************************************
      * La cuarta pasada recoge cualquier tipo fuera de C, A y P.
      ******************************************************************
       REPORTAR-TIPO-CLIENTE.
       MOVE "N" TO WS-TIPO-ABIERTO
       IF WS-IDX-TIPO < 4
           MOVE WS-TIPOS-REPORTE(WS-IDX-TIPO:1) TO WS-TIPO-ACTUAL
       ELSE
           MOVE SPACE TO WS-TIPO-ACTUAL
       END-IF
       PERFORM REPORTAR-CUENTA-TIPO
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-CANT-CUENTAS.

       REPORTAR-CUENTA-TIPO.
       IF RSP-CLI-NUMERO(WS-IDX) = WS-CLI-ACTUAL
           AND RSP-IMPRESO(WS-IDX) = "N"
           IF RSP-TIPO-CUENTA(WS-IDX) = WS-TIPO-ACTUAL
               OR WS-IDX-TIPO = 4
               IF WS-CLIENTE-ABIERTO = "N"
                   PERFORM IMPRIMIR-CABECERA-CLIENTE
               END-IF
               IF WS-TIPO-ABIERTO = "N"
                   PERFORM IMPRIMIR-CABECERA-TIPO
               END-IF
               PERFORM IMPRIMIR-CUENTA
               MOVE "S" TO RSP-IMPRESO(WS-IDX)
           END-IF
       END-IF.

       IMPRIMIR-CABECERA-CLIENTE.
       MOVE "S" TO WS-CLIENTE-ABIERTO
       ADD 1 TO WS-TOTAL-CLIENTES
       MOVE SPACES TO LINEA-REPORTE
       WRITE LINEA-REPORTE
       MOVE SPACES TO LINEA-REPORTE
       STRING "Cliente: " WS-CLI-ACTUAL "  " WS-NOMBRE-ACTUAL
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE.

       IMPRIMIR-CABECERA-TIPO.
       MOVE "S" TO WS-TIPO-ABIERTO
       PERFORM DESCRIBIR-TIPO-CUENTA
       MOVE SPACES TO LINEA-REPORTE
       STRING "  " WS-DESC-TIPO
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE.

       DESCRIBIR-TIPO-CUENTA.
       IF RSP-TIPO-CUENTA(WS-IDX) = "C"
           MOVE "Cuentas corrientes" TO WS-DESC-TIPO
       ELSE IF RSP-TIPO-CUENTA(WS-IDX) = "A"
           MOVE "Cuentas de ahorro" TO WS-DESC-TIPO
       ELSE IF RSP-TIPO-CUENTA(WS-IDX) = "P"
           MOVE "Plazos fijos" TO WS-DESC-TIPO
       ELSE
           MOVE "Otros tipos" TO WS-DESC-TIPO
       END-IF.

       IMPRIMIR-CUENTA.
       COMPUTE WS-PROMEDIO ROUNDED =
           RSP-SUMA(WS-IDX) / RSP-DIAS(WS-IDX)
       MOVE RSP-MONEDA(WS-IDX) TO WS-MONEDA-EDIT
       IF WS-MONEDA-EDIT = SPACES
           MOVE "NAC" TO WS-MONEDA-EDIT
       END-IF
       MOVE RSP-DIAS(WS-IDX) TO WS-DIAS-EDIT
       MOVE WS-PROMEDIO TO WS-PROMEDIO-EDIT
       MOVE RSP-MINIMO(WS-IDX) TO WS-MINIMO-EDIT
       MOVE RSP-MAXIMO(WS-IDX) TO WS-MAXIMO-EDIT
       MOVE RSP-DIAS-SOBREGIRO(WS-IDX) TO WS-SOBREGIRO-EDIT
       MOVE SPACES TO LINEA-REPORTE
       STRING "    " RSP-CTA-NUMERO(WS-IDX) " " WS-MONEDA-EDIT
           "  " WS-DIAS-EDIT " " WS-PROMEDIO-EDIT
           "  " WS-MINIMO-EDIT "  " WS-MAXIMO-EDIT
           "    " WS-SOBREGIRO-EDIT "   " RSP-ESTADO(WS-IDX)
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE.
