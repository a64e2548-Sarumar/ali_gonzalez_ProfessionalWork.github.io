      ******************************************************************
      * Author:
      * Date:
      * Purpose: Proceso nocturno de sobregiros de cuentas
      *          corrientes. Para cada cuenta corriente que cierra el
      *          dia con CTA-SALDO negativo devenga el interes diario
      *          sobre el saldo negativo a la tasa de sobregiro de
      *          SOBPAR.DAT (copy SOBPAR01) y lo acumula en el
      *          seguimiento de sobregiros (SOBREG.DAT, copy
      *          SOBGIR01); el ultimo dia del mes capitaliza lo
      *          devengado como partida del diario con su propio tipo
      *          ISBG, firmada con la clave de sistema SOBG. El
      *          seguimiento guarda desde cuando la cuenta esta en
      *          negativo y el retiro que la dejo asi (el que cobro
      *          la comision SBRG en el diario del dia), y una cuenta
      *          que pasa los dias configurados en negativo se
      *          congela sola, con el cambio de estado en la
      *          bitacora de eventos (EVTLOG.DAT) bajo la clave SOBG
      *          para que cobranza la gestione. Emite ademas el
      *          reporte de antiguedad de sobregiros (SOBREG.OUT) en
      *          tramos de 1-30, 31-60, 61-90 y mas de 90 dias, con
      *          el cliente y el operador del retiro de origen; los
      *          totales por tramo suman solo saldos en moneda
      *          nacional. Corre despues de ACUMULAR_INTERES y antes
      *          del extracto al mayor y del corte del diario, porque
      *          lee el diario del dia para hallar el retiro de
      *          origen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVENGAR_SOBREGIROS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-CTA-STATUS.
           SELECT ARCH-JOURNAL ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT ARCH-SECUENCIA ASSIGN TO "JRNSEQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT ARCH-RETENCIONES ASSIGN TO "RETEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CLAVE
               FILE STATUS IS WS-RTN-STATUS.
           SELECT ARCH-FECHA-PROCESO ASSIGN TO "FECHAPRO.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEC-STATUS.
           SELECT ARCH-EVENTOS ASSIGN TO "EVTLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVT-CLAVE
               FILE STATUS IS WS-EVT-STATUS.
           SELECT ARCH-SEC-EVENTOS ASSIGN TO "EVTSEQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESQ-STATUS.
           SELECT ARCH-CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLI-STATUS.
           SELECT ARCH-SOBREGIROS ASSIGN TO "SOBREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SBG-CTA-NUMERO
               FILE STATUS IS WS-SBG-STATUS.
           SELECT ARCH-PARAM-SOBREGIRO ASSIGN TO "SOBPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBP-STATUS.
           SELECT ARCH-REPORTE ASSIGN TO "SOBREG.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CUENTAS.
           COPY CTAMAE01.

       FD  ARCH-JOURNAL.
           COPY CTAJRN01.

       FD  ARCH-SECUENCIA.
           COPY CTASEQ01.

       FD  ARCH-RETENCIONES.
           COPY CTARTN01.

       FD  ARCH-FECHA-PROCESO.
           COPY CTAFEC01.

       FD  ARCH-EVENTOS.
           COPY CTAEVT01.

       FD  ARCH-SEC-EVENTOS.
           COPY CTAEVSQ1.

       FD  ARCH-CLIENTES.
           COPY CLIMAE01.

       FD  ARCH-SOBREGIROS.
           COPY SOBGIR01.

       FD  ARCH-PARAM-SOBREGIRO.
           COPY SOBPAR01.

       FD  ARCH-REPORTE.
       01  LINEA-REPORTE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTA-STATUS               PIC XX VALUE SPACES.
       01  WS-JRN-STATUS               PIC XX VALUE SPACES.
       01  WS-SEQ-STATUS               PIC XX VALUE SPACES.
       01  WS-RTN-STATUS               PIC XX VALUE SPACES.
       01  WS-FEC-STATUS               PIC XX VALUE SPACES.
       01  WS-EVT-STATUS               PIC XX VALUE SPACES.
       01  WS-ESQ-STATUS               PIC XX VALUE SPACES.
       01  WS-CLI-STATUS               PIC XX VALUE SPACES.
       01  WS-SBG-STATUS               PIC XX VALUE SPACES.
       01  WS-SBP-STATUS               PIC XX VALUE SPACES.
       01  WS-REP-STATUS               PIC XX VALUE SPACES.
       01  WS-FECHA-NEGOCIO            PIC 9(8) VALUE 0.
       01  WS-FECHA-HORA-ACTUAL        PIC X(21).
       01  WS-OPERADOR                 PIC X(4) VALUE "SOBG".
       01  MONTO                       PIC 9(7)V99 VALUE 0.
       01  WS-JRN-SECUENCIA            PIC 9(9) VALUE 0.
       01  WS-SEC-REVERSADA            PIC 9(9) VALUE 0.
       01  WS-TASA-CAMBIO              PIC 9(5)V9(6) VALUE 0.
       01  WS-MONEDA-CONTRA            PIC X(3) VALUE SPACES.
       01  WS-MONTO-CONTRA             PIC 9(7)V99 VALUE 0.
       01  WS-EVT-SECUENCIA            PIC 9(9) VALUE 0.
       01  WS-EVT-CAMPO                PIC X(10) VALUE SPACES.
       01  WS-EVT-ANTERIOR             PIC X(14) VALUE SPACES.
       01  WS-EVT-NUEVO                PIC X(14) VALUE SPACES.
       01  WS-FIN-CUENTAS              PIC X VALUE "N".
           88  FIN-CUENTAS                     VALUE "S".
       01  WS-FIN-JOURNAL              PIC X VALUE "N".
           88  FIN-JOURNAL                     VALUE "S".
       01  WS-CLIENTES-DISPONIBLE      PIC X VALUE "N".
       01  WS-TASA-SOBREGIRO           PIC 9V9(4) VALUE 0.
       01  WS-DIAS-CONGELAR            PIC 9(3) VALUE 0.
       01  WS-DIAS-ENTERO              PIC 9(7).
       01  WS-FECHA-MANANA             PIC 9(8).
       01  WS-FIN-DE-MES               PIC X VALUE "N".
       01  WS-SOBREGIRO-EXISTE         PIC X VALUE "N".
       01  WS-DIAS-SOBREGIRO           PIC 9(5) VALUE 0.
       01  WS-INTERES-DIA              PIC 9(7)V9(4) VALUE 0.
       01  WS-SALDO-NEGATIVO           PIC 9(7)V99 VALUE 0.
       01  WS-MARCA-CONGELADA          PIC X(9) VALUE SPACES.
       01  WS-IDX-TRAMO                PIC 9 VALUE 0.
       01  WS-TABLA-TRAMOS.
           05  WS-TRAMO-ENT OCCURS 4 TIMES.
               10  TRA-NOMBRE          PIC X(9).
               10  TRA-CANT            PIC 9(5).
               10  TRA-SALDO           PIC 9(9)V99.
      ******************************************************************
      * Retiros que dejaron una cuenta en negativo hoy: la partida del
      * diario inmediatamente anterior a la primera comision SBRG de
      * la cuenta en el dia (el copy CTAAPRET graba la comision justo
      * despues del retiro).
      ******************************************************************
       01  WS-ANT-CTA-NUMERO           PIC 9(6) VALUE 0.
       01  WS-ANT-OPERADOR             PIC X(4) VALUE SPACES.
       01  WS-ANT-SECUENCIA            PIC 9(9) VALUE 0.
       01  WS-MAX-ORIGENES             PIC 9(3) VALUE 500.
       01  WS-CANT-ORIGENES            PIC 9(3) VALUE 0.
       01  WS-IDX                      PIC 9(3) VALUE 0.
       01  WS-POS-ORIGEN               PIC 9(3) VALUE 0.
       01  WS-CTA-BUSCADA              PIC 9(6) VALUE 0.
       01  WS-TABLA-ORIGENES.
           05  WS-ORIGEN-ENT OCCURS 500 TIMES.
               10  ORG-CTA-NUMERO      PIC 9(6).
               10  ORG-OPERADOR        PIC X(4).
               10  ORG-SECUENCIA       PIC 9(9).
       01  WS-TOTAL-SOBREGIRADAS       PIC 9(5) VALUE 0.
       01  WS-TOTAL-CONGELADAS         PIC 9(5) VALUE 0.
       01  WS-TOTAL-CAPITALIZADAS      PIC 9(5) VALUE 0.
       01  WS-TOTAL-CAPITALIZADO       PIC 9(9)V99 VALUE 0.
       01  WS-NOMBRE-EDIT              PIC X(20).
       01  WS-MONEDA-EDIT              PIC X(3).
       01  WS-SALDO-EDIT               PIC Z,ZZZ,ZZ9.99-.
       01  WS-INTERES-EDIT             PIC ZZZ,ZZ9.99.
       01  WS-DIAS-EDIT                PIC ZZZZ9.
       01  WS-SEC-EDIT                 PIC Z(8)9.
       01  WS-CANT-EDIT                PIC ZZZZ9.
       01  WS-MONTO-EDIT               PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MOVE 0 TO RETURN-CODE
       DISPLAY "Devengo de interes y antiguedad de sobregiros"
       PERFORM CARGAR-ORIGENES-DIA
       PERFORM ABRIR-ARCHIVOS
       PERFORM CARGAR-PARAMETROS-SOBREGIRO
       PERFORM DETERMINAR-FIN-DE-MES
       PERFORM INICIALIZAR-TRAMOS
       OPEN INPUT ARCH-CLIENTES
       IF WS-CLI-STATUS = "00"
           MOVE "S" TO WS-CLIENTES-DISPONIBLE
       END-IF
       OPEN I-O ARCH-SOBREGIROS
       IF WS-SBG-STATUS = "35"
           OPEN OUTPUT ARCH-SOBREGIROS
           CLOSE ARCH-SOBREGIROS
           OPEN I-O ARCH-SOBREGIROS
       END-IF
       OPEN OUTPUT ARCH-REPORTE
       PERFORM IMPRIMIR-ENCABEZADO
       MOVE LOW-VALUES TO CTA-NUMERO
       START ARCH-CUENTAS KEY IS GREATER THAN OR EQUAL CTA-NUMERO
           INVALID KEY
               MOVE "S" TO WS-FIN-CUENTAS
       END-START
       PERFORM REVISAR-CUENTA UNTIL FIN-CUENTAS
       PERFORM IMPRIMIR-TOTALES-TRAMO
       CLOSE ARCH-REPORTE
       CLOSE ARCH-SOBREGIROS
       IF WS-CLIENTES-DISPONIBLE = "S"
           CLOSE ARCH-CLIENTES
       END-IF
       PERFORM CERRAR-ARCHIVOS
       DISPLAY "Cuentas corrientes en sobregiro: "
           WS-TOTAL-SOBREGIRADAS
       DISPLAY "Cuentas congeladas por sobregiro: "
           WS-TOTAL-CONGELADAS
       IF WS-FIN-DE-MES = "S"
           MOVE WS-TOTAL-CAPITALIZADO TO WS-MONTO-EDIT
           DISPLAY "Interes capitalizado en " WS-TOTAL-CAPITALIZADAS
               " cuentas: " WS-MONTO-EDIT
       END-IF
       DISPLAY "Reporte de antiguedad en SOBREG.OUT"
       GOBACK.

       COPY CTAABRIR.

       COPY CTACERRAR.

       COPY CTAJRNWR.

       COPY CTAEVTWR.

      ******************************************************************
      * Se lee el diario del dia antes de abrirlo para agregar las
      * partidas de la noche.
      ******************************************************************
       CARGAR-ORIGENES-DIA.
       MOVE 0 TO WS-CANT-ORIGENES
       OPEN INPUT ARCH-JOURNAL
       IF WS-JRN-STATUS = "00"
           MOVE "N" TO WS-FIN-JOURNAL
           PERFORM LEER-PARTIDA-ORIGEN UNTIL FIN-JOURNAL
           CLOSE ARCH-JOURNAL
       END-IF.

       LEER-PARTIDA-ORIGEN.
       READ ARCH-JOURNAL
           AT END
               MOVE "S" TO WS-FIN-JOURNAL
           NOT AT END
               IF JRN-TIPO-TRANS = "SBRG"
                   AND JRN-CTA-NUMERO = WS-ANT-CTA-NUMERO
                   PERFORM GUARDAR-ORIGEN
               END-IF
               MOVE JRN-CTA-NUMERO TO WS-ANT-CTA-NUMERO
               MOVE JRN-OPERADOR TO WS-ANT-OPERADOR
               MOVE JRN-SECUENCIA TO WS-ANT-SECUENCIA
       END-READ.

       GUARDAR-ORIGEN.
       MOVE JRN-CTA-NUMERO TO WS-CTA-BUSCADA
       PERFORM BUSCAR-ORIGEN
       IF WS-POS-ORIGEN = 0
           AND WS-CANT-ORIGENES < WS-MAX-ORIGENES
           ADD 1 TO WS-CANT-ORIGENES
           MOVE JRN-CTA-NUMERO TO ORG-CTA-NUMERO(WS-CANT-ORIGENES)
           MOVE WS-ANT-OPERADOR TO ORG-OPERADOR(WS-CANT-ORIGENES)
           MOVE WS-ANT-SECUENCIA TO ORG-SECUENCIA(WS-CANT-ORIGENES)
       END-IF.

       BUSCAR-ORIGEN.
       MOVE 0 TO WS-POS-ORIGEN
       PERFORM COMPARAR-ORIGEN
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-CANT-ORIGENES OR WS-POS-ORIGEN > 0.

       COMPARAR-ORIGEN.
       IF ORG-CTA-NUMERO(WS-IDX) = WS-CTA-BUSCADA
           MOVE WS-IDX TO WS-POS-ORIGEN
       END-IF.

       CARGAR-PARAMETROS-SOBREGIRO.
       OPEN INPUT ARCH-PARAM-SOBREGIRO
       IF WS-SBP-STATUS = "00"
           READ ARCH-PARAM-SOBREGIRO
               AT END
                   CONTINUE
               NOT AT END
                   IF SBP-TASA-SOBREGIRO IS NUMERIC
                       MOVE SBP-TASA-SOBREGIRO TO WS-TASA-SOBREGIRO
                   END-IF
                   IF SBP-DIAS-CONGELAR IS NUMERIC
                       MOVE SBP-DIAS-CONGELAR TO WS-DIAS-CONGELAR
                   END-IF
           END-READ
           CLOSE ARCH-PARAM-SOBREGIRO
       END-IF
       IF WS-TASA-SOBREGIRO = 0
           DISPLAY "Sin tasa de sobregiro en SOBPAR.DAT; "
               "no se devenga interes"
       ELSE
           DISPLAY "Tasa de sobregiro: " WS-TASA-SOBREGIRO
       END-IF
       IF WS-DIAS-CONGELAR = 0
           DISPLAY "Sin dias de congelamiento; ninguna cuenta se "
               "congela por sobregiro"
       ELSE
           DISPLAY "Congelar despues de " WS-DIAS-CONGELAR
               " dias en negativo"
       END-IF.

      ******************************************************************
      * CIERRE_DIA avanza la fecha de negocio de a un dia calendario:
      * si mañana cae en otro mes, hoy es el ultimo dia del mes y se
      * capitaliza lo devengado.
      ******************************************************************
       DETERMINAR-FIN-DE-MES.
       COMPUTE WS-DIAS-ENTERO =
           FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO) + 1
       COMPUTE WS-FECHA-MANANA =
           FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO)
       IF WS-FECHA-MANANA(5:2) NOT = WS-FECHA-NEGOCIO(5:2)
           MOVE "S" TO WS-FIN-DE-MES
           DISPLAY "Fin de mes: se capitaliza el interes devengado"
       END-IF.

       INICIALIZAR-TRAMOS.
       MOVE "1-30"                 TO TRA-NOMBRE(1)
       MOVE "31-60"                TO TRA-NOMBRE(2)
       MOVE "61-90"                TO TRA-NOMBRE(3)
       MOVE "MAS DE 90"            TO TRA-NOMBRE(4)
       PERFORM LIMPIAR-TRAMO
           VARYING WS-IDX-TRAMO FROM 1 BY 1
           UNTIL WS-IDX-TRAMO > 4.

       LIMPIAR-TRAMO.
       MOVE 0 TO TRA-CANT(WS-IDX-TRAMO)
       MOVE 0 TO TRA-SALDO(WS-IDX-TRAMO).

       REVISAR-CUENTA.
       READ ARCH-CUENTAS NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-CUENTAS
           NOT AT END
               IF CTA-ES-CORRIENTE AND NOT CTA-ESTA-CERRADA
                   PERFORM LEER-SOBREGIRO
                   PERFORM TRATAR-CUENTA-CORRIENTE
               END-IF
       END-READ.

       LEER-SOBREGIRO.
       MOVE CTA-NUMERO TO SBG-CTA-NUMERO
       READ ARCH-SOBREGIROS
           INVALID KEY
               MOVE "N" TO WS-SOBREGIRO-EXISTE
               MOVE CTA-NUMERO TO SBG-CTA-NUMERO
               MOVE 0 TO SBG-FECHA-INICIO
               MOVE SPACES TO SBG-OPERADOR-ORIGEN
               MOVE 0 TO SBG-SEC-ORIGEN
               MOVE 0 TO SBG-INTERES-DEVENGADO
               MOVE 0 TO SBG-FECHA-ULT-DEVENGO
               MOVE "N" TO SBG-CONGELADA
           NOT INVALID KEY
               MOVE "S" TO WS-SOBREGIRO-EXISTE
       END-READ.

       TRATAR-CUENTA-CORRIENTE.
       IF CTA-SALDO < 0
           IF SBG-FECHA-INICIO = 0
               PERFORM INICIAR-SOBREGIRO
           END-IF
           PERFORM DEVENGAR-INTERES-DIA
           PERFORM REVISAR-CONGELAMIENTO
           PERFORM IMPRIMIR-CUENTA-SOBREGIRO
       ELSE
           IF SBG-FECHA-INICIO > 0
               MOVE 0 TO SBG-FECHA-INICIO
               MOVE "N" TO SBG-CONGELADA
           END-IF
       END-IF
       IF WS-FIN-DE-MES = "S"
           PERFORM CAPITALIZAR-INTERES
       END-IF
       PERFORM GRABAR-SOBREGIRO.

       INICIAR-SOBREGIRO.
       MOVE WS-FECHA-NEGOCIO TO SBG-FECHA-INICIO
       MOVE "N" TO SBG-CONGELADA
       MOVE CTA-NUMERO TO WS-CTA-BUSCADA
       PERFORM BUSCAR-ORIGEN
       IF WS-POS-ORIGEN > 0
           MOVE ORG-OPERADOR(WS-POS-ORIGEN) TO SBG-OPERADOR-ORIGEN
           MOVE ORG-SECUENCIA(WS-POS-ORIGEN) TO SBG-SEC-ORIGEN
       ELSE
           MOVE SPACES TO SBG-OPERADOR-ORIGEN
           MOVE 0 TO SBG-SEC-ORIGEN
       END-IF.

       DEVENGAR-INTERES-DIA.
       ADD 1 TO WS-TOTAL-SOBREGIRADAS
       COMPUTE WS-SALDO-NEGATIVO = 0 - CTA-SALDO
       COMPUTE WS-DIAS-SOBREGIRO =
           FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
           - FUNCTION INTEGER-OF-DATE(SBG-FECHA-INICIO) + 1
       IF SBG-FECHA-ULT-DEVENGO < WS-FECHA-NEGOCIO
           AND WS-TASA-SOBREGIRO > 0
           COMPUTE WS-INTERES-DIA ROUNDED =
               WS-SALDO-NEGATIVO * WS-TASA-SOBREGIRO / 365
           ADD WS-INTERES-DIA TO SBG-INTERES-DEVENGADO
           MOVE WS-FECHA-NEGOCIO TO SBG-FECHA-ULT-DEVENGO
       END-IF.

      ******************************************************************
      * Solo se congela una cuenta que todavia admite movimientos; una
      * congelada a mano o reactivada por supervisor despues de
      * congelarla este proceso no se vuelve a tocar.
      ******************************************************************
       REVISAR-CONGELAMIENTO.
       MOVE SPACES TO WS-MARCA-CONGELADA
       IF WS-DIAS-CONGELAR > 0
           AND WS-DIAS-SOBREGIRO > WS-DIAS-CONGELAR
           AND SBG-CONGELADA NOT = "S"
           AND (CTA-ESTA-ACTIVA OR CTA-ESTA-INACTIVA)
           MOVE CTA-ESTADO TO WS-EVT-ANTERIOR
           MOVE "C" TO CTA-ESTADO
           REWRITE REG-CUENTA
           MOVE "ESTADO" TO WS-EVT-CAMPO
           MOVE "C" TO WS-EVT-NUEVO
           PERFORM REGISTRAR-EVENTO
           MOVE "S" TO SBG-CONGELADA
           ADD 1 TO WS-TOTAL-CONGELADAS
           MOVE "CONGELADA" TO WS-MARCA-CONGELADA
           DISPLAY "Cuenta " CTA-NUMERO " congelada con "
               WS-DIAS-SOBREGIRO " dias en sobregiro"
       END-IF.

       CAPITALIZAR-INTERES.
       COMPUTE MONTO ROUNDED = SBG-INTERES-DEVENGADO
       MOVE 0 TO SBG-INTERES-DEVENGADO
       IF MONTO > 0
           SUBTRACT MONTO FROM CTA-SALDO
           REWRITE REG-CUENTA
           MOVE "ISBG" TO JRN-TIPO-TRANS
           PERFORM REGISTRAR-JOURNAL
           ADD 1 TO WS-TOTAL-CAPITALIZADAS
           ADD MONTO TO WS-TOTAL-CAPITALIZADO
       END-IF.

      ******************************************************************
      * El registro se borra cuando la cuenta ya no esta en negativo
      * ni le queda interes por capitalizar.
      ******************************************************************
       GRABAR-SOBREGIRO.
       IF SBG-FECHA-INICIO = 0 AND SBG-INTERES-DEVENGADO = 0
           IF WS-SOBREGIRO-EXISTE = "S"
               DELETE ARCH-SOBREGIROS RECORD
           END-IF
       ELSE
           IF WS-SOBREGIRO-EXISTE = "S"
               REWRITE REG-SOBREGIRO
           ELSE
               WRITE REG-SOBREGIRO
           END-IF
       END-IF.

       IMPRIMIR-ENCABEZADO.
       MOVE SPACES TO LINEA-REPORTE
       STRING "ANTIGUEDAD DE SOBREGIROS AL " WS-FECHA-NEGOCIO
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE
       MOVE SPACES TO LINEA-REPORTE
       STRING "Cuenta Cliente Nombre               Mon"
           "        Saldo   Dias Tramo   Int. del mes"
           "   Oper Sec. retiro"
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE.

       IMPRIMIR-CUENTA-SOBREGIRO.
       PERFORM CLASIFICAR-TRAMO
       ADD 1 TO TRA-CANT(WS-IDX-TRAMO)
       IF CTA-MONEDA-NACIONAL
           ADD WS-SALDO-NEGATIVO TO TRA-SALDO(WS-IDX-TRAMO)
       END-IF
       MOVE SPACES TO WS-NOMBRE-EDIT
       IF WS-CLIENTES-DISPONIBLE = "S"
           MOVE CTA-CLI-NUMERO TO CLI-NUMERO
           READ ARCH-CLIENTES
               INVALID KEY
                   MOVE "(no registrado)" TO WS-NOMBRE-EDIT
               NOT INVALID KEY
                   MOVE CLI-NOMBRE TO WS-NOMBRE-EDIT
           END-READ
       END-IF
       MOVE CTA-MONEDA TO WS-MONEDA-EDIT
       IF CTA-MONEDA-NACIONAL
           MOVE "NAC" TO WS-MONEDA-EDIT
       END-IF
       MOVE CTA-SALDO TO WS-SALDO-EDIT
       MOVE WS-DIAS-SOBREGIRO TO WS-DIAS-EDIT
       MOVE SBG-INTERES-DEVENGADO TO WS-INTERES-EDIT
       MOVE SBG-SEC-ORIGEN TO WS-SEC-EDIT
       MOVE SPACES TO LINEA-REPORTE
       STRING CTA-NUMERO " " CTA-CLI-NUMERO "  " WS-NOMBRE-EDIT
           " " WS-MONEDA-EDIT " " WS-SALDO-EDIT " " WS-DIAS-EDIT
           " " TRA-NOMBRE(WS-IDX-TRAMO) " " WS-INTERES-EDIT "   "
           SBG-OPERADOR-ORIGEN " " WS-SEC-EDIT " " WS-MARCA-CONGELADA
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE.

       CLASIFICAR-TRAMO.
       IF WS-DIAS-SOBREGIRO <= 30
           MOVE 1 TO WS-IDX-TRAMO
       ELSE IF WS-DIAS-SOBREGIRO <= 60
           MOVE 2 TO WS-IDX-TRAMO
       ELSE IF WS-DIAS-SOBREGIRO <= 90
           MOVE 3 TO WS-IDX-TRAMO
       ELSE
           MOVE 4 TO WS-IDX-TRAMO
       END-IF.

       IMPRIMIR-TOTALES-TRAMO.
       MOVE SPACES TO LINEA-REPORTE
       WRITE LINEA-REPORTE
       MOVE SPACES TO LINEA-REPORTE
       STRING "Totales por tramo (saldo en moneda nacional)"
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE
       PERFORM IMPRIMIR-UN-TRAMO
           VARYING WS-IDX-TRAMO FROM 1 BY 1
           UNTIL WS-IDX-TRAMO > 4.

       IMPRIMIR-UN-TRAMO.
       MOVE TRA-CANT(WS-IDX-TRAMO) TO WS-CANT-EDIT
       MOVE TRA-SALDO(WS-IDX-TRAMO) TO WS-MONTO-EDIT
       MOVE SPACES TO LINEA-REPORTE
       STRING "  " TRA-NOMBRE(WS-IDX-TRAMO) " dias: " WS-CANT-EDIT
           " cuentas  " WS-MONTO-EDIT
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE.
