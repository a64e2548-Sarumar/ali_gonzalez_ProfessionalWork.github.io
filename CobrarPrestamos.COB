      ******************************************************************
      * Author:
      * Date:
      * Purpose: Proceso nocturno de cobro de prestamos. Recorre el
      *          maestro de prestamos (PRESTAMOS.DAT, copy PRESTA01)
      *          y, para cada prestamo vigente, las cuotas de su
      *          tabla de amortizacion (CUOTAS.DAT, copy PRECUO01)
      *          vencidas a la fecha de negocio, de la mas antigua a
      *          la mas reciente. Sobre el capital de cada cuota
      *          vencida e impaga devenga el interes moratorio diario
      *          a la tasa PRE-TASA-MORA, y luego intenta cobrar la
      *          cuota completa (capital + interes + mora) de la
      *          cuenta de cargo con la misma validacion de saldo
      *          disponible que un retiro (saldo contable menos
      *          retenciones vigentes, hasta el limite de
      *          sobregiro, cobrando la comision SBRG si la deja en
      *          negativo). El cobro se postea en el diario con
      *          tipos propios: PCAP el capital, PINT el interes
      *          corriente y PMOR el moratorio, firmados con la
      *          clave de sistema PRES, para que el extracto al
      *          mayor los lleve a sus cuentas contables. Una cuota
      *          que no se puede cobrar (fondos insuficientes, o
      *          cuenta de cargo congelada o cerrada) queda pendiente
      *          y detiene el cobro de las siguientes del mismo
      *          prestamo, que se reintenta la noche siguiente. Al
      *          terminar cada prestamo actualiza su saldo de
      *          capital y sus dias de atraso, y deja el reporte de
      *          cartera por dias de atraso en CARTERA.OUT, con el
      *          resumen por tramo (al dia, 1-30, 31-60, 61-90 y mas
      *          de 90 dias).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRAR_PRESTAMOS.
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
           SELECT ARCH-PRESTAMOS ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-NUMERO
               FILE STATUS IS WS-PRE-STATUS.
           SELECT ARCH-CUOTAS ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               FILE STATUS IS WS-CUO-STATUS.
           SELECT ARCH-CARTERA ASSIGN TO "CARTERA.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.

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

       FD  ARCH-PRESTAMOS.
           COPY PRESTA01.

       FD  ARCH-CUOTAS.
           COPY PRECUO01.

       FD  ARCH-CARTERA.
       01  LINEA-CARTERA               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CTA-STATUS               PIC XX VALUE SPACES.
       01  WS-JRN-STATUS               PIC XX VALUE SPACES.
       01  WS-PRE-STATUS               PIC XX VALUE SPACES.
       01  WS-CUO-STATUS               PIC XX VALUE SPACES.
       01  WS-CAR-STATUS               PIC XX VALUE SPACES.
       01  WS-FIN-PRESTAMOS            PIC X VALUE "N".
           88  FIN-PRESTAMOS                   VALUE "S".
       01  WS-FIN-CUOTAS               PIC X VALUE "N".
           88  FIN-CUOTAS                      VALUE "S".
       01  MONTO                       PIC 9(7)V99 VALUE 0.
       01  WS-FECHA-HORA-ACTUAL        PIC X(21).
       01  WS-RETIRO-OK                PIC X VALUE "N".
       01  WS-SALDO-PROYECTADO         PIC S9(7)V99.
       01  WS-COMISION-SOBREGIRO       PIC 9(3)V99 VALUE 35.00.
       01  WS-OPERADOR                 PIC X(4) VALUE "PRES".
       01  WS-SEQ-STATUS               PIC XX VALUE SPACES.
       01  WS-JRN-SECUENCIA            PIC 9(9) VALUE 0.
       01  WS-SEC-REVERSADA            PIC 9(9) VALUE 0.
       01  WS-TASA-CAMBIO              PIC 9(5)V9(6) VALUE 0.
       01  WS-MONEDA-CONTRA            PIC X(3) VALUE SPACES.
       01  WS-MONTO-CONTRA             PIC 9(7)V99 VALUE 0.
       01  WS-RTN-STATUS               PIC XX VALUE SPACES.
       01  WS-FEC-STATUS               PIC XX VALUE SPACES.
       01  WS-FECHA-NEGOCIO            PIC 9(8) VALUE 0.
       01  WS-EVT-STATUS               PIC XX VALUE SPACES.
       01  WS-ESQ-STATUS               PIC XX VALUE SPACES.
       01  WS-EVT-SECUENCIA            PIC 9(9) VALUE 0.
       01  WS-EVT-CAMPO                PIC X(10) VALUE SPACES.
       01  WS-EVT-ANTERIOR             PIC X(14) VALUE SPACES.
       01  WS-EVT-NUEVO                PIC X(14) VALUE SPACES.
       01  WS-TOTAL-RETENIDO           PIC 9(9)V99 VALUE 0.
       01  WS-FIN-RETEN                PIC X VALUE "N".
           88  FIN-RETEN                       VALUE "S".
       01  WS-DIAS-RETENCION           PIC 9(3) VALUE 0.
       01  WS-MOTIVO-POSTEO            PIC X(2) VALUE SPACES.
       01  WS-DIAS-ENTERO              PIC 9(7).
       01  WS-COBRO-DETENIDO           PIC X VALUE "N".
       01  WS-MOTIVO-COBRO             PIC X(24) VALUE SPACES.
       01  WS-TOTAL-CUOTA              PIC 9(7)V99 VALUE 0.
       01  WS-DIAS-MORA                PIC 9(5) VALUE 0.
       01  WS-MORA-DEVENGADA           PIC 9(7)V99 VALUE 0.
       01  WS-FECHA-MAS-ANTIGUA        PIC 9(8) VALUE 0.
       01  WS-CUOTAS-VENCIDAS          PIC 9(3) VALUE 0.
       01  WS-IDX-TRAMO                PIC 9 VALUE 0.
       01  WS-TABLA-TRAMOS.
           05  WS-TRAMO-ENT OCCURS 5 TIMES.
               10  TRM-NOMBRE          PIC X(10).
               10  TRM-CANTIDAD        PIC 9(5).
               10  TRM-CAPITAL         PIC 9(9)V99.
       01  WS-TOTAL-VIGENTES           PIC 9(5) VALUE 0.
       01  WS-TOTAL-COBRADAS           PIC 9(5) VALUE 0.
       01  WS-TOTAL-IMPAGAS            PIC 9(5) VALUE 0.
       01  WS-TOTAL-CANCELADOS         PIC 9(5) VALUE 0.
       01  WS-TOTAL-MORA               PIC 9(9)V99 VALUE 0.
       01  WS-MONTO-EDIT               PIC ZZZ,ZZ9.99.
       01  WS-MONTO-EDIT-LARGO         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MOVE 0 TO RETURN-CODE
       DISPLAY "Cobro de cuotas de prestamos"
       PERFORM ABRIR-ARCHIVOS
       PERFORM ABRIR-ARCHIVOS-PRESTAMOS
       PERFORM INICIALIZAR-TRAMOS
       PERFORM IMPRIMIR-ENCABEZADO-CARTERA
       MOVE LOW-VALUES TO PRE-NUMERO
       START ARCH-PRESTAMOS KEY IS GREATER THAN OR EQUAL PRE-NUMERO
           INVALID KEY
               MOVE "S" TO WS-FIN-PRESTAMOS
       END-START
       PERFORM PROCESAR-PRESTAMO UNTIL FIN-PRESTAMOS
       PERFORM IMPRIMIR-RESUMEN-CARTERA
       PERFORM CERRAR-ARCHIVOS-PRESTAMOS
       PERFORM CERRAR-ARCHIVOS
       DISPLAY "Prestamos vigentes revisados: " WS-TOTAL-VIGENTES
       DISPLAY "Cuotas cobradas: " WS-TOTAL-COBRADAS
       DISPLAY "Cuotas vencidas sin cobrar: " WS-TOTAL-IMPAGAS
       DISPLAY "Prestamos cancelados hoy: " WS-TOTAL-CANCELADOS
       DISPLAY "Reporte de cartera en CARTERA.OUT"
       GOBACK.

       COPY CTAABRIR.

       COPY CTACERRAR.

       COPY CTAJRNWR.

       COPY CTAEVTWR.

       COPY CTAAPRET.

       COPY CTARETEN.

       ABRIR-ARCHIVOS-PRESTAMOS.
       OPEN I-O ARCH-PRESTAMOS
       IF WS-PRE-STATUS = "35"
           OPEN OUTPUT ARCH-PRESTAMOS
           CLOSE ARCH-PRESTAMOS
           OPEN I-O ARCH-PRESTAMOS
       END-IF
       OPEN I-O ARCH-CUOTAS
       IF WS-CUO-STATUS = "35"
           OPEN OUTPUT ARCH-CUOTAS
           CLOSE ARCH-CUOTAS
           OPEN I-O ARCH-CUOTAS
       END-IF
       OPEN OUTPUT ARCH-CARTERA.

       CERRAR-ARCHIVOS-PRESTAMOS.
       CLOSE ARCH-PRESTAMOS
       CLOSE ARCH-CUOTAS
       CLOSE ARCH-CARTERA.

       INICIALIZAR-TRAMOS.
       MOVE "AL DIA"               TO TRM-NOMBRE(1)
       MOVE "1-30"                 TO TRM-NOMBRE(2)
       MOVE "31-60"                TO TRM-NOMBRE(3)
       MOVE "61-90"                TO TRM-NOMBRE(4)
       MOVE "MAS DE 90"            TO TRM-NOMBRE(5)
       PERFORM LIMPIAR-TRAMO
           VARYING WS-IDX-TRAMO FROM 1 BY 1
           UNTIL WS-IDX-TRAMO > 5.

       LIMPIAR-TRAMO.
       MOVE 0 TO TRM-CANTIDAD(WS-IDX-TRAMO)
       MOVE 0 TO TRM-CAPITAL(WS-IDX-TRAMO).

       PROCESAR-PRESTAMO.
       READ ARCH-PRESTAMOS NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-PRESTAMOS
           NOT AT END
               IF PRE-ESTA-VIGENTE
                   ADD 1 TO WS-TOTAL-VIGENTES
                   PERFORM COBRAR-CUOTAS-PRESTAMO
                   PERFORM CALCULAR-DIAS-ATRASO
                   IF PRE-SALDO-CAPITAL = 0
                       MOVE "C" TO PRE-ESTADO
                       ADD 1 TO WS-TOTAL-CANCELADOS
                   END-IF
                   REWRITE REG-PRESTAMO
                   IF PRE-ESTA-VIGENTE
                       PERFORM REPORTAR-PRESTAMO-CARTERA
                   END-IF
               END-IF
       END-READ.

       COBRAR-CUOTAS-PRESTAMO.
       MOVE "N" TO WS-COBRO-DETENIDO
       MOVE SPACES TO WS-MOTIVO-COBRO
       MOVE 0 TO WS-FECHA-MAS-ANTIGUA
       MOVE 0 TO WS-CUOTAS-VENCIDAS
       MOVE "N" TO WS-FIN-CUOTAS
       MOVE PRE-NUMERO TO CUO-PRE-NUMERO
       MOVE 0 TO CUO-NUMERO
       START ARCH-CUOTAS KEY IS GREATER THAN OR EQUAL CUO-CLAVE
           INVALID KEY
               MOVE "S" TO WS-FIN-CUOTAS
       END-START
       PERFORM TRATAR-CUOTA UNTIL FIN-CUOTAS.

      ******************************************************************
      * Las cuotas se leen en orden de vencimiento y la lectura se
      * corta en la primera que aun no vence. Una cuota impaga
      * detiene el cobro de las siguientes del prestamo (no se cobra
      * una cuota nueva dejando atras una vieja), pero todas siguen
      * devengando mora.
      ******************************************************************
       TRATAR-CUOTA.
       READ ARCH-CUOTAS NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-CUOTAS
           NOT AT END
               IF CUO-PRE-NUMERO NOT = PRE-NUMERO
                   MOVE "S" TO WS-FIN-CUOTAS
               ELSE IF CUO-FECHA-VENCE > WS-FECHA-NEGOCIO
                   MOVE "S" TO WS-FIN-CUOTAS
               ELSE IF CUO-ESTA-PENDIENTE
                   PERFORM DEVENGAR-MORA-CUOTA
                   IF WS-COBRO-DETENIDO = "N"
                       PERFORM COBRAR-CUOTA
                   END-IF
                   IF CUO-ESTA-PENDIENTE
                       MOVE "S" TO WS-COBRO-DETENIDO
                       ADD 1 TO WS-CUOTAS-VENCIDAS
                       ADD 1 TO WS-TOTAL-IMPAGAS
                       IF WS-FECHA-MAS-ANTIGUA = 0
                           MOVE CUO-FECHA-VENCE
                               TO WS-FECHA-MAS-ANTIGUA
                       END-IF
                   END-IF
                   REWRITE REG-CUOTA
               END-IF
       END-READ.

      ******************************************************************
      * La mora corre desde el dia siguiente al vencimiento hasta la
      * fecha de negocio, sobre el capital de la cuota; se devenga
      * por los dias transcurridos desde CUO-FECHA-ULT-MORA, asi una
      * noche que no corrio se recupera y una que se repite no
      * duplica.
      ******************************************************************
       DEVENGAR-MORA-CUOTA.
       IF WS-FECHA-NEGOCIO > CUO-FECHA-ULT-MORA
           COMPUTE WS-DIAS-MORA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
               - FUNCTION INTEGER-OF-DATE(CUO-FECHA-ULT-MORA)
           COMPUTE WS-MORA-DEVENGADA ROUNDED =
               CUO-CAPITAL * PRE-TASA-MORA * WS-DIAS-MORA / 365
           ADD WS-MORA-DEVENGADA TO CUO-MORA
           ADD WS-MORA-DEVENGADA TO WS-TOTAL-MORA
           MOVE WS-FECHA-NEGOCIO TO CUO-FECHA-ULT-MORA
       END-IF.

       COBRAR-CUOTA.
       MOVE PRE-CTA-CARGO TO CTA-NUMERO
       READ ARCH-CUENTAS
           INVALID KEY
               MOVE "cuenta de cargo no existe" TO WS-MOTIVO-COBRO
           NOT INVALID KEY
               IF CTA-ESTA-CONGELADA OR CTA-ESTA-CERRADA
                   MOVE "cuenta no admite debitos" TO WS-MOTIVO-COBRO
               ELSE
                   PERFORM COBRAR-SI-ALCANZA
               END-IF
       END-READ.

      ******************************************************************
      * Misma regla de saldo disponible que RETIRAR-SI-ALCANZA (copy
      * CTAAPRET): la cuota completa debe caber en el saldo contable
      * menos lo retenido, hasta el limite de sobregiro. El cobro no
      * es actividad del cliente y no toca CTA-FECHA-ULT-MOV.
      ******************************************************************
       COBRAR-SI-ALCANZA.
       COMPUTE WS-TOTAL-CUOTA = CUO-CAPITAL + CUO-INTERES + CUO-MORA
       PERFORM CALCULAR-RETENIDO
       COMPUTE WS-SALDO-PROYECTADO =
           CTA-SALDO - WS-TOTAL-RETENIDO - WS-TOTAL-CUOTA
       IF WS-SALDO-PROYECTADO < ( 0 - CTA-LIM-SOBREGIRO )
           MOVE "fondos insuficientes" TO WS-MOTIVO-COBRO
       ELSE
           SUBTRACT WS-TOTAL-CUOTA FROM CTA-SALDO
           REWRITE REG-CUENTA
           IF CUO-CAPITAL > 0
               MOVE CUO-CAPITAL TO MONTO
               MOVE "PCAP" TO JRN-TIPO-TRANS
               PERFORM REGISTRAR-JOURNAL
           END-IF
           IF CUO-INTERES > 0
               MOVE CUO-INTERES TO MONTO
               MOVE "PINT" TO JRN-TIPO-TRANS
               PERFORM REGISTRAR-JOURNAL
           END-IF
           IF CUO-MORA > 0
               MOVE CUO-MORA TO MONTO
               MOVE "PMOR" TO JRN-TIPO-TRANS
               PERFORM REGISTRAR-JOURNAL
           END-IF
           MOVE "G" TO CUO-ESTADO
           MOVE WS-FECHA-NEGOCIO TO CUO-FECHA-PAGO
           SUBTRACT CUO-CAPITAL FROM PRE-SALDO-CAPITAL
           ADD 1 TO PRE-CUOTAS-PAGADAS
           ADD 1 TO WS-TOTAL-COBRADAS
           IF CTA-SALDO < 0
               PERFORM COBRAR-SOBREGIRO
           END-IF
       END-IF.

       CALCULAR-DIAS-ATRASO.
       IF WS-FECHA-MAS-ANTIGUA = 0
           MOVE 0 TO PRE-DIAS-ATRASO
       ELSE
           COMPUTE PRE-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
               - FUNCTION INTEGER-OF-DATE(WS-FECHA-MAS-ANTIGUA)
       END-IF.

       IMPRIMIR-ENCABEZADO-CARTERA.
       MOVE SPACES TO LINEA-CARTERA
       STRING "Cartera de prestamos por dias de atraso al "
           WS-FECHA-NEGOCIO
           DELIMITED BY SIZE INTO LINEA-CARTERA
       WRITE LINEA-CARTERA
       MOVE SPACES TO LINEA-CARTERA
       STRING "Prestamo Cliente Cuenta  Saldo capital Venc. "
           "Atraso Tramo      Observacion"
           DELIMITED BY SIZE INTO LINEA-CARTERA
       WRITE LINEA-CARTERA.

       REPORTAR-PRESTAMO-CARTERA.
       PERFORM CLASIFICAR-TRAMO-ATRASO
       ADD 1 TO TRM-CANTIDAD(WS-IDX-TRAMO)
       ADD PRE-SALDO-CAPITAL TO TRM-CAPITAL(WS-IDX-TRAMO)
       MOVE PRE-SALDO-CAPITAL TO WS-MONTO-EDIT
       MOVE SPACES TO LINEA-CARTERA
       STRING PRE-NUMERO "   " PRE-CLI-NUMERO " " PRE-CTA-CARGO
           " " WS-MONTO-EDIT "    " WS-CUOTAS-VENCIDAS
           "   " PRE-DIAS-ATRASO " " TRM-NOMBRE(WS-IDX-TRAMO)
           " " WS-MOTIVO-COBRO
           DELIMITED BY SIZE INTO LINEA-CARTERA
       WRITE LINEA-CARTERA.

       CLASIFICAR-TRAMO-ATRASO.
       IF PRE-DIAS-ATRASO = 0
           MOVE 1 TO WS-IDX-TRAMO
       ELSE IF PRE-DIAS-ATRASO <= 30
           MOVE 2 TO WS-IDX-TRAMO
       ELSE IF PRE-DIAS-ATRASO <= 60
           MOVE 3 TO WS-IDX-TRAMO
       ELSE IF PRE-DIAS-ATRASO <= 90
           MOVE 4 TO WS-IDX-TRAMO
       ELSE
           MOVE 5 TO WS-IDX-TRAMO
       END-IF.

       IMPRIMIR-RESUMEN-CARTERA.
       MOVE SPACES TO LINEA-CARTERA
       WRITE LINEA-CARTERA
       MOVE SPACES TO LINEA-CARTERA
       STRING "Resumen por tramo de atraso  Prestamos  Saldo capital"
           DELIMITED BY SIZE INTO LINEA-CARTERA
       WRITE LINEA-CARTERA
       PERFORM IMPRIMIR-UN-TRAMO
           VARYING WS-IDX-TRAMO FROM 1 BY 1
           UNTIL WS-IDX-TRAMO > 5
       MOVE WS-TOTAL-MORA TO WS-MONTO-EDIT-LARGO
       MOVE SPACES TO LINEA-CARTERA
       STRING "Interes moratorio devengado en la corrida: "
           WS-MONTO-EDIT-LARGO
           DELIMITED BY SIZE INTO LINEA-CARTERA
       WRITE LINEA-CARTERA.

       IMPRIMIR-UN-TRAMO.
       MOVE TRM-CAPITAL(WS-IDX-TRAMO) TO WS-MONTO-EDIT-LARGO
       MOVE SPACES TO LINEA-CARTERA
       STRING "  " TRM-NOMBRE(WS-IDX-TRAMO)
           "                   " TRM-CANTIDAD(WS-IDX-TRAMO)
           "  " WS-MONTO-EDIT-LARGO
           DELIMITED BY SIZE INTO LINEA-CARTERA
       WRITE LINEA-CARTERA.
