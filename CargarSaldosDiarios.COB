      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paso nocturno que guarda el saldo de cierre de cada
      *          cuenta en el historial de saldos diarios
      *          (SALDIA.DAT, copy SALDIA01), con clave cuenta +
      *          fecha de negocio. Corre antes de CIERRE_DIA,
      *          cuando ya estan posteados el interes, los cargos y
      *          los cobros de la noche, ya se liberaron las
      *          retenciones vencidas y MARCAR_INACTIVAS ya dejo el
      *          estado final del dia. Por cada cuenta no cerrada
      *          graba el saldo contable, lo retenido en RETEN.DAT
      *          (CALCULAR-RETENIDO del copy CTARETEN), el saldo
      *          disponible y el estado, tipo, dueño y moneda de la
      *          cuenta. Si la noche se repite para la misma fecha,
      *          el renglon se regraba con los valores nuevos. Sobre
      *          este archivo trabaja el reporte mensual
      *          REPORTE_SALDO_PROMEDIO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAR_SALDOS_DIARIOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-CTA-STATUS.
           SELECT ARCH-RETENCIONES ASSIGN TO "RETEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CLAVE
               FILE STATUS IS WS-RTN-STATUS.
           SELECT ARCH-SALDOS-DIARIOS ASSIGN TO "SALDIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDI-CLAVE
               FILE STATUS IS WS-SDI-STATUS.
           SELECT ARCH-FECHA-PROCESO ASSIGN TO "FECHAPRO.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CUENTAS.
           COPY CTAMAE01.

       FD  ARCH-RETENCIONES.
           COPY CTARTN01.

       FD  ARCH-SALDOS-DIARIOS.
           COPY SALDIA01.

       FD  ARCH-FECHA-PROCESO.
           COPY CTAFEC01.

       WORKING-STORAGE SECTION.
       01  WS-CTA-STATUS               PIC XX VALUE SPACES.
       01  WS-RTN-STATUS               PIC XX VALUE SPACES.
       01  WS-SDI-STATUS               PIC XX VALUE SPACES.
       01  WS-FEC-STATUS               PIC XX VALUE SPACES.
       01  WS-FECHA-NEGOCIO            PIC 9(8) VALUE 0.
       01  WS-RETEN-DISPONIBLE         PIC X VALUE "N".
       01  WS-FIN-CUENTAS              PIC X VALUE "N".
           88  FIN-CUENTAS                     VALUE "S".
       01  WS-FIN-RETEN                PIC X VALUE "N".
           88  FIN-RETEN                       VALUE "S".
       01  WS-TOTAL-RETENIDO           PIC 9(9)V99 VALUE 0.
       01  WS-DIAS-RETENCION           PIC 9(3) VALUE 0.
       01  WS-DIAS-ENTERO              PIC 9(7).
       01  WS-JRN-SECUENCIA            PIC 9(9) VALUE 0.
       01  MONTO                       PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-GRABADOS           PIC 9(5) VALUE 0.
       01  WS-TOTAL-REGRABADOS         PIC 9(5) VALUE 0.
       01  WS-TOTAL-SOBREGIRO          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MOVE 0 TO RETURN-CODE
       DISPLAY "Carga del historial de saldos diarios"
       PERFORM LEER-FECHA-NEGOCIO
       IF WS-FECHA-NEGOCIO = 0
           DISPLAY "No existe la fecha de negocio (FECHAPRO.DAT); "
               "no se guardan saldos"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       DISPLAY "Saldos de cierre del " WS-FECHA-NEGOCIO
       OPEN INPUT ARCH-CUENTAS
       OPEN INPUT ARCH-RETENCIONES
       IF WS-RTN-STATUS = "00"
           MOVE "S" TO WS-RETEN-DISPONIBLE
       END-IF
       OPEN I-O ARCH-SALDOS-DIARIOS
       IF WS-SDI-STATUS = "35"
           OPEN OUTPUT ARCH-SALDOS-DIARIOS
           CLOSE ARCH-SALDOS-DIARIOS
           OPEN I-O ARCH-SALDOS-DIARIOS
       END-IF
       MOVE LOW-VALUES TO CTA-NUMERO
       START ARCH-CUENTAS KEY IS GREATER THAN OR EQUAL CTA-NUMERO
           INVALID KEY
               MOVE "S" TO WS-FIN-CUENTAS
       END-START
       PERFORM GUARDAR-SALDO-CUENTA UNTIL FIN-CUENTAS
       CLOSE ARCH-CUENTAS
       IF WS-RETEN-DISPONIBLE = "S"
           CLOSE ARCH-RETENCIONES
       END-IF
       CLOSE ARCH-SALDOS-DIARIOS
       DISPLAY "Saldos grabados: " WS-TOTAL-GRABADOS
       IF WS-TOTAL-REGRABADOS > 0
           DISPLAY "Saldos regrabados (noche repetida): "
               WS-TOTAL-REGRABADOS
       END-IF
       DISPLAY "Cuentas en sobregiro al cierre: " WS-TOTAL-SOBREGIRO
       GOBACK.

       COPY CTARETEN.

       LEER-FECHA-NEGOCIO.
       OPEN INPUT ARCH-FECHA-PROCESO
       IF WS-FEC-STATUS = "00"
           READ ARCH-FECHA-PROCESO
               NOT AT END
                   MOVE FEC-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
           END-READ
           CLOSE ARCH-FECHA-PROCESO
       END-IF.

       GUARDAR-SALDO-CUENTA.
       READ ARCH-CUENTAS NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-CUENTAS
           NOT AT END
               IF NOT CTA-ESTA-CERRADA
                   PERFORM ARMAR-SALDO-DIARIO
                   PERFORM GRABAR-SALDO-DIARIO
               END-IF
       END-READ.

       ARMAR-SALDO-DIARIO.
       MOVE 0 TO WS-TOTAL-RETENIDO
       IF WS-RETEN-DISPONIBLE = "S"
           PERFORM CALCULAR-RETENIDO
       END-IF
       MOVE CTA-NUMERO TO SDI-CTA-NUMERO
       MOVE WS-FECHA-NEGOCIO TO SDI-FECHA
       MOVE CTA-SALDO TO SDI-SALDO-CONTABLE
       MOVE WS-TOTAL-RETENIDO TO SDI-RETENIDO
       COMPUTE SDI-SALDO-DISPONIBLE = CTA-SALDO - WS-TOTAL-RETENIDO
       MOVE CTA-ESTADO TO SDI-ESTADO
       MOVE CTA-TIPO-CUENTA TO SDI-TIPO-CUENTA
       MOVE CTA-CLI-NUMERO TO SDI-CLI-NUMERO
       MOVE CTA-MONEDA TO SDI-MONEDA
       IF CTA-SALDO < 0
           ADD 1 TO WS-TOTAL-SOBREGIRO
       END-IF.

       GRABAR-SALDO-DIARIO.
       WRITE REG-SALDO-DIARIO
           INVALID KEY
               REWRITE REG-SALDO-DIARIO
               ADD 1 TO WS-TOTAL-REGRABADOS
           NOT INVALID KEY
               ADD 1 TO WS-TOTAL-GRABADOS
       END-WRITE.
