      ******************************************************************
      * Author:
      * Date:
      * Purpose: Balance de comprobacion nocturno del auxiliar de
      *          depositos contra el mayor. Suma CTA-SALDO del
      *          maestro de cuentas por producto (corriente, ahorro,
      *          plazo fijo), estado y moneda, separando los saldos
      *          negativos como cuentas por cobrar por sobregiro. Por
      *          otro lado suma, por cuenta contable y moneda, lo que
      *          EXTRAER_MAYOR_GENERAL ha mandado al mayor hasta la
      *          fecha de negocio (MAYORACU.DAT, copy MAYACU01) mas
      *          el saldo de apertura que cargo el area contable
      *          (MAYORINI.DAT, copy MAYINI01). La cuenta de control
      *          de cada producto sale de la tabla de cuentas
      *          contables (CTACONT.DAT, renglon CTRL, copy
      *          CTACON01); como el extracto le asigna todos los
      *          movimientos de las cuentas del producto, su saldo
      *          acumulado (creditos menos debitos) debe ser igual
      *          al neto del auxiliar (saldos acreedores menos
      *          sobregiros). El reporte BALCOMP.OUT muestra el
      *          auxiliar por producto y estado, la comparacion por
      *          cuenta de control y moneda con su diferencia, y los
      *          saldos acumulados de todas las cuentas del mayor, y
      *          cierra con el espacio para la firma de contabilidad
      *          sobre el cierre del dia. Un producto sin cuenta de
      *          control sale comparado contra cero. Las diferencias
      *          se informan pero no detienen la noche. Corre despues
      *          de CARGAR_SALDOS_DIARIOS y antes de CIERRE_DIA,
      *          cuando el maestro ya tiene los saldos finales del
      *          dia y el extracto ya se envio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE_COMPROBACION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-CTA-STATUS.
           SELECT ARCH-CTA-CONTABLE ASSIGN TO "CTACONT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCO-STATUS.
           SELECT ARCH-MAYOR-ACUMULADO ASSIGN TO "MAYORACU.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAC-CLAVE
               FILE STATUS IS WS-MAC-STATUS.
           SELECT ARCH-MAYOR-INICIAL ASSIGN TO "MAYORINI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAI-STATUS.
           SELECT ARCH-FECHA-PROCESO ASSIGN TO "FECHAPRO.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEC-STATUS.
           SELECT ARCH-REPORTE ASSIGN TO "BALCOMP.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CUENTAS.
           COPY CTAMAE01.

       FD  ARCH-CTA-CONTABLE.
           COPY CTACON01.

       FD  ARCH-MAYOR-ACUMULADO.
           COPY MAYACU01.

       FD  ARCH-MAYOR-INICIAL.
           COPY MAYINI01.

       FD  ARCH-FECHA-PROCESO.
           COPY CTAFEC01.

       FD  ARCH-REPORTE.
       01  LINEA-REPORTE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTA-STATUS               PIC XX VALUE SPACES.
       01  WS-CCO-STATUS               PIC XX VALUE SPACES.
       01  WS-MAC-STATUS               PIC XX VALUE SPACES.
       01  WS-MAI-STATUS               PIC XX VALUE SPACES.
       01  WS-FEC-STATUS               PIC XX VALUE SPACES.
       01  WS-REP-STATUS               PIC XX VALUE SPACES.
       01  WS-FECHA-NEGOCIO            PIC 9(8) VALUE 0.
       01  WS-FIN-CUENTAS              PIC X VALUE "N".
           88  FIN-CUENTAS                     VALUE "S".
       01  WS-FIN-CTA-CONTABLE         PIC X VALUE "N".
           88  FIN-CTA-CONTABLE                VALUE "S".
       01  WS-FIN-ACUMULADO            PIC X VALUE "N".
           88  FIN-ACUMULADO                   VALUE "S".
       01  WS-FIN-INICIAL              PIC X VALUE "N".
           88  FIN-INICIAL                     VALUE "S".
       01  WS-MONEDA-EDIT              PIC X(3).
       01  WS-GL-BUSCAR                PIC X(6).
       01  WS-GL-CONTROL               PIC X(6).
       01  WS-TIPO-BUSCAR              PIC X.
       01  WS-DEBITOS-SUMAR            PIC 9(11)V99.
       01  WS-CREDITOS-SUMAR           PIC 9(11)V99.
       01  WS-ES-CONTROL               PIC X VALUE "N".
       01  WS-TIPOS-REPORTE            PIC X(3) VALUE "CAP".
       01  WS-TIPO-ACTUAL              PIC X.
       01  WS-IDX-TIPO                 PIC 9 VALUE 0.
       01  WS-DESC-TIPO                PIC X(12).
       01  WS-DESC-ESTADO              PIC X(10).
       01  WS-RESULTADO                PIC X(10).
       01  WS-MAX-CONTROLES            PIC 9(2) VALUE 20.
       01  WS-CANT-CONTROLES           PIC 9(2) VALUE 0.
       01  WS-IDX-CTR                  PIC 9(2) VALUE 0.
       01  WS-POS-PRODUCTO             PIC 9(2) VALUE 0.
       01  WS-POS-GENERICA             PIC 9(2) VALUE 0.
       01  WS-TABLA-CONTROLES.
           05  WS-CTR-ENT OCCURS 20 TIMES.
               10  CTR-TIPO-CUENTA     PIC X.
               10  CTR-GL-CODIGO       PIC X(6).
       01  WS-MAX-AUXILIAR             PIC 9(3) VALUE 100.
       01  WS-CANT-AUXILIAR            PIC 9(3) VALUE 0.
       01  WS-IDX-AUX                  PIC 9(3) VALUE 0.
       01  WS-POS-AUX                  PIC 9(3) VALUE 0.
       01  WS-TABLA-AUXILIAR.
           05  WS-AUX-ENT OCCURS 100 TIMES.
               10  AUX-TIPO-CUENTA     PIC X.
               10  AUX-ESTADO          PIC X.
               10  AUX-MONEDA          PIC X(3).
               10  AUX-CANTIDAD        PIC 9(7).
               10  AUX-ACREEDOR        PIC 9(11)V99.
               10  AUX-CANT-DEUDOR     PIC 9(7).
               10  AUX-DEUDOR          PIC 9(11)V99.
               10  AUX-IMPRESO         PIC X.
       01  WS-MAX-MAYOR                PIC 9(3) VALUE 300.
       01  WS-CANT-MAYOR               PIC 9(3) VALUE 0.
       01  WS-IDX-MAY                  PIC 9(3) VALUE 0.
       01  WS-POS-MAY                  PIC 9(3) VALUE 0.
       01  WS-TABLA-MAYOR.
           05  WS-MAY-ENT OCCURS 300 TIMES.
               10  MAY-GL-CODIGO       PIC X(6).
               10  MAY-MONEDA          PIC X(3).
               10  MAY-DEBITOS         PIC 9(11)V99.
               10  MAY-CREDITOS        PIC 9(11)V99.
       01  WS-MAX-COMPARACION          PIC 9(3) VALUE 100.
       01  WS-CANT-COMPARACION         PIC 9(3) VALUE 0.
       01  WS-IDX-CMP                  PIC 9(3) VALUE 0.
       01  WS-POS-CMP                  PIC 9(3) VALUE 0.
       01  WS-TABLA-COMPARACION.
           05  WS-CMP-ENT OCCURS 100 TIMES.
               10  CMP-GL-CODIGO       PIC X(6).
               10  CMP-MONEDA          PIC X(3).
               10  CMP-ACREEDOR        PIC 9(11)V99.
               10  CMP-DEUDOR          PIC 9(11)V99.
               10  CMP-MAYOR           PIC S9(11)V99.
       01  WS-NETO                     PIC S9(11)V99.
       01  WS-DIFERENCIA               PIC S9(11)V99.
       01  WS-CANT-EDIT-1              PIC ZZZ,ZZ9.
       01  WS-CANT-EDIT-2              PIC ZZZ,ZZ9.
       01  WS-MONTO-EDIT-1             PIC ---,---,---,--9.99.
       01  WS-MONTO-EDIT-2             PIC ---,---,---,--9.99.
       01  WS-MONTO-EDIT-3             PIC ---,---,---,--9.99.
       01  WS-MONTO-EDIT-4             PIC ---,---,---,--9.99.
       01  WS-MONTO-EDIT-5             PIC ---,---,---,--9.99.
       01  WS-TOTAL-CUENTAS            PIC 9(7) VALUE 0.
       01  WS-TOTAL-SOBREGIRO          PIC 9(7) VALUE 0.
       01  WS-TOTAL-DIFERENCIAS        PIC 9(5) VALUE 0.
       01  WS-TOTAL-DESCARTADOS        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MOVE 0 TO RETURN-CODE
       DISPLAY "Balance de comprobacion del auxiliar de depositos"
       PERFORM LEER-FECHA-NEGOCIO
       IF WS-FECHA-NEGOCIO = 0
           DISPLAY "No existe la fecha de negocio (FECHAPRO.DAT); "
               "no se genera el balance"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       DISPLAY "Balance al " WS-FECHA-NEGOCIO
       PERFORM CARGAR-CUENTAS-CONTROL
       IF WS-CANT-CONTROLES = 0
           DISPLAY "No hay cuentas de control (CTRL) en CTACONT.DAT;"
               " el auxiliar se compara contra cero"
       END-IF
       OPEN INPUT ARCH-CUENTAS
       IF WS-CTA-STATUS NOT = "00"
           DISPLAY "No se pudo abrir el maestro de cuentas "
               "(CUENTAS.DAT, estado " WS-CTA-STATUS "); "
               "no se genera el balance"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM SUMAR-AUXILIAR
       PERFORM SUMAR-MAYOR-INICIAL
       PERFORM SUMAR-MAYOR-ACUMULADO
       PERFORM ARMAR-COMPARACION
       OPEN OUTPUT ARCH-REPORTE
       PERFORM IMPRIMIR-ENCABEZADO
       PERFORM IMPRIMIR-AUXILIAR
       PERFORM IMPRIMIR-COMPARACION
       PERFORM IMPRIMIR-MAYOR
       PERFORM IMPRIMIR-FIRMA
       CLOSE ARCH-REPORTE
       DISPLAY "Cuentas del auxiliar: " WS-TOTAL-CUENTAS
       DISPLAY "Cuentas en sobregiro: " WS-TOTAL-SOBREGIRO
       IF WS-TOTAL-DESCARTADOS > 0
           DISPLAY "Renglones sin lugar en las tablas del balance: "
               WS-TOTAL-DESCARTADOS
       END-IF
       IF WS-TOTAL-DIFERENCIAS > 0
           DISPLAY "Cuentas de control con diferencia: "
               WS-TOTAL-DIFERENCIAS
       ELSE
           DISPLAY "El auxiliar cuadra con el mayor"
       END-IF
       DISPLAY "Balance generado en BALCOMP.OUT"
       GOBACK.

       LEER-FECHA-NEGOCIO.
       OPEN INPUT ARCH-FECHA-PROCESO
       IF WS-FEC-STATUS = "00"
           READ ARCH-FECHA-PROCESO
               NOT AT END
                   MOVE FEC-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
           END-READ
           CLOSE ARCH-FECHA-PROCESO
       END-IF.

      ******************************************************************
      * De la tabla de cuentas contables solo interesan los renglones
      * CTRL: la cuenta de control de cada producto ("*" = la de
      * cualquier producto sin renglon propio).
      ******************************************************************
       CARGAR-CUENTAS-CONTROL.
       OPEN INPUT ARCH-CTA-CONTABLE
       IF WS-CCO-STATUS NOT = "00"
           MOVE "S" TO WS-FIN-CTA-CONTABLE
       END-IF
       PERFORM CARGAR-UNA-CTA-CONTROL UNTIL FIN-CTA-CONTABLE
       IF WS-CCO-STATUS NOT = "35"
           CLOSE ARCH-CTA-CONTABLE
       END-IF.

       CARGAR-UNA-CTA-CONTROL.
       READ ARCH-CTA-CONTABLE
           AT END
               MOVE "S" TO WS-FIN-CTA-CONTABLE
           NOT AT END
               IF CCO-TIPO-TRANS = "CTRL"
                   IF WS-CANT-CONTROLES < WS-MAX-CONTROLES
                       AND CCO-TIPO-CUENTA NOT = SPACE
                       AND CCO-GL-CODIGO NOT = SPACES
                       ADD 1 TO WS-CANT-CONTROLES
                       MOVE CCO-TIPO-CUENTA
                           TO CTR-TIPO-CUENTA(WS-CANT-CONTROLES)
                       MOVE CCO-GL-CODIGO
                           TO CTR-GL-CODIGO(WS-CANT-CONTROLES)
                   ELSE
                       DISPLAY "Cuenta de control invalida u "
                           "omitida: " REG-CUENTA-CONTABLE
                   END-IF
               END-IF
       END-READ.

      ******************************************************************
      * Auxiliar: una pasada del maestro sumando por producto, estado
      * y moneda. El saldo negativo no resta del pasivo: se suma
      * aparte, en positivo, como cuenta por cobrar por sobregiro.
      ******************************************************************
       SUMAR-AUXILIAR.
       MOVE LOW-VALUES TO CTA-NUMERO
       START ARCH-CUENTAS KEY IS GREATER THAN OR EQUAL CTA-NUMERO
           INVALID KEY
               MOVE "S" TO WS-FIN-CUENTAS
       END-START
       PERFORM SUMAR-CUENTA-AUXILIAR UNTIL FIN-CUENTAS
       CLOSE ARCH-CUENTAS.

       SUMAR-CUENTA-AUXILIAR.
       READ ARCH-CUENTAS NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-CUENTAS
           NOT AT END
               ADD 1 TO WS-TOTAL-CUENTAS
               MOVE CTA-MONEDA TO WS-MONEDA-EDIT
               IF WS-MONEDA-EDIT = SPACES
                   MOVE "NAC" TO WS-MONEDA-EDIT
               END-IF
               PERFORM UBICAR-AUXILIAR
               IF WS-POS-AUX > 0
                   PERFORM SUMAR-SALDO-AUXILIAR
               END-IF
       END-READ.

       UBICAR-AUXILIAR.
       MOVE 0 TO WS-POS-AUX
       PERFORM BUSCAR-AUXILIAR
           VARYING WS-IDX-AUX FROM 1 BY 1
           UNTIL WS-IDX-AUX > WS-CANT-AUXILIAR OR WS-POS-AUX > 0
       IF WS-POS-AUX = 0
           IF WS-CANT-AUXILIAR < WS-MAX-AUXILIAR
               ADD 1 TO WS-CANT-AUXILIAR
               MOVE WS-CANT-AUXILIAR TO WS-POS-AUX
               MOVE CTA-TIPO-CUENTA TO AUX-TIPO-CUENTA(WS-POS-AUX)
               MOVE CTA-ESTADO TO AUX-ESTADO(WS-POS-AUX)
               MOVE WS-MONEDA-EDIT TO AUX-MONEDA(WS-POS-AUX)
               MOVE 0 TO AUX-CANTIDAD(WS-POS-AUX)
               MOVE 0 TO AUX-ACREEDOR(WS-POS-AUX)
               MOVE 0 TO AUX-CANT-DEUDOR(WS-POS-AUX)
               MOVE 0 TO AUX-DEUDOR(WS-POS-AUX)
               MOVE "N" TO AUX-IMPRESO(WS-POS-AUX)
           ELSE
               ADD 1 TO WS-TOTAL-DESCARTADOS
               DISPLAY "Tabla del auxiliar llena; la cuenta "
                   CTA-NUMERO " queda fuera del balance"
           END-IF
       END-IF.

       BUSCAR-AUXILIAR.
       IF AUX-TIPO-CUENTA(WS-IDX-AUX) = CTA-TIPO-CUENTA
           AND AUX-ESTADO(WS-IDX-AUX) = CTA-ESTADO
           AND AUX-MONEDA(WS-IDX-AUX) = WS-MONEDA-EDIT
           MOVE WS-IDX-AUX TO WS-POS-AUX
       END-IF.

       SUMAR-SALDO-AUXILIAR.
       ADD 1 TO AUX-CANTIDAD(WS-POS-AUX)
       IF CTA-SALDO < 0
           ADD 1 TO AUX-CANT-DEUDOR(WS-POS-AUX)
           ADD 1 TO WS-TOTAL-SOBREGIRO
           SUBTRACT CTA-SALDO FROM AUX-DEUDOR(WS-POS-AUX)
       ELSE
           ADD CTA-SALDO TO AUX-ACREEDOR(WS-POS-AUX)
       END-IF.

      ******************************************************************
      * Mayor: saldo de apertura que cargo contabilidad mas lo enviado
      * en los extractos hasta la fecha de negocio. El acumulado va
      * por fecha, asi que la lectura para en la primera fecha
      * posterior (una corrida manual del extracto para un dia
      * futuro no entra).
      ******************************************************************
       SUMAR-MAYOR-INICIAL.
       OPEN INPUT ARCH-MAYOR-INICIAL
       IF WS-MAI-STATUS NOT = "00"
           MOVE "S" TO WS-FIN-INICIAL
       END-IF
       PERFORM SUMAR-UN-INICIAL UNTIL FIN-INICIAL
       IF WS-MAI-STATUS NOT = "35"
           CLOSE ARCH-MAYOR-INICIAL
       END-IF.

       SUMAR-UN-INICIAL.
       READ ARCH-MAYOR-INICIAL
           AT END
               MOVE "S" TO WS-FIN-INICIAL
           NOT AT END
               IF MAI-GL-CODIGO NOT = SPACES
                   AND MAI-DEBITOS IS NUMERIC
                   AND MAI-CREDITOS IS NUMERIC
                   MOVE MAI-GL-CODIGO TO WS-GL-BUSCAR
                   MOVE MAI-MONEDA TO WS-MONEDA-EDIT
                   MOVE MAI-DEBITOS TO WS-DEBITOS-SUMAR
                   MOVE MAI-CREDITOS TO WS-CREDITOS-SUMAR
                   PERFORM SUMAR-CUENTA-MAYOR
               ELSE
                   DISPLAY "Saldo de apertura invalido u omitido: "
                       REG-MAYOR-INICIAL
               END-IF
       END-READ.

       SUMAR-MAYOR-ACUMULADO.
       OPEN INPUT ARCH-MAYOR-ACUMULADO
       IF WS-MAC-STATUS NOT = "00"
           DISPLAY "No existe el acumulado del mayor (MAYORACU.DAT)"
       ELSE
           MOVE LOW-VALUES TO MAC-CLAVE
           START ARCH-MAYOR-ACUMULADO KEY IS GREATER THAN OR EQUAL
               MAC-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-ACUMULADO
           END-START
           PERFORM SUMAR-UN-ACUMULADO UNTIL FIN-ACUMULADO
           CLOSE ARCH-MAYOR-ACUMULADO
       END-IF.

       SUMAR-UN-ACUMULADO.
       READ ARCH-MAYOR-ACUMULADO NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-ACUMULADO
           NOT AT END
               IF MAC-FECHA > WS-FECHA-NEGOCIO
                   MOVE "S" TO WS-FIN-ACUMULADO
               ELSE
                   MOVE MAC-GL-CODIGO TO WS-GL-BUSCAR
                   MOVE MAC-MONEDA TO WS-MONEDA-EDIT
                   MOVE MAC-DEBITOS TO WS-DEBITOS-SUMAR
                   MOVE MAC-CREDITOS TO WS-CREDITOS-SUMAR
                   PERFORM SUMAR-CUENTA-MAYOR
               END-IF
       END-READ.

       SUMAR-CUENTA-MAYOR.
       MOVE 0 TO WS-POS-MAY
       PERFORM BUSCAR-CUENTA-MAYOR
           VARYING WS-IDX-MAY FROM 1 BY 1
           UNTIL WS-IDX-MAY > WS-CANT-MAYOR OR WS-POS-MAY > 0
       IF WS-POS-MAY = 0
           IF WS-CANT-MAYOR < WS-MAX-MAYOR
               ADD 1 TO WS-CANT-MAYOR
               MOVE WS-CANT-MAYOR TO WS-POS-MAY
               MOVE WS-GL-BUSCAR TO MAY-GL-CODIGO(WS-POS-MAY)
               MOVE WS-MONEDA-EDIT TO MAY-MONEDA(WS-POS-MAY)
               MOVE 0 TO MAY-DEBITOS(WS-POS-MAY)
               MOVE 0 TO MAY-CREDITOS(WS-POS-MAY)
           ELSE
               ADD 1 TO WS-TOTAL-DESCARTADOS
               DISPLAY "Tabla del mayor llena; la cuenta "
                   WS-GL-BUSCAR " " WS-MONEDA-EDIT
                   " queda fuera del balance"
           END-IF
       END-IF
       IF WS-POS-MAY > 0
           ADD WS-DEBITOS-SUMAR TO MAY-DEBITOS(WS-POS-MAY)
           ADD WS-CREDITOS-SUMAR TO MAY-CREDITOS(WS-POS-MAY)
       END-IF.

       BUSCAR-CUENTA-MAYOR.
       IF MAY-GL-CODIGO(WS-IDX-MAY) = WS-GL-BUSCAR
           AND MAY-MONEDA(WS-IDX-MAY) = WS-MONEDA-EDIT
           MOVE WS-IDX-MAY TO WS-POS-MAY
       END-IF.

      ******************************************************************
      * Comparacion por cuenta de control y moneda. Si dos productos
      * comparten cuenta de control, su auxiliar se suma en el mismo
      * renglon. Toda cuenta de control con saldo en el mayor entra,
      * aunque ya no tenga cuentas en el auxiliar.
      ******************************************************************
       ARMAR-COMPARACION.
       PERFORM COMPARAR-AUXILIAR
           VARYING WS-IDX-AUX FROM 1 BY 1
           UNTIL WS-IDX-AUX > WS-CANT-AUXILIAR
       PERFORM COMPARAR-MAYOR
           VARYING WS-IDX-MAY FROM 1 BY 1
           UNTIL WS-IDX-MAY > WS-CANT-MAYOR.

       COMPARAR-AUXILIAR.
       MOVE AUX-TIPO-CUENTA(WS-IDX-AUX) TO WS-TIPO-BUSCAR
       PERFORM BUSCAR-CONTROL-PRODUCTO
       MOVE WS-GL-CONTROL TO WS-GL-BUSCAR
       MOVE AUX-MONEDA(WS-IDX-AUX) TO WS-MONEDA-EDIT
       PERFORM UBICAR-COMPARACION
       IF WS-POS-CMP > 0
           ADD AUX-ACREEDOR(WS-IDX-AUX) TO CMP-ACREEDOR(WS-POS-CMP)
           ADD AUX-DEUDOR(WS-IDX-AUX) TO CMP-DEUDOR(WS-POS-CMP)
       END-IF.

       COMPARAR-MAYOR.
       MOVE MAY-GL-CODIGO(WS-IDX-MAY) TO WS-GL-BUSCAR
       MOVE "N" TO WS-ES-CONTROL
       PERFORM MARCAR-CUENTA-CONTROL
           VARYING WS-IDX-CTR FROM 1 BY 1
           UNTIL WS-IDX-CTR > WS-CANT-CONTROLES
       IF WS-ES-CONTROL = "S"
           MOVE MAY-MONEDA(WS-IDX-MAY) TO WS-MONEDA-EDIT
           PERFORM UBICAR-COMPARACION
           IF WS-POS-CMP > 0
               ADD MAY-CREDITOS(WS-IDX-MAY) TO CMP-MAYOR(WS-POS-CMP)
               SUBTRACT MAY-DEBITOS(WS-IDX-MAY)
                   FROM CMP-MAYOR(WS-POS-CMP)
           END-IF
       END-IF.

       MARCAR-CUENTA-CONTROL.
       IF CTR-GL-CODIGO(WS-IDX-CTR) = WS-GL-BUSCAR
           MOVE "S" TO WS-ES-CONTROL
       END-IF.

      ******************************************************************
      * Cuenta de control del producto en WS-TIPO-BUSCAR: la de su
      * renglon CTRL o, si no tiene, la del renglon "*"; espacios si
      * no hay ninguna.
      ******************************************************************
       BUSCAR-CONTROL-PRODUCTO.
       MOVE 0 TO WS-POS-PRODUCTO
       MOVE 0 TO WS-POS-GENERICA
       PERFORM COMPARAR-CONTROL-PRODUCTO
           VARYING WS-IDX-CTR FROM 1 BY 1
           UNTIL WS-IDX-CTR > WS-CANT-CONTROLES
       IF WS-POS-PRODUCTO = 0
           MOVE WS-POS-GENERICA TO WS-POS-PRODUCTO
       END-IF
       IF WS-POS-PRODUCTO = 0
           MOVE SPACES TO WS-GL-CONTROL
       ELSE
           MOVE CTR-GL-CODIGO(WS-POS-PRODUCTO) TO WS-GL-CONTROL
       END-IF.

       COMPARAR-CONTROL-PRODUCTO.
       IF CTR-TIPO-CUENTA(WS-IDX-CTR) = WS-TIPO-BUSCAR
           AND WS-POS-PRODUCTO = 0
           MOVE WS-IDX-CTR TO WS-POS-PRODUCTO
       END-IF
       IF CTR-TIPO-CUENTA(WS-IDX-CTR) = "*"
           AND WS-POS-GENERICA = 0
           MOVE WS-IDX-CTR TO WS-POS-GENERICA
       END-IF.

       UBICAR-COMPARACION.
       MOVE 0 TO WS-POS-CMP
       PERFORM BUSCAR-COMPARACION
           VARYING WS-IDX-CMP FROM 1 BY 1
           UNTIL WS-IDX-CMP > WS-CANT-COMPARACION OR WS-POS-CMP > 0
       IF WS-POS-CMP = 0
           IF WS-CANT-COMPARACION < WS-MAX-COMPARACION
               ADD 1 TO WS-CANT-COMPARACION
               MOVE WS-CANT-COMPARACION TO WS-POS-CMP
               MOVE WS-GL-BUSCAR TO CMP-GL-CODIGO(WS-POS-CMP)
               MOVE WS-MONEDA-EDIT TO CMP-MONEDA(WS-POS-CMP)
               MOVE 0 TO CMP-ACREEDOR(WS-POS-CMP)
               MOVE 0 TO CMP-DEUDOR(WS-POS-CMP)
               MOVE 0 TO CMP-MAYOR(WS-POS-CMP)
           ELSE
               ADD 1 TO WS-TOTAL-DESCARTADOS
               DISPLAY "Tabla de comparacion llena; la cuenta "
                   WS-GL-BUSCAR " " WS-MONEDA-EDIT
                   " queda fuera del balance"
           END-IF
       END-IF.

       BUSCAR-COMPARACION.
       IF CMP-GL-CODIGO(WS-IDX-CMP) = WS-GL-BUSCAR
           AND CMP-MONEDA(WS-IDX-CMP) = WS-MONEDA-EDIT
           MOVE WS-IDX-CMP TO WS-POS-CMP
       END-IF.

       IMPRIMIR-ENCABEZADO.
       MOVE SPACES TO LINEA-REPORTE
       STRING "BALANCE DE COMPROBACION DEL AUXILIAR DE DEPOSITOS "
           "CONTRA EL MAYOR GENERAL AL " WS-FECHA-NEGOCIO
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE.

      ******************************************************************
      * Auxiliar por producto: una pasada de la tabla por cada tipo,
      * y la cuarta recoge cualquier tipo fuera de C, A y P.
      ******************************************************************
       IMPRIMIR-AUXILIAR.
       MOVE SPACES TO LINEA-REPORTE
       WRITE LINEA-REPORTE
       MOVE "SALDOS DEL AUXILIAR POR PRODUCTO Y ESTADO"
           TO LINEA-REPORTE
       WRITE LINEA-REPORTE
       MOVE SPACES TO LINEA-REPORTE
       STRING "Producto     Estado     Mon Cuentas"
           "  Saldos acreedores  Sobreg"
           "  Cxc por sobregiro               Neto"
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE
       PERFORM IMPRIMIR-TIPO-AUXILIAR
           VARYING WS-IDX-TIPO FROM 1 BY 1
           UNTIL WS-IDX-TIPO > 4.

       IMPRIMIR-TIPO-AUXILIAR.
       IF WS-IDX-TIPO < 4
           MOVE WS-TIPOS-REPORTE(WS-IDX-TIPO:1) TO WS-TIPO-ACTUAL
       ELSE
           MOVE SPACE TO WS-TIPO-ACTUAL
       END-IF
       PERFORM IMPRIMIR-RENGLON-AUXILIAR
           VARYING WS-IDX-AUX FROM 1 BY 1
           UNTIL WS-IDX-AUX > WS-CANT-AUXILIAR.

       IMPRIMIR-RENGLON-AUXILIAR.
       IF AUX-IMPRESO(WS-IDX-AUX) = "N"
           IF AUX-TIPO-CUENTA(WS-IDX-AUX) = WS-TIPO-ACTUAL
               OR WS-IDX-TIPO = 4
               PERFORM DESCRIBIR-TIPO-CUENTA
               PERFORM DESCRIBIR-ESTADO
               MOVE AUX-CANTIDAD(WS-IDX-AUX) TO WS-CANT-EDIT-1
               MOVE AUX-CANT-DEUDOR(WS-IDX-AUX) TO WS-CANT-EDIT-2
               MOVE AUX-ACREEDOR(WS-IDX-AUX) TO WS-MONTO-EDIT-1
               MOVE AUX-DEUDOR(WS-IDX-AUX) TO WS-MONTO-EDIT-2
               COMPUTE WS-NETO = AUX-ACREEDOR(WS-IDX-AUX)
                   - AUX-DEUDOR(WS-IDX-AUX)
               MOVE WS-NETO TO WS-MONTO-EDIT-3
               MOVE SPACES TO LINEA-REPORTE
               STRING WS-DESC-TIPO " " WS-DESC-ESTADO " "
                   AUX-MONEDA(WS-IDX-AUX) " " WS-CANT-EDIT-1
                   " " WS-MONTO-EDIT-1 " " WS-CANT-EDIT-2
                   " " WS-MONTO-EDIT-2 " " WS-MONTO-EDIT-3
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "S" TO AUX-IMPRESO(WS-IDX-AUX)
           END-IF
       END-IF.

       DESCRIBIR-TIPO-CUENTA.
       IF AUX-TIPO-CUENTA(WS-IDX-AUX) = "C"
           MOVE "Corriente" TO WS-DESC-TIPO
       ELSE IF AUX-TIPO-CUENTA(WS-IDX-AUX) = "A"
           MOVE "Ahorro" TO WS-DESC-TIPO
       ELSE IF AUX-TIPO-CUENTA(WS-IDX-AUX) = "P"
           MOVE "Plazo fijo" TO WS-DESC-TIPO
       ELSE
           MOVE "Otro tipo" TO WS-DESC-TIPO
       END-IF.

       DESCRIBIR-ESTADO.
       IF AUX-ESTADO(WS-IDX-AUX) = "A"
           MOVE "Activa" TO WS-DESC-ESTADO
       ELSE IF AUX-ESTADO(WS-IDX-AUX) = "I"
           MOVE "Inactiva" TO WS-DESC-ESTADO
       ELSE IF AUX-ESTADO(WS-IDX-AUX) = "C"
           MOVE "Congelada" TO WS-DESC-ESTADO
       ELSE IF AUX-ESTADO(WS-IDX-AUX) = "X"
           MOVE "Cerrada" TO WS-DESC-ESTADO
       ELSE
           MOVE "Otro" TO WS-DESC-ESTADO
       END-IF.

      ******************************************************************
      * Diferencias: neto del auxiliar menos saldo acumulado de la
      * cuenta de control (creditos menos debitos). Un producto sin
      * cuenta de control sale con la cuenta en blanco.
      ******************************************************************
       IMPRIMIR-COMPARACION.
       MOVE SPACES TO LINEA-REPORTE
       WRITE LINEA-REPORTE
       MOVE "AUXILIAR CONTRA CUENTAS DE CONTROL DEL MAYOR"
           TO LINEA-REPORTE
       WRITE LINEA-REPORTE
       MOVE SPACES TO LINEA-REPORTE
       STRING "Cuenta Mon  Saldos acreedores  Cxc por sobregiro"
           "      Neto auxiliar        Saldo mayor"
           "         Diferencia  Resultado"
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE
       PERFORM IMPRIMIR-RENGLON-COMPARACION
           VARYING WS-IDX-CMP FROM 1 BY 1
           UNTIL WS-IDX-CMP > WS-CANT-COMPARACION.

       IMPRIMIR-RENGLON-COMPARACION.
       COMPUTE WS-NETO = CMP-ACREEDOR(WS-IDX-CMP)
           - CMP-DEUDOR(WS-IDX-CMP)
       COMPUTE WS-DIFERENCIA = WS-NETO - CMP-MAYOR(WS-IDX-CMP)
       IF WS-DIFERENCIA = 0
           MOVE "CUADRA" TO WS-RESULTADO
       ELSE
           MOVE "DIFERENCIA" TO WS-RESULTADO
           ADD 1 TO WS-TOTAL-DIFERENCIAS
       END-IF
       MOVE CMP-ACREEDOR(WS-IDX-CMP) TO WS-MONTO-EDIT-1
       MOVE CMP-DEUDOR(WS-IDX-CMP) TO WS-MONTO-EDIT-2
       MOVE WS-NETO TO WS-MONTO-EDIT-3
       MOVE CMP-MAYOR(WS-IDX-CMP) TO WS-MONTO-EDIT-4
       MOVE WS-DIFERENCIA TO WS-MONTO-EDIT-5
       MOVE SPACES TO LINEA-REPORTE
       STRING CMP-GL-CODIGO(WS-IDX-CMP) " " CMP-MONEDA(WS-IDX-CMP)
           " " WS-MONTO-EDIT-1 " " WS-MONTO-EDIT-2
           " " WS-MONTO-EDIT-3 " " WS-MONTO-EDIT-4
           " " WS-MONTO-EDIT-5 "  " WS-RESULTADO
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE.

       IMPRIMIR-MAYOR.
       MOVE SPACES TO LINEA-REPORTE
       WRITE LINEA-REPORTE
       MOVE "SALDOS ACUMULADOS DEL MAYOR SEGUN LOS EXTRACTOS ENVIADOS"
           TO LINEA-REPORTE
       WRITE LINEA-REPORTE
       MOVE SPACES TO LINEA-REPORTE
       STRING "Cuenta Mon            Debitos           Creditos"
           "      Saldo (C - D)"
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE
       PERFORM IMPRIMIR-RENGLON-MAYOR
           VARYING WS-IDX-MAY FROM 1 BY 1
           UNTIL WS-IDX-MAY > WS-CANT-MAYOR.

       IMPRIMIR-RENGLON-MAYOR.
       MOVE MAY-DEBITOS(WS-IDX-MAY) TO WS-MONTO-EDIT-1
       MOVE MAY-CREDITOS(WS-IDX-MAY) TO WS-MONTO-EDIT-2
       COMPUTE WS-NETO = MAY-CREDITOS(WS-IDX-MAY)
           - MAY-DEBITOS(WS-IDX-MAY)
       MOVE WS-NETO TO WS-MONTO-EDIT-3
       MOVE SPACES TO LINEA-REPORTE
       STRING MAY-GL-CODIGO(WS-IDX-MAY) " " MAY-MONEDA(WS-IDX-MAY)
           " " WS-MONTO-EDIT-1 " " WS-MONTO-EDIT-2
           " " WS-MONTO-EDIT-3
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE.

       IMPRIMIR-FIRMA.
       MOVE SPACES TO LINEA-REPORTE
       WRITE LINEA-REPORTE
       MOVE SPACES TO LINEA-REPORTE
       IF WS-TOTAL-DIFERENCIAS = 0
           MOVE "El auxiliar de depositos cuadra con el mayor"
               TO LINEA-REPORTE
       ELSE
           STRING "Cuentas de control con diferencia: "
               WS-TOTAL-DIFERENCIAS
               DELIMITED BY SIZE INTO LINEA-REPORTE
       END-IF
       WRITE LINEA-REPORTE
       MOVE SPACES TO LINEA-REPORTE
       WRITE LINEA-REPORTE
       MOVE SPACES TO LINEA-REPORTE
       STRING "Cierre del dia " WS-FECHA-NEGOCIO
           " revisado por contabilidad:"
           " ______________________________  Fecha: __________"
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE.
