      *          espera el sistema de mayor general (numero de cuenta,
      *          codigo contable, indicador debito/credito, monto y
      *          fecha), para que la actividad del dia llegue a la
      *          contabilidad sin capturarse a mano. La cuenta
      *          contable y el indicador de cada movimiento salen de
      *          la tabla de cuentas contables que mantiene el area
      *          contable (CTACONT.DAT, copy CTACON01), por tipo de
      *          cuenta del cliente (corriente, ahorro, plazo fijo)
      *          y tipo de partida; un cambio del catalogo contable
      *          se hace en la tabla y no en el programa. Antes de
      *          la primera noche la tabla debe tener como minimo el
      *          catalogo base que documenta el copy CTACON01 (las
      *          cuentas que el extracto usaba antes y un renglon
      *          CTRL por producto); sin tabla el paso termina con
      *          error y detiene la noche. Cada linea
      *          lleva ademas la cuenta de control (pasivo) del
      *          producto de la cuenta, para que el mayor muestre los
      *          depositos por producto. Cada linea
      *          lleva la moneda de la cuenta (NAC = moneda
      *          nacional) y el extracto cierra con una linea de
      *          control por moneda con el total de debitos y de
      *          creditos, sin sumar nunca montos de monedas
      *          distintas. Lo enviado se acumula por fecha, cuenta
      *          contable y moneda en MAYORACU.DAT (copy MAYACU01),
      *          reemplazando la fecha si el extracto se repite, y
      *          sobre ese acumulado cuadra BALANCE_COMPROBACION.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ARCH-PARAMETRO ASSIGN TO "NOCHEPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PARAMETRO.
       01  REG-PARAMETRO               PIC X(8).

       FD  ARCH-CUENTAS.
           COPY CTAMAE01.

       FD  ARCH-CTA-CONTABLE.
           COPY CTACON01.

       FD  ARCH-MAYOR-ACUMULADO.
           COPY MAYACU01.

       WORKING-STORAGE SECTION.
       01  WS-JRN-STATUS               PIC XX VALUE SPACES.
       01  WS-EXT-STATUS               PIC XX VALUE SPACES.
       01  WS-PAR-STATUS               PIC XX VALUE SPACES.
       01  WS-CTA-STATUS               PIC XX VALUE SPACES.
       01  WS-CCO-STATUS               PIC XX VALUE SPACES.
       01  WS-MAC-STATUS               PIC XX VALUE SPACES.
       01  WS-PARAMETRO                PIC X(8) VALUE SPACES.
       01  WS-PARAM-LEIDO              PIC X VALUE "N".
       01  WS-FECHA-EXTRAER            PIC 9(8).
       01  WS-FIN-JOURNAL              PIC X VALUE "N".
           88  FIN-JOURNAL                     VALUE "S".
       01  WS-GL-CODIGO                PIC X(6).
       01  WS-GL-CONTROL               PIC X(6).
       01  WS-GL-ACUMULAR              PIC X(6).
       01  WS-INDICADOR-DC             PIC X.
       01  WS-TIPO-CUENTA-MOV          PIC X.
       01  WS-TIPO-TRANS-BUSCAR        PIC X(4).
       01  WS-MONTO-EDIT               PIC ZZZ,ZZ9.99.
       01  WS-CTA-NUMERO-EDIT          PIC 9(6).
       01  WS-TOTAL-EXTRAIDOS          PIC 9(7) VALUE 0.
       01  WS-MONEDA-EDIT              PIC X(3).
       01  WS-TOTAL-EDIT-D             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDIT-C             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-MAX-MONEDAS              PIC 9(2) VALUE 20.
       01  WS-CANT-MONEDAS             PIC 9(2) VALUE 0.
       01  WS-IDX-MON                  PIC 9(2) VALUE 0.
       01  WS-POS-MON                  PIC 9(2) VALUE 0.
       01  WS-TABLA-MONEDAS.
           05  WS-MON-ENT OCCURS 20 TIMES.
               10  MON-CODIGO          PIC X(3).
               10  MON-DEBITOS         PIC 9(11)V99.
               10  MON-CREDITOS        PIC 9(11)V99.
       01  WS-FIN-CTA-CONTABLE         PIC X VALUE "N".
           88  FIN-CTA-CONTABLE                VALUE "S".
       01  WS-MAX-CTA-CONTABLE         PIC 9(3) VALUE 200.
       01  WS-CANT-CTA-CONTABLE        PIC 9(3) VALUE 0.
       01  WS-IDX-CCO                  PIC 9(3) VALUE 0.
       01  WS-POS-PRODUCTO             PIC 9(3) VALUE 0.
       01  WS-POS-GENERICA             PIC 9(3) VALUE 0.
       01  WS-POS-CONTABLE             PIC 9(3) VALUE 0.
       01  WS-TABLA-CTA-CONTABLE.
           05  WS-CCO-ENT OCCURS 200 TIMES.
               10  TCC-TIPO-CUENTA     PIC X.
               10  TCC-TIPO-TRANS      PIC X(4).
               10  TCC-GL-CODIGO       PIC X(6).
               10  TCC-INDICADOR-DC    PIC X.
       01  WS-FIN-ACUMULADO            PIC X VALUE "N".
           88  FIN-ACUMULADO                   VALUE "S".
       01  WS-MAX-ACUMULADOS           PIC 9(3) VALUE 200.
       01  WS-CANT-ACUMULADOS          PIC 9(3) VALUE 0.
       01  WS-IDX-ACU                  PIC 9(3) VALUE 0.
       01  WS-POS-ACU                  PIC 9(3) VALUE 0.
       01  WS-TABLA-ACUMULADOS.
           05  WS-ACU-ENT OCCURS 200 TIMES.
               10  ACU-GL-CODIGO       PIC X(6).
               10  ACU-MONEDA          PIC X(3).
               10  ACU-DEBITOS         PIC 9(11)V99.
               10  ACU-CREDITOS        PIC 9(11)V99.
       01  WS-TOTAL-SIN-CONTROL        PIC 9(7) VALUE 0.
       01  WS-TOTAL-REEMPLAZADOS       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MOVE 0 TO RETURN-CODE
           DISPLAY "Ingrese la fecha a extraer (AAAAMMDD):"
           ACCEPT WS-FECHA-EXTRAER
       END-IF
       PERFORM CARGAR-CUENTAS-CONTABLES
       IF WS-CANT-CTA-CONTABLE = 0
           DISPLAY "No hay cuentas contables en CTACONT.DAT; "
               "no se genera el extracto"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       OPEN INPUT ARCH-CUENTAS
       IF WS-CTA-STATUS NOT = "00"
           DISPLAY "No se pudo abrir el maestro de cuentas "
               "(CUENTAS.DAT, estado " WS-CTA-STATUS "); "
               "no se genera el extracto"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       OPEN INPUT ARCH-JOURNAL
       OPEN OUTPUT ARCH-EXTRACTO
       PERFORM UNTIL FIN-JOURNAL
                   PERFORM EVALUAR-MOVIMIENTO
           END-READ
       END-PERFORM
       PERFORM ESCRIBIR-TOTALES-MONEDA
       CLOSE ARCH-JOURNAL
       CLOSE ARCH-EXTRACTO
       CLOSE ARCH-CUENTAS
       PERFORM GRABAR-MAYOR-ACUMULADO
       DISPLAY "Movimientos extraidos: " WS-TOTAL-EXTRAIDOS
       IF WS-TOTAL-SIN-CONTROL > 0
           DISPLAY "Movimientos sin cuenta de control del producto: "
               WS-TOTAL-SIN-CONTROL
       END-IF
       IF WS-TOTAL-REEMPLAZADOS > 0
           DISPLAY "Acumulado previo del " WS-FECHA-EXTRAER
               " reemplazado (extracto repetido)"
       END-IF
       DISPLAY "Extracto generado en EXTRACTOGL.DAT"
       GOBACK.

       COPY CTAPARAM.

      ******************************************************************
      * Tabla de cuentas contables en memoria. Un renglon sin tipo de
      * partida o sin cuenta, o con un indicador que no es D ni C
      * (salvo el renglon CTRL, que no lleva indicador), se avisa y
      * se omite.
      ******************************************************************
       CARGAR-CUENTAS-CONTABLES.
       OPEN INPUT ARCH-CTA-CONTABLE
       IF WS-CCO-STATUS NOT = "00"
           MOVE "S" TO WS-FIN-CTA-CONTABLE
       END-IF
       PERFORM CARGAR-UNA-CTA-CONTABLE UNTIL FIN-CTA-CONTABLE
       IF WS-CCO-STATUS NOT = "35"
           CLOSE ARCH-CTA-CONTABLE
       END-IF.

       CARGAR-UNA-CTA-CONTABLE.
       READ ARCH-CTA-CONTABLE
           AT END
               MOVE "S" TO WS-FIN-CTA-CONTABLE
           NOT AT END
               IF WS-CANT-CTA-CONTABLE < WS-MAX-CTA-CONTABLE
                   AND CCO-TIPO-CUENTA NOT = SPACE
                   AND CCO-TIPO-TRANS NOT = SPACES
                   AND CCO-GL-CODIGO NOT = SPACES
                   AND (CCO-INDICADOR-DC = "D"
                        OR CCO-INDICADOR-DC = "C"
                        OR CCO-TIPO-TRANS = "CTRL")
                   ADD 1 TO WS-CANT-CTA-CONTABLE
                   MOVE CCO-TIPO-CUENTA
                       TO TCC-TIPO-CUENTA(WS-CANT-CTA-CONTABLE)
                   MOVE CCO-TIPO-TRANS
                       TO TCC-TIPO-TRANS(WS-CANT-CTA-CONTABLE)
                   MOVE CCO-GL-CODIGO
                       TO TCC-GL-CODIGO(WS-CANT-CTA-CONTABLE)
                   MOVE CCO-INDICADOR-DC
                       TO TCC-INDICADOR-DC(WS-CANT-CTA-CONTABLE)
               ELSE
                   DISPLAY "Cuenta contable invalida u omitida: "
                       REG-CUENTA-CONTABLE
               END-IF
       END-READ.

       EVALUAR-MOVIMIENTO.
       IF JRN-FECHA-HORA(1:8) = WS-FECHA-EXTRAER
           PERFORM OBTENER-TIPO-CUENTA
           MOVE JRN-TIPO-TRANS TO WS-TIPO-TRANS-BUSCAR
           PERFORM BUSCAR-CUENTA-CONTABLE
           IF WS-POS-CONTABLE > 0
               MOVE TCC-GL-CODIGO(WS-POS-CONTABLE) TO WS-GL-CODIGO
               MOVE TCC-INDICADOR-DC(WS-POS-CONTABLE)
                   TO WS-INDICADOR-DC
               PERFORM BUSCAR-CUENTA-CONTROL
               PERFORM ESCRIBIR-LINEA-EXTRACTO
           END-IF
       END-IF.

      ******************************************************************
      * El diario no trae el producto; se toma del maestro. Una
      * cuenta que ya no esta en el maestro solo encuentra los
      * renglones "*" de la tabla.
      ******************************************************************
       OBTENER-TIPO-CUENTA.
       MOVE SPACE TO WS-TIPO-CUENTA-MOV
       MOVE JRN-CTA-NUMERO TO CTA-NUMERO
       READ ARCH-CUENTAS
           NOT INVALID KEY
               MOVE CTA-TIPO-CUENTA TO WS-TIPO-CUENTA-MOV
       END-READ.

      ******************************************************************
      * Busca el renglon del producto y, si no hay, el de "*". Deja
      * en WS-POS-CONTABLE la posicion del renglon (0 si no hay).
      ******************************************************************
       BUSCAR-CUENTA-CONTABLE.
       MOVE 0 TO WS-POS-PRODUCTO
       MOVE 0 TO WS-POS-GENERICA
       PERFORM COMPARAR-CUENTA-CONTABLE
           VARYING WS-IDX-CCO FROM 1 BY 1
           UNTIL WS-IDX-CCO > WS-CANT-CTA-CONTABLE
       IF WS-POS-PRODUCTO > 0
           MOVE WS-POS-PRODUCTO TO WS-POS-CONTABLE
       ELSE
           MOVE WS-POS-GENERICA TO WS-POS-CONTABLE
       END-IF.

       BUSCAR-CUENTA-CONTROL.
       MOVE "CTRL" TO WS-TIPO-TRANS-BUSCAR
       PERFORM BUSCAR-CUENTA-CONTABLE
       IF WS-POS-CONTABLE = 0
           MOVE SPACES TO WS-GL-CONTROL
           ADD 1 TO WS-TOTAL-SIN-CONTROL
       ELSE
           MOVE TCC-GL-CODIGO(WS-POS-CONTABLE) TO WS-GL-CONTROL
       END-IF.

       COMPARAR-CUENTA-CONTABLE.
       IF TCC-TIPO-TRANS(WS-IDX-CCO) = WS-TIPO-TRANS-BUSCAR
           IF TCC-TIPO-CUENTA(WS-IDX-CCO) = WS-TIPO-CUENTA-MOV
               AND WS-POS-PRODUCTO = 0
               MOVE WS-IDX-CCO TO WS-POS-PRODUCTO
           END-IF
           IF TCC-TIPO-CUENTA(WS-IDX-CCO) = "*"
               AND WS-POS-GENERICA = 0
               MOVE WS-IDX-CCO TO WS-POS-GENERICA
           END-IF
       END-IF.

       ESCRIBIR-LINEA-EXTRACTO.
       MOVE JRN-CTA-NUMERO TO WS-CTA-NUMERO-EDIT
       MOVE JRN-MONTO TO WS-MONTO-EDIT
       MOVE JRN-MONEDA TO WS-MONEDA-EDIT
       IF WS-MONEDA-EDIT = SPACES
           MOVE "NAC" TO WS-MONEDA-EDIT
       END-IF
       MOVE SPACES TO LINEA-EXTRACTO
       STRING WS-CTA-NUMERO-EDIT " " WS-GL-CODIGO " "
           WS-INDICADOR-DC " " WS-MONTO-EDIT " "
           JRN-FECHA-HORA(1:8) " " WS-MONEDA-EDIT " "
           WS-GL-CONTROL
           DELIMITED BY SIZE INTO LINEA-EXTRACTO
       WRITE LINEA-EXTRACTO
       ADD 1 TO WS-TOTAL-EXTRAIDOS
       PERFORM ACUMULAR-MONEDA
       MOVE WS-GL-CODIGO TO WS-GL-ACUMULAR
       PERFORM ACUMULAR-CUENTA-MAYOR
       IF WS-GL-CONTROL NOT = SPACES
           AND WS-GL-CONTROL NOT = WS-GL-CODIGO
           MOVE WS-GL-CONTROL TO WS-GL-ACUMULAR
           PERFORM ACUMULAR-CUENTA-MAYOR
       END-IF.

      ******************************************************************
      * Acumulado del dia por cuenta contable y moneda, tanto para la
      * cuenta de la partida como para la de control del producto.
      * Si la tabla se llena, la cuenta sobrante se avisa en consola
      * y queda fuera del acumulado (la linea si se extrae), y el
      * balance de comprobacion la mostrara como diferencia.
      ******************************************************************
       ACUMULAR-CUENTA-MAYOR.
       MOVE 0 TO WS-POS-ACU
       PERFORM BUSCAR-CUENTA-ACUMULADA
           VARYING WS-IDX-ACU FROM 1 BY 1
           UNTIL WS-IDX-ACU > WS-CANT-ACUMULADOS OR WS-POS-ACU > 0
       IF WS-POS-ACU = 0
           IF WS-CANT-ACUMULADOS < WS-MAX-ACUMULADOS
               ADD 1 TO WS-CANT-ACUMULADOS
               MOVE WS-CANT-ACUMULADOS TO WS-POS-ACU
               MOVE WS-GL-ACUMULAR TO ACU-GL-CODIGO(WS-POS-ACU)
               MOVE WS-MONEDA-EDIT TO ACU-MONEDA(WS-POS-ACU)
               MOVE 0 TO ACU-DEBITOS(WS-POS-ACU)
               MOVE 0 TO ACU-CREDITOS(WS-POS-ACU)
           ELSE
               DISPLAY "Tabla de acumulados llena; la cuenta "
                   WS-GL-ACUMULAR " " WS-MONEDA-EDIT
                   " queda fuera del acumulado"
           END-IF
       END-IF
       IF WS-POS-ACU > 0
           IF WS-INDICADOR-DC = "D"
               ADD JRN-MONTO TO ACU-DEBITOS(WS-POS-ACU)
           ELSE
               ADD JRN-MONTO TO ACU-CREDITOS(WS-POS-ACU)
           END-IF
       END-IF.

       BUSCAR-CUENTA-ACUMULADA.
       IF ACU-GL-CODIGO(WS-IDX-ACU) = WS-GL-ACUMULAR
           AND ACU-MONEDA(WS-IDX-ACU) = WS-MONEDA-EDIT
           MOVE WS-IDX-ACU TO WS-POS-ACU
       END-IF.

      ******************************************************************
      * Lo extraido queda en el acumulado del mayor. Los renglones
      * que ya hubiera de la misma fecha (extracto repetido) se
      * borran antes de grabar los nuevos, para no contar dos veces
      * el mismo dia.
      ******************************************************************
       GRABAR-MAYOR-ACUMULADO.
       OPEN I-O ARCH-MAYOR-ACUMULADO
       IF WS-MAC-STATUS = "35"
           OPEN OUTPUT ARCH-MAYOR-ACUMULADO
           CLOSE ARCH-MAYOR-ACUMULADO
           OPEN I-O ARCH-MAYOR-ACUMULADO
       END-IF
       MOVE "N" TO WS-FIN-ACUMULADO
       MOVE WS-FECHA-EXTRAER TO MAC-FECHA
       MOVE LOW-VALUES TO MAC-GL-CODIGO
       MOVE LOW-VALUES TO MAC-MONEDA
       START ARCH-MAYOR-ACUMULADO KEY IS GREATER THAN OR EQUAL
           MAC-CLAVE
           INVALID KEY
               MOVE "S" TO WS-FIN-ACUMULADO
       END-START
       PERFORM BORRAR-ACUMULADO-FECHA UNTIL FIN-ACUMULADO
       PERFORM GRABAR-CUENTA-ACUMULADA
           VARYING WS-IDX-ACU FROM 1 BY 1
           UNTIL WS-IDX-ACU > WS-CANT-ACUMULADOS
       CLOSE ARCH-MAYOR-ACUMULADO.

       BORRAR-ACUMULADO-FECHA.
       READ ARCH-MAYOR-ACUMULADO NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-ACUMULADO
           NOT AT END
               IF MAC-FECHA NOT = WS-FECHA-EXTRAER
                   MOVE "S" TO WS-FIN-ACUMULADO
               ELSE
                   DELETE ARCH-MAYOR-ACUMULADO RECORD
                   ADD 1 TO WS-TOTAL-REEMPLAZADOS
               END-IF
       END-READ.

       GRABAR-CUENTA-ACUMULADA.
       MOVE WS-FECHA-EXTRAER TO MAC-FECHA
       MOVE ACU-GL-CODIGO(WS-IDX-ACU) TO MAC-GL-CODIGO
       MOVE ACU-MONEDA(WS-IDX-ACU) TO MAC-MONEDA
       MOVE ACU-DEBITOS(WS-IDX-ACU) TO MAC-DEBITOS
       MOVE ACU-CREDITOS(WS-IDX-ACU) TO MAC-CREDITOS
       WRITE REG-MAYOR-ACUMULADO
           INVALID KEY
               REWRITE REG-MAYOR-ACUMULADO
       END-WRITE.

      ******************************************************************
      * Totales de control por moneda de la partida. Si aparecen mas
      * monedas que casillas, las sobrantes se avisan en consola y
      * quedan fuera de los totales (las lineas si se extraen).
      ******************************************************************
       ACUMULAR-MONEDA.
       MOVE 0 TO WS-POS-MON
       PERFORM BUSCAR-MONEDA
           VARYING WS-IDX-MON FROM 1 BY 1
           UNTIL WS-IDX-MON > WS-CANT-MONEDAS OR WS-POS-MON > 0
       IF WS-POS-MON = 0
           IF WS-CANT-MONEDAS < WS-MAX-MONEDAS
               ADD 1 TO WS-CANT-MONEDAS
               MOVE WS-CANT-MONEDAS TO WS-POS-MON
               MOVE WS-MONEDA-EDIT TO MON-CODIGO(WS-POS-MON)
               MOVE 0 TO MON-DEBITOS(WS-POS-MON)
               MOVE 0 TO MON-CREDITOS(WS-POS-MON)
           ELSE
               DISPLAY "Tabla de monedas llena; la moneda "
                   WS-MONEDA-EDIT " queda fuera de los totales"
           END-IF
       END-IF
       IF WS-POS-MON > 0
           IF WS-INDICADOR-DC = "D"
               ADD JRN-MONTO TO MON-DEBITOS(WS-POS-MON)
           ELSE
               ADD JRN-MONTO TO MON-CREDITOS(WS-POS-MON)
           END-IF
       END-IF.

       BUSCAR-MONEDA.
       IF MON-CODIGO(WS-IDX-MON) = WS-MONEDA-EDIT
           MOVE WS-IDX-MON TO WS-POS-MON
       END-IF.

       ESCRIBIR-TOTALES-MONEDA.
       PERFORM ESCRIBIR-TOTAL-MONEDA
           VARYING WS-IDX-MON FROM 1 BY 1
           UNTIL WS-IDX-MON > WS-CANT-MONEDAS.

       ESCRIBIR-TOTAL-MONEDA.
       MOVE MON-DEBITOS(WS-IDX-MON) TO WS-TOTAL-EDIT-D
       MOVE MON-CREDITOS(WS-IDX-MON) TO WS-TOTAL-EDIT-C
       MOVE SPACES TO LINEA-EXTRACTO
       STRING "TOTAL  " MON-CODIGO(WS-IDX-MON)
           " D " WS-TOTAL-EDIT-D
           " C " WS-TOTAL-EDIT-C
           " " WS-FECHA-EXTRAER
           DELIMITED BY SIZE INTO LINEA-EXTRACTO
       WRITE LINEA-EXTRACTO
       DISPLAY "Moneda " MON-CODIGO(WS-IDX-MON)
           "  debitos " WS-TOTAL-EDIT-D
           "  creditos " WS-TOTAL-EDIT-C.
