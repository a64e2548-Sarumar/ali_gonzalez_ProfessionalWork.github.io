      ******************************************************************
      * Author:
      * Date:
      * Purpose: Proceso del archivo de transacciones de la red de
      *          cajeros automaticos (ATMTRANS.DAT, copy ATMTRN01):
      *          retiros que nuestros clientes hicieron con su
      *          tarjeta debito en cajeros de la red. Cada retiro se
      *          valida contra el maestro de tarjetas (TARJETAS.DAT,
      *          copy TARDEB01): que la tarjeta exista, no este
      *          reportada robada ni bloqueada, no este vencida a la
      *          fecha de la transaccion, que el PIN cifrado
      *          coincida y que el retiro no pase el limite diario
      *          acumulado de la tarjeta; despues contra la cuenta
      *          ligada, con la misma regla del retiro de ventanilla
      *          (estado, saldo disponible = saldo menos retenciones,
      *          limite de sobregiro y su comision). El retiro
      *          aplicado queda en el diario con tipo ATM y clave de
      *          sistema ATMR. Cada transaccion recibe su renglon en
      *          el archivo de respuesta para la red (ATMRESP.DAT,
      *          copy ATMRSP01) con el codigo de aprobacion o de
      *          rechazo; el rechazo no deja partida en el diario: la
      *          respuesta a la red es su registro. Al final escribe
      *          el reporte de compensacion (ATMLIQ.OUT) con el
      *          detalle de cada transaccion, los rechazos por
      *          motivo y el neto a liquidar con la red, que es el
      *          efectivo que la red entrego por cuenta nuestra.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESAR_CAJEROS.
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
           SELECT ARCH-TARJETAS ASSIGN TO "TARJETAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-NUMERO
               FILE STATUS IS WS-TAR-STATUS.
           SELECT ARCH-TRANS-ATM ASSIGN TO "ATMTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATM-STATUS.
           SELECT ARCH-RESPUESTA-ATM ASSIGN TO "ATMRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATR-STATUS.
           SELECT ARCH-REPORTE ASSIGN TO "ATMLIQ.OUT"
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

       FD  ARCH-TARJETAS.
           COPY TARDEB01.

       FD  ARCH-TRANS-ATM.
           COPY ATMTRN01.

       FD  ARCH-RESPUESTA-ATM.
           COPY ATMRSP01.

       FD  ARCH-REPORTE.
       01  LINEA-REPORTE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTA-STATUS               PIC XX VALUE SPACES.
       01  WS-JRN-STATUS               PIC XX VALUE SPACES.
       01  WS-SEQ-STATUS               PIC XX VALUE SPACES.
       01  WS-RTN-STATUS               PIC XX VALUE SPACES.
       01  WS-FEC-STATUS               PIC XX VALUE SPACES.
       01  WS-TAR-STATUS               PIC XX VALUE SPACES.
       01  WS-ATM-STATUS               PIC XX VALUE SPACES.
       01  WS-ATR-STATUS               PIC XX VALUE SPACES.
       01  WS-REP-STATUS               PIC XX VALUE SPACES.
       01  WS-FECHA-NEGOCIO            PIC 9(8) VALUE 0.
       01  WS-EVT-STATUS               PIC XX VALUE SPACES.
       01  WS-ESQ-STATUS               PIC XX VALUE SPACES.
       01  WS-EVT-SECUENCIA            PIC 9(9) VALUE 0.
       01  WS-EVT-CAMPO                PIC X(10) VALUE SPACES.
       01  WS-EVT-ANTERIOR             PIC X(14) VALUE SPACES.
       01  WS-EVT-NUEVO                PIC X(14) VALUE SPACES.
       01  WS-FIN-TRANS-ATM            PIC X VALUE "N".
           88  FIN-TRANS-ATM                   VALUE "S".
       01  WS-TARJETAS-DISPONIBLE      PIC X VALUE "N".
       01  MONTO                       PIC 9(7)V99 VALUE 0.
       01  WS-FECHA-HORA-ACTUAL        PIC X(21).
       01  WS-SALDO-PROYECTADO         PIC S9(7)V99.
       01  WS-COMISION-SOBREGIRO       PIC 9(3)V99 VALUE 35.00.
       01  WS-OPERADOR                 PIC X(4) VALUE "ATMR".
       01  WS-JRN-SECUENCIA            PIC 9(9) VALUE 0.
       01  WS-SEC-REVERSADA            PIC 9(9) VALUE 0.
       01  WS-TASA-CAMBIO              PIC 9(5)V9(6) VALUE 0.
       01  WS-MONEDA-CONTRA            PIC X(3) VALUE SPACES.
       01  WS-MONTO-CONTRA             PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-RETENIDO           PIC 9(9)V99 VALUE 0.
       01  WS-FIN-RETEN                PIC X VALUE "N".
           88  FIN-RETEN                       VALUE "S".
       01  WS-DIAS-RETENCION           PIC 9(3) VALUE 0.
       01  WS-DIAS-ENTERO              PIC 9(7).
       01  WS-CODIGO-RESPUESTA         PIC X(2) VALUE SPACES.
       01  WS-AUTORIZACION             PIC 9(9) VALUE 0.
       01  WS-CTA-TARJETA              PIC 9(6) VALUE 0.
       01  WS-ACUMULADO-DIA            PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-LEIDOS             PIC 9(7) VALUE 0.
       01  WS-TOTAL-APROBADOS          PIC 9(7) VALUE 0.
       01  WS-TOTAL-RECHAZADOS         PIC 9(7) VALUE 0.
       01  WS-MONTO-APROBADO           PIC 9(11)V99 VALUE 0.
       01  WS-MONTO-EDIT               PIC ZZZ,ZZ9.99.
       01  WS-TOTAL-EDIT               PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CANT-EDIT                PIC Z,ZZZ,ZZ9.
       01  WS-TARJETA-EDIT             PIC X(16).
      ******************************************************************
      * Codigos de respuesta a la red, con su cantidad y monto del
      * proceso para el reporte de compensacion.
      ******************************************************************
       01  WS-CANT-CODIGOS             PIC 9(2) VALUE 11.
       01  WS-IDX-CODIGO               PIC 9(2) VALUE 0.
       01  WS-POS-CODIGO               PIC 9(2) VALUE 0.
       01  WS-TABLA-CODIGOS.
           05  WS-CODIGO-ENT OCCURS 11 TIMES.
               10  COD-CODIGO          PIC X(2).
               10  COD-DESCRIPCION     PIC X(30).
               10  COD-CANTIDAD        PIC 9(7).
               10  COD-MONTO           PIC 9(11)V99.

       PROCEDURE DIVISION.
       MOVE 0 TO RETURN-CODE
       DISPLAY "Proceso de la red de cajeros automaticos"
       PERFORM ABRIR-ARCHIVOS
       OPEN INPUT ARCH-TRANS-ATM
       IF WS-ATM-STATUS NOT = "00"
           DISPLAY "No hay archivo de la red de cajeros "
               "(ATMTRANS.DAT); nada que procesar"
           PERFORM CERRAR-ARCHIVOS
           GOBACK
       END-IF
       OPEN I-O ARCH-TARJETAS
       IF WS-TAR-STATUS = "00"
           MOVE "S" TO WS-TARJETAS-DISPONIBLE
       ELSE
           DISPLAY "No hay maestro de tarjetas (TARJETAS.DAT); "
               "toda transaccion se rechaza como tarjeta inexistente"
       END-IF
       OPEN OUTPUT ARCH-RESPUESTA-ATM
       OPEN OUTPUT ARCH-REPORTE
       DISPLAY "Fecha de negocio del proceso: " WS-FECHA-NEGOCIO
       PERFORM INICIALIZAR-CODIGOS
       PERFORM IMPRIMIR-ENCABEZADO
       PERFORM PROCESAR-TRANSACCION UNTIL FIN-TRANS-ATM
       PERFORM IMPRIMIR-LIQUIDACION
       CLOSE ARCH-TRANS-ATM
       CLOSE ARCH-RESPUESTA-ATM
       CLOSE ARCH-REPORTE
       IF WS-TARJETAS-DISPONIBLE = "S"
           CLOSE ARCH-TARJETAS
       END-IF
       PERFORM CERRAR-ARCHIVOS
       MOVE WS-MONTO-APROBADO TO WS-TOTAL-EDIT
       DISPLAY "Transacciones leidas:    " WS-TOTAL-LEIDOS
       DISPLAY "Transacciones aprobadas: " WS-TOTAL-APROBADOS
       DISPLAY "Transacciones rechazadas:" WS-TOTAL-RECHAZADOS
       DISPLAY "Neto a liquidar con la red: " WS-TOTAL-EDIT
       DISPLAY "Respuesta en ATMRESP.DAT, compensacion en ATMLIQ.OUT"
       GOBACK.

       COPY CTAABRIR.

       COPY CTACERRAR.

       COPY CTAJRNWR.

       COPY CTAEVTWR.

       COPY CTARETEN.

       INICIALIZAR-CODIGOS.
       MOVE "00"  TO COD-CODIGO(1)
       MOVE "Aprobada"                       TO COD-DESCRIPCION(1)
       MOVE "12"  TO COD-CODIGO(2)
       MOVE "Registro invalido"              TO COD-DESCRIPCION(2)
       MOVE "14"  TO COD-CODIGO(3)
       MOVE "Tarjeta inexistente"            TO COD-DESCRIPCION(3)
       MOVE "43"  TO COD-CODIGO(4)
       MOVE "Tarjeta reportada robada"       TO COD-DESCRIPCION(4)
       MOVE "62"  TO COD-CODIGO(5)
       MOVE "Tarjeta bloqueada"              TO COD-DESCRIPCION(5)
       MOVE "54"  TO COD-CODIGO(6)
       MOVE "Tarjeta vencida"                TO COD-DESCRIPCION(6)
       MOVE "55"  TO COD-CODIGO(7)
       MOVE "PIN incorrecto"                 TO COD-DESCRIPCION(7)
       MOVE "61"  TO COD-CODIGO(8)
       MOVE "Excede limite diario"           TO COD-DESCRIPCION(8)
       MOVE "78"  TO COD-CODIGO(9)
       MOVE "Cuenta inexistente"             TO COD-DESCRIPCION(9)
       MOVE "57"  TO COD-CODIGO(10)
       MOVE "Cuenta no admite el retiro"     TO COD-DESCRIPCION(10)
       MOVE "51"  TO COD-CODIGO(11)
       MOVE "Fondos insuficientes"           TO COD-DESCRIPCION(11)
       PERFORM LIMPIAR-CODIGO
           VARYING WS-IDX-CODIGO FROM 1 BY 1
           UNTIL WS-IDX-CODIGO > WS-CANT-CODIGOS.

       LIMPIAR-CODIGO.
       MOVE 0 TO COD-CANTIDAD(WS-IDX-CODIGO)
       MOVE 0 TO COD-MONTO(WS-IDX-CODIGO).

       PROCESAR-TRANSACCION.
       READ ARCH-TRANS-ATM
           AT END
               MOVE "S" TO WS-FIN-TRANS-ATM
           NOT AT END
               ADD 1 TO WS-TOTAL-LEIDOS
               MOVE "00" TO WS-CODIGO-RESPUESTA
               MOVE 0 TO WS-AUTORIZACION
               MOVE 0 TO WS-CTA-TARJETA
               PERFORM VALIDAR-TRANSACCION
               IF WS-CODIGO-RESPUESTA = "00"
                   PERFORM VALIDAR-TARJETA
               END-IF
               IF WS-CODIGO-RESPUESTA = "00"
                   PERFORM APLICAR-RETIRO-ATM
               END-IF
               PERFORM RESPONDER-TRANSACCION
       END-READ.

       VALIDAR-TRANSACCION.
       IF ATM-MONTO IS NOT NUMERIC
           MOVE "12" TO WS-CODIGO-RESPUESTA
       ELSE IF ATM-MONTO = 0
           MOVE "12" TO WS-CODIGO-RESPUESTA
       ELSE IF ATM-TARJETA IS NOT NUMERIC
           MOVE "12" TO WS-CODIGO-RESPUESTA
       ELSE IF ATM-FECHA-HORA IS NOT NUMERIC
           MOVE "12" TO WS-CODIGO-RESPUESTA
       END-IF.

       VALIDAR-TARJETA.
       IF WS-TARJETAS-DISPONIBLE NOT = "S"
           MOVE "14" TO WS-CODIGO-RESPUESTA
       ELSE
           MOVE ATM-TARJETA TO TAR-NUMERO
           READ ARCH-TARJETAS
               INVALID KEY
                   MOVE "14" TO WS-CODIGO-RESPUESTA
               NOT INVALID KEY
                   PERFORM REVISAR-TARJETA
           END-READ
       END-IF.

      ******************************************************************
      * El limite diario se mide por el dia de la transaccion en el
      * cajero: lo acumulado en el maestro solo cuenta si es de ese
      * mismo dia. La tarjeta vence al terminar el mes impreso.
      ******************************************************************
       REVISAR-TARJETA.
       MOVE TAR-CTA-NUMERO TO WS-CTA-TARJETA
       IF TAR-FECHA-ACUMULADO = ATM-FECHA-HORA(1:8)
           MOVE TAR-MONTO-ACUMULADO TO WS-ACUMULADO-DIA
       ELSE
           MOVE 0 TO WS-ACUMULADO-DIA
       END-IF
       PERFORM CLASIFICAR-TARJETA.

       CLASIFICAR-TARJETA.
       IF TAR-ESTA-ROBADA
           MOVE "43" TO WS-CODIGO-RESPUESTA
       ELSE IF NOT TAR-ESTA-ACTIVA
           MOVE "62" TO WS-CODIGO-RESPUESTA
       ELSE IF ATM-FECHA-HORA(1:6) > TAR-FECHA-VENCE
           MOVE "54" TO WS-CODIGO-RESPUESTA
       ELSE IF ATM-PIN-CIFRADO NOT = TAR-PIN-CIFRADO
           MOVE "55" TO WS-CODIGO-RESPUESTA
       ELSE IF WS-ACUMULADO-DIA + ATM-MONTO > TAR-LIMITE-DIARIO
           MOVE "61" TO WS-CODIGO-RESPUESTA
       END-IF.

       APLICAR-RETIRO-ATM.
       MOVE TAR-CTA-NUMERO TO CTA-NUMERO
       MOVE ATM-MONTO TO MONTO
       READ ARCH-CUENTAS
           INVALID KEY
               MOVE "78" TO WS-CODIGO-RESPUESTA
           NOT INVALID KEY
               IF CTA-ESTA-CONGELADA OR CTA-ESTA-CERRADA
                   OR CTA-ES-PLAZO
                   MOVE "57" TO WS-CODIGO-RESPUESTA
               ELSE IF NOT CTA-MONEDA-NACIONAL
                   MOVE "57" TO WS-CODIGO-RESPUESTA
               ELSE
                   PERFORM DEBITAR-RETIRO-ATM
               END-IF
       END-READ.

      ******************************************************************
      * Misma regla del retiro de ventanilla: contra el saldo
      * disponible, hasta el limite de sobregiro y con la comision
      * de sobregiro como movimiento aparte. Aprobado el retiro, lo
      * retirado se suma al acumulado del dia de la tarjeta.
      ******************************************************************
       DEBITAR-RETIRO-ATM.
       PERFORM CALCULAR-RETENIDO
       COMPUTE WS-SALDO-PROYECTADO =
           CTA-SALDO - WS-TOTAL-RETENIDO - MONTO
       IF WS-SALDO-PROYECTADO < ( 0 - CTA-LIM-SOBREGIRO )
           MOVE "51" TO WS-CODIGO-RESPUESTA
       ELSE
           SUBTRACT MONTO FROM CTA-SALDO
           PERFORM MARCAR-MOVIMIENTO-CUENTA
           REWRITE REG-CUENTA
           MOVE "ATM " TO JRN-TIPO-TRANS
           PERFORM REGISTRAR-JOURNAL
           MOVE WS-JRN-SECUENCIA TO WS-AUTORIZACION
           IF CTA-SALDO < 0
               PERFORM COBRAR-SOBREGIRO-ATM
           END-IF
           ADD ATM-MONTO TO WS-ACUMULADO-DIA
           MOVE WS-ACUMULADO-DIA TO TAR-MONTO-ACUMULADO
           MOVE ATM-FECHA-HORA(1:8) TO TAR-FECHA-ACUMULADO
           REWRITE REG-TARJETA
       END-IF.

       COBRAR-SOBREGIRO-ATM.
       SUBTRACT WS-COMISION-SOBREGIRO FROM CTA-SALDO
       REWRITE REG-CUENTA
       MOVE WS-COMISION-SOBREGIRO TO MONTO
       MOVE "SBRG" TO JRN-TIPO-TRANS
       PERFORM REGISTRAR-JOURNAL.

       RESPONDER-TRANSACCION.
       MOVE ATM-REFERENCIA TO ATR-REFERENCIA
       MOVE ATM-TERMINAL TO ATR-TERMINAL
       IF WS-CODIGO-RESPUESTA = "12"
           MOVE 0 TO ATR-TARJETA
           MOVE 0 TO ATR-MONTO
       ELSE
           MOVE ATM-TARJETA TO ATR-TARJETA
           MOVE ATM-MONTO TO ATR-MONTO
       END-IF
       MOVE WS-CODIGO-RESPUESTA TO ATR-CODIGO
       MOVE WS-AUTORIZACION TO ATR-AUTORIZACION
       WRITE REG-RESPUESTA-ATM
       IF ATR-APROBADA
           ADD 1 TO WS-TOTAL-APROBADOS
           ADD ATR-MONTO TO WS-MONTO-APROBADO
       ELSE
           ADD 1 TO WS-TOTAL-RECHAZADOS
       END-IF
       PERFORM CONTAR-CODIGO
       PERFORM IMPRIMIR-DETALLE.

       CONTAR-CODIGO.
       MOVE 0 TO WS-POS-CODIGO
       PERFORM BUSCAR-CODIGO
           VARYING WS-IDX-CODIGO FROM 1 BY 1
           UNTIL WS-IDX-CODIGO > WS-CANT-CODIGOS OR WS-POS-CODIGO > 0
       IF WS-POS-CODIGO > 0
           ADD 1 TO COD-CANTIDAD(WS-POS-CODIGO)
           ADD ATR-MONTO TO COD-MONTO(WS-POS-CODIGO)
       END-IF.

       BUSCAR-CODIGO.
       IF COD-CODIGO(WS-IDX-CODIGO) = WS-CODIGO-RESPUESTA
           MOVE WS-IDX-CODIGO TO WS-POS-CODIGO
       END-IF.

      ******************************************************************
      * Reporte de compensacion: la tarjeta sale enmascarada, solo
      * con los primeros seis y los ultimos cuatro digitos.
      ******************************************************************
       IMPRIMIR-ENCABEZADO.
       MOVE SPACES TO LINEA-REPORTE
       STRING "COMPENSACION RED DE CAJEROS - FECHA DE NEGOCIO "
           WS-FECHA-NEGOCIO
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE
       MOVE SPACES TO LINEA-REPORTE
       STRING "Referencia   Terminal Fecha-hora     Tarjeta"
           "          Cuenta      Monto Cod Autoriz.  Motivo"
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE.

       IMPRIMIR-DETALLE.
       MOVE ATR-MONTO TO WS-MONTO-EDIT
       MOVE ATR-TARJETA TO WS-TARJETA-EDIT
       MOVE "******" TO WS-TARJETA-EDIT(7:6)
       MOVE SPACES TO LINEA-REPORTE
       STRING ATR-REFERENCIA " " ATR-TERMINAL " "
           ATM-FECHA-HORA " " WS-TARJETA-EDIT " "
           WS-CTA-TARJETA " " WS-MONTO-EDIT " "
           ATR-CODIGO "  " ATR-AUTORIZACION " "
           COD-DESCRIPCION(WS-POS-CODIGO)
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE.

       IMPRIMIR-LIQUIDACION.
       MOVE SPACES TO LINEA-REPORTE
       WRITE LINEA-REPORTE
       MOVE WS-TOTAL-LEIDOS TO WS-CANT-EDIT
       MOVE SPACES TO LINEA-REPORTE
       STRING "Transacciones recibidas: " WS-CANT-EDIT
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE
       PERFORM IMPRIMIR-TOTAL-CODIGO
           VARYING WS-IDX-CODIGO FROM 1 BY 1
           UNTIL WS-IDX-CODIGO > WS-CANT-CODIGOS
       MOVE WS-TOTAL-RECHAZADOS TO WS-CANT-EDIT
       MOVE SPACES TO LINEA-REPORTE
       STRING "Total rechazadas:        " WS-CANT-EDIT
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE
       MOVE WS-MONTO-APROBADO TO WS-TOTAL-EDIT
       MOVE SPACES TO LINEA-REPORTE
       STRING "NETO A LIQUIDAR CON LA RED (a pagar): " WS-TOTAL-EDIT
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE.

       IMPRIMIR-TOTAL-CODIGO.
       IF COD-CANTIDAD(WS-IDX-CODIGO) > 0
           MOVE COD-CANTIDAD(WS-IDX-CODIGO) TO WS-CANT-EDIT
           MOVE COD-MONTO(WS-IDX-CODIGO) TO WS-TOTAL-EDIT
           MOVE SPACES TO LINEA-REPORTE
           STRING "  " COD-CODIGO(WS-IDX-CODIGO) " "
               COD-DESCRIPCION(WS-IDX-CODIGO) " " WS-CANT-EDIT
               "  " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
       END-IF.
