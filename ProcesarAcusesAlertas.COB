      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paso nocturno que procesa el archivo de acuse que
      *          devuelve el proveedor de mensajeria (ACUSES.DAT,
      *          copy ACUALR01) y emite el reporte de alertas no
      *          entregadas. Cada acuse marca en el historial de
      *          alertas (ALRHIS.DAT, copy ALRHIS01) si la alerta se
      *          entrego o no, con la fecha-hora y el motivo que da
      *          el proveedor; un acuse de una alerta que no esta en
      *          el historial se informa en consola. El reporte
      *          ALRNOENT.OUT lista, una sola vez cada una, las
      *          alertas que el proveedor no pudo entregar y las que
      *          siguen sin acuse pasados los dias de espera de
      *          ALRPAR.DAT (copy ALRPAR01), con el cliente y el
      *          destino, para que atencion a clientes corrija el
      *          celular o el correo en MANTENER_CLIENTES. Sin
      *          archivo de acuse solo se revisan las vencidas; el
      *          mismo acuse procesado dos veces deja el historial
      *          igual.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESAR_ACUSES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLI-STATUS.
           SELECT ARCH-FECHA-PROCESO ASSIGN TO "FECHAPRO.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEC-STATUS.
           SELECT ARCH-PARAM-ALERTAS ASSIGN TO "ALRPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALP-STATUS.
           SELECT ARCH-ACUSES ASSIGN TO "ACUSES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACU-STATUS.
           SELECT ARCH-HIST-ALERTAS ASSIGN TO "ALRHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALH-ID
               FILE STATUS IS WS-ALH-STATUS.
           SELECT ARCH-REPORTE ASSIGN TO "ALRNOENT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CLIENTES.
           COPY CLIMAE01.

       FD  ARCH-FECHA-PROCESO.
           COPY CTAFEC01.

       FD  ARCH-PARAM-ALERTAS.
           COPY ALRPAR01.

       FD  ARCH-ACUSES.
           COPY ACUALR01.

       FD  ARCH-HIST-ALERTAS.
           COPY ALRHIS01.

       FD  ARCH-REPORTE.
       01  LINEA-REPORTE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CLI-STATUS               PIC XX VALUE SPACES.
       01  WS-FEC-STATUS               PIC XX VALUE SPACES.
       01  WS-ALP-STATUS               PIC XX VALUE SPACES.
       01  WS-ACU-STATUS               PIC XX VALUE SPACES.
       01  WS-ALH-STATUS               PIC XX VALUE SPACES.
       01  WS-REP-STATUS               PIC XX VALUE SPACES.
       01  WS-FECHA-NEGOCIO            PIC 9(8) VALUE 0.
       01  WS-FECHA-LIMITE             PIC 9(8) VALUE 0.
       01  WS-DIAS-ENTERO              PIC 9(7).
       01  WS-DIAS-ESPERA-ACUSE        PIC 9(2) VALUE 0.
       01  WS-CLIENTES-DISPONIBLE      PIC X VALUE "N".
       01  WS-FIN-ACUSES               PIC X VALUE "N".
           88  FIN-ACUSES                      VALUE "S".
       01  WS-FIN-HISTORIAL            PIC X VALUE "N".
           88  FIN-HISTORIAL                   VALUE "S".
       01  WS-NOMBRE-EDIT              PIC X(20).
       01  WS-CANAL-EDIT               PIC X(7).
       01  WS-MOTIVO-EDIT              PIC X(30).
       01  WS-TOTAL-ACUSES             PIC 9(6) VALUE 0.
       01  WS-TOTAL-ENTREGADAS         PIC 9(6) VALUE 0.
       01  WS-TOTAL-FALLIDAS           PIC 9(6) VALUE 0.
       01  WS-TOTAL-DESCONOCIDOS       PIC 9(6) VALUE 0.
       01  WS-TOTAL-INVALIDOS          PIC 9(6) VALUE 0.
       01  WS-TOTAL-REPORTADAS         PIC 9(6) VALUE 0.
       01  WS-TOTAL-SIN-ACUSE          PIC 9(6) VALUE 0.
       01  WS-CANT-EDIT                PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MOVE 0 TO RETURN-CODE
       DISPLAY "Acuses de alertas y alertas no entregadas"
       PERFORM LEER-FECHA-NEGOCIO
       IF WS-FECHA-NEGOCIO = 0
           DISPLAY "No existe la fecha de negocio (FECHAPRO.DAT); "
               "no se procesan acuses"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM CARGAR-PARAMETROS-ALERTAS
       OPEN I-O ARCH-HIST-ALERTAS
       IF WS-ALH-STATUS NOT = "00"
           DISPLAY "No hay historial de alertas (ALRHIS.DAT); "
               "nada que procesar"
           GOBACK
       END-IF
       OPEN INPUT ARCH-CLIENTES
       IF WS-CLI-STATUS = "00"
           MOVE "S" TO WS-CLIENTES-DISPONIBLE
       END-IF
       PERFORM APLICAR-ACUSES
       OPEN OUTPUT ARCH-REPORTE
       PERFORM IMPRIMIR-ENCABEZADO
       MOVE "N" TO WS-FIN-HISTORIAL
       MOVE LOW-VALUES TO ALH-ID
       START ARCH-HIST-ALERTAS KEY IS GREATER THAN OR EQUAL ALH-ID
           INVALID KEY
               MOVE "S" TO WS-FIN-HISTORIAL
       END-START
       PERFORM REVISAR-ALERTA UNTIL FIN-HISTORIAL
       PERFORM IMPRIMIR-TOTALES
       CLOSE ARCH-REPORTE
       IF WS-CLIENTES-DISPONIBLE = "S"
           CLOSE ARCH-CLIENTES
       END-IF
       CLOSE ARCH-HIST-ALERTAS
       DISPLAY "Acuses leidos: " WS-TOTAL-ACUSES
           " (entregadas " WS-TOTAL-ENTREGADAS
           ", no entregadas " WS-TOTAL-FALLIDAS ")"
       IF WS-TOTAL-DESCONOCIDOS > 0
           DISPLAY "Acuses de alertas que no estan en el historial: "
               WS-TOTAL-DESCONOCIDOS
       END-IF
       IF WS-TOTAL-INVALIDOS > 0
           DISPLAY "Acuses con resultado invalido: "
               WS-TOTAL-INVALIDOS
       END-IF
       DISPLAY "Alertas no entregadas reportadas: "
           WS-TOTAL-REPORTADAS " en ALRNOENT.OUT"
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

       CARGAR-PARAMETROS-ALERTAS.
       OPEN INPUT ARCH-PARAM-ALERTAS
       IF WS-ALP-STATUS = "00"
           READ ARCH-PARAM-ALERTAS
               AT END
                   CONTINUE
               NOT AT END
                   IF ALP-DIAS-ESPERA-ACUSE IS NUMERIC
                       MOVE ALP-DIAS-ESPERA-ACUSE
                           TO WS-DIAS-ESPERA-ACUSE
                   END-IF
           END-READ
           CLOSE ARCH-PARAM-ALERTAS
       END-IF
       IF WS-DIAS-ESPERA-ACUSE = 0
           MOVE 2 TO WS-DIAS-ESPERA-ACUSE
       END-IF
       COMPUTE WS-DIAS-ENTERO =
           FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
           - WS-DIAS-ESPERA-ACUSE
       COMPUTE WS-FECHA-LIMITE =
           FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO)
       DISPLAY "Sin acuse hasta el " WS-FECHA-LIMITE
           " se da por no entregada".

       APLICAR-ACUSES.
       OPEN INPUT ARCH-ACUSES
       IF WS-ACU-STATUS = "00"
           MOVE "N" TO WS-FIN-ACUSES
           PERFORM LEER-ACUSE UNTIL FIN-ACUSES
           CLOSE ARCH-ACUSES
       ELSE
           DISPLAY "Sin archivo de acuse del proveedor (ACUSES.DAT)"
       END-IF.

       LEER-ACUSE.
       READ ARCH-ACUSES
           AT END
               MOVE "S" TO WS-FIN-ACUSES
           NOT AT END
               ADD 1 TO WS-TOTAL-ACUSES
               PERFORM APLICAR-UN-ACUSE
       END-READ.

       APLICAR-UN-ACUSE.
       MOVE ACU-ID TO ALH-ID
       READ ARCH-HIST-ALERTAS
           INVALID KEY
               DISPLAY "Acuse de alerta desconocida: " ACU-FECHA
                   " " ACU-SECUENCIA
               ADD 1 TO WS-TOTAL-DESCONOCIDOS
           NOT INVALID KEY
               PERFORM MARCAR-ENTREGA
       END-READ.

       MARCAR-ENTREGA.
       IF ACU-ENTREGADA OR ACU-FALLIDA
           MOVE ACU-RESULTADO TO ALH-ESTADO
           MOVE ACU-FECHA-HORA TO ALH-FECHA-ACUSE
           MOVE ACU-MOTIVO TO ALH-MOTIVO
           REWRITE REG-HIST-ALERTA
           IF ACU-ENTREGADA
               ADD 1 TO WS-TOTAL-ENTREGADAS
           ELSE
               ADD 1 TO WS-TOTAL-FALLIDAS
           END-IF
       ELSE
           DISPLAY "Acuse con resultado invalido: " ACU-FECHA
               " " ACU-SECUENCIA " (" ACU-RESULTADO ")"
           ADD 1 TO WS-TOTAL-INVALIDOS
       END-IF.

      ******************************************************************
      * Una alerta se reporta una sola vez: cuando el proveedor dice
      * que no la entrego, o cuando paso la espera sin acuse.
      ******************************************************************
       REVISAR-ALERTA.
       READ ARCH-HIST-ALERTAS NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-HISTORIAL
           NOT AT END
               IF ALH-REPORTADA NOT = "S"
                   AND (ALH-FALLIDA
                   OR (ALH-SIN-ACUSE AND ALH-FECHA <= WS-FECHA-LIMITE))
                   PERFORM REPORTAR-ALERTA
               END-IF
       END-READ.

       REPORTAR-ALERTA.
       MOVE SPACES TO WS-NOMBRE-EDIT
       IF WS-CLIENTES-DISPONIBLE = "S"
           MOVE ALH-CLI-NUMERO TO CLI-NUMERO
           READ ARCH-CLIENTES
               INVALID KEY
                   MOVE "(no registrado)" TO WS-NOMBRE-EDIT
               NOT INVALID KEY
                   MOVE CLI-NOMBRE TO WS-NOMBRE-EDIT
           END-READ
       END-IF
       IF ALH-CANAL = "S"
           MOVE "CELULAR" TO WS-CANAL-EDIT
       ELSE
           MOVE "CORREO" TO WS-CANAL-EDIT
       END-IF
       IF ALH-SIN-ACUSE
           MOVE "SIN ACUSE DEL PROVEEDOR" TO WS-MOTIVO-EDIT
           ADD 1 TO WS-TOTAL-SIN-ACUSE
       ELSE
           MOVE ALH-MOTIVO TO WS-MOTIVO-EDIT
       END-IF
       MOVE SPACES TO LINEA-REPORTE
       STRING ALH-FECHA " " ALH-SECUENCIA " " ALH-CLI-NUMERO " "
           WS-NOMBRE-EDIT " " ALH-CTA-NUMERO " " ALH-TIPO " "
           WS-CANAL-EDIT " " ALH-DESTINO " " WS-MOTIVO-EDIT
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE
       MOVE "S" TO ALH-REPORTADA
       REWRITE REG-HIST-ALERTA
       ADD 1 TO WS-TOTAL-REPORTADAS.

       IMPRIMIR-ENCABEZADO.
       MOVE SPACES TO LINEA-REPORTE
       STRING "ALERTAS NO ENTREGADAS AL " WS-FECHA-NEGOCIO
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE
       MOVE SPACES TO LINEA-REPORTE
       STRING "Fecha    Sec.   Client Nombre               Cuenta"
           " Tipo Canal   Destino"
           "                                  Motivo"
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE.

       IMPRIMIR-TOTALES.
       MOVE SPACES TO LINEA-REPORTE
       WRITE LINEA-REPORTE
       MOVE WS-TOTAL-REPORTADAS TO WS-CANT-EDIT
       MOVE SPACES TO LINEA-REPORTE
       STRING "Alertas no entregadas: " WS-CANT-EDIT
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE
       MOVE WS-TOTAL-SIN-ACUSE TO WS-CANT-EDIT
       MOVE SPACES TO LINEA-REPORTE
       STRING "  de ellas sin acuse del proveedor: " WS-CANT-EDIT
           DELIMITED BY SIZE INTO LINEA-REPORTE
       WRITE LINEA-REPORTE.
