      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paso nocturno de alertas a clientes. Recorre el
      *          diario del dia y la bitacora de eventos
      *          (EVTLOG.DAT) y escribe el archivo de notificaciones
      *          para el proveedor de mensajeria (ALERTAS.DAT, copy
      *          ALERTA01), un renglon de ancho fijo por mensaje, con
      *          el celular o el correo del dueño de la cuenta segun
      *          el canal y las alertas que acepto en el maestro de
      *          clientes (copy CLIMAE01). Se avisan:
      *            - retiros (RET), retiros en cajeros de la red
      *              (ATM) y debitos interbancarios (IBD) desde el
      *              umbral de ALRPAR.DAT (copy ALRPAR01);
      *            - la cuenta que quedo en sobregiro (la primera
      *              comision SBRG del dia);
      *            - los depositos que dejaron retencion de fondos
      *              (el DEP del dia que tiene su retencion en
      *              RETEN.DAT) y las retenciones liberadas (LIBR);
      *            - las cuotas de ordenes permanentes rechazadas
      *              (RCHE/RCHZ firmados por ORDP);
      *            - los cambios de estado de la bitacora de
      *              eventos, desde el ultimo evento revisado
      *              (ALRCTL.DAT, copy ALRCTL01), asi la marca de
      *              inactividad, que corre mas tarde, sale la
      *              noche siguiente;
      *            - el saldo por debajo del minimo, solo el dia en
      *              que la cuenta bajo del minimo (el saldo de
      *              ayer esta en SALDIA.DAT);
      *            - los plazos fijos que vencen dentro de los dias
      *              de aviso configurados.
      *          Cada alerta queda ademas en el historial
      *          ALRHIS.DAT (copy ALRHIS01) como enviada sin acuse,
      *          para que PROCESAR_ACUSES siga su entrega. Si la
      *          noche se repite para la misma fecha, las alertas de
      *          la corrida anterior se reemplazan. Corre antes del
      *          corte del diario, porque lee el diario del dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAR_ALERTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-CTA-STATUS.
           SELECT ARCH-CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLI-STATUS.
           SELECT ARCH-JOURNAL ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT ARCH-RETENCIONES ASSIGN TO "RETEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CLAVE
               FILE STATUS IS WS-RTN-STATUS.
           SELECT ARCH-EVENTOS ASSIGN TO "EVTLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVT-CLAVE
               FILE STATUS IS WS-EVT-STATUS.
           SELECT ARCH-SALDOS-DIARIOS ASSIGN TO "SALDIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDI-CLAVE
               FILE STATUS IS WS-SDI-STATUS.
           SELECT ARCH-FECHA-PROCESO ASSIGN TO "FECHAPRO.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEC-STATUS.
           SELECT ARCH-PARAM-ALERTAS ASSIGN TO "ALRPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALP-STATUS.
           SELECT ARCH-CONTROL-ALERTAS ASSIGN TO "ALRCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALC-STATUS.
           SELECT ARCH-ALERTAS ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALR-STATUS.
           SELECT ARCH-HIST-ALERTAS ASSIGN TO "ALRHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALH-ID
               FILE STATUS IS WS-ALH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CUENTAS.
           COPY CTAMAE01.

       FD  ARCH-CLIENTES.
           COPY CLIMAE01.

       FD  ARCH-JOURNAL.
           COPY CTAJRN01.

       FD  ARCH-RETENCIONES.
           COPY CTARTN01.

       FD  ARCH-EVENTOS.
           COPY CTAEVT01.

       FD  ARCH-SALDOS-DIARIOS.
           COPY SALDIA01.

       FD  ARCH-FECHA-PROCESO.
           COPY CTAFEC01.

       FD  ARCH-PARAM-ALERTAS.
           COPY ALRPAR01.

       FD  ARCH-CONTROL-ALERTAS.
           COPY ALRCTL01.

       FD  ARCH-ALERTAS.
           COPY ALERTA01.

       FD  ARCH-HIST-ALERTAS.
           COPY ALRHIS01.

       WORKING-STORAGE SECTION.
       01  WS-CTA-STATUS               PIC XX VALUE SPACES.
       01  WS-CLI-STATUS               PIC XX VALUE SPACES.
       01  WS-JRN-STATUS               PIC XX VALUE SPACES.
       01  WS-RTN-STATUS               PIC XX VALUE SPACES.
       01  WS-EVT-STATUS               PIC XX VALUE SPACES.
       01  WS-SDI-STATUS               PIC XX VALUE SPACES.
       01  WS-FEC-STATUS               PIC XX VALUE SPACES.
       01  WS-ALP-STATUS               PIC XX VALUE SPACES.
       01  WS-ALC-STATUS               PIC XX VALUE SPACES.
       01  WS-ALR-STATUS               PIC XX VALUE SPACES.
       01  WS-ALH-STATUS               PIC XX VALUE SPACES.
       01  WS-FECHA-NEGOCIO            PIC 9(8) VALUE 0.
       01  WS-FECHA-AYER               PIC 9(8) VALUE 0.
       01  WS-FECHA-AVISO              PIC 9(8) VALUE 0.
       01  WS-DIAS-ENTERO              PIC 9(7).
       01  WS-RETEN-DISPONIBLE         PIC X VALUE "N".
       01  WS-SALDIA-DISPONIBLE        PIC X VALUE "N".
       01  WS-FIN-JOURNAL              PIC X VALUE "N".
           88  FIN-JOURNAL                     VALUE "S".
       01  WS-FIN-EVENTOS              PIC X VALUE "N".
           88  FIN-EVENTOS                     VALUE "S".
       01  WS-FIN-CUENTAS              PIC X VALUE "N".
           88  FIN-CUENTAS                     VALUE "S".
       01  WS-FIN-HISTORIAL            PIC X VALUE "N".
           88  FIN-HISTORIAL                   VALUE "S".
       01  WS-UMBRAL-RETIRO            PIC 9(7)V99 VALUE 0.
       01  WS-SALDO-MINIMO             PIC 9(7)V99 VALUE 0.
       01  WS-DIAS-AVISO-PLAZO         PIC 9(3) VALUE 0.
       01  WS-EVT-DESDE                PIC 9(9) VALUE 0.
       01  WS-EVT-HASTA                PIC 9(9) VALUE 0.
       01  WS-EVT-FECHA-MINIMA         PIC 9(8) VALUE 0.
       01  WS-CUENTA-HALLADA           PIC X VALUE "N".
       01  WS-ALR-SECUENCIA            PIC 9(6) VALUE 0.
       01  WS-ALR-TIPO                 PIC X(4) VALUE SPACES.
       01  WS-ALR-MONTO                PIC 9(7)V99 VALUE 0.
       01  WS-ALR-TEXTO                PIC X(80) VALUE SPACES.
       01  WS-IDX-ALERTA               PIC 9 VALUE 0.
       01  WS-MONTO-EDIT               PIC Z,ZZZ,ZZ9.99.
       01  WS-MONTO-TEXTO              PIC X(12) VALUE SPACES.
       01  WS-BLANCOS                  PIC 9(2) VALUE 0.
       01  WS-FECHA-EDIT               PIC 9(8) VALUE 0.
       01  WS-FECHA-TEXTO              PIC X(10) VALUE SPACES.
       01  WS-ESTADO-CODIGO            PIC X VALUE SPACE.
       01  WS-ESTADO-DESC              PIC X(10) VALUE SPACES.
       01  WS-ESTADO-ANTERIOR          PIC X(10) VALUE SPACES.
      ******************************************************************
      * Cuentas que ya se avisaron en sobregiro hoy: CTAAPRET cobra la
      * comision SBRG en cada retiro que deja la cuenta en negativo,
      * pero el cliente recibe un solo aviso por dia.
      ******************************************************************
       01  WS-MAX-SOBREGIROS           PIC 9(3) VALUE 500.
       01  WS-CANT-SOBREGIROS          PIC 9(3) VALUE 0.
       01  WS-IDX                      PIC 9(3) VALUE 0.
       01  WS-POS-SOBREGIRO            PIC 9(3) VALUE 0.
       01  WS-TABLA-SOBREGIROS.
           05  WS-SOBREGIRO-ENT OCCURS 500 TIMES.
               10  SGA-CTA-NUMERO      PIC 9(6).
       01  WS-TOTAL-ALERTAS            PIC 9(6) VALUE 0.
       01  WS-TOTAL-CELULAR            PIC 9(6) VALUE 0.
       01  WS-TOTAL-CORREO             PIC 9(6) VALUE 0.
       01  WS-TOTAL-REEMPLAZADAS       PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MOVE 0 TO RETURN-CODE
       DISPLAY "Generación de alertas a clientes"
       PERFORM LEER-FECHA-NEGOCIO
       IF WS-FECHA-NEGOCIO = 0
           DISPLAY "No existe la fecha de negocio (FECHAPRO.DAT); "
               "no se generan alertas"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF
       DISPLAY "Alertas del " WS-FECHA-NEGOCIO
       PERFORM CARGAR-PARAMETROS-ALERTAS
       PERFORM LEER-CONTROL-ALERTAS
       PERFORM ABRIR-ARCHIVOS-ALERTAS
       IF WS-CLI-STATUS NOT = "00"
           DISPLAY "No hay maestro de clientes (CLIENTES.DAT); "
               "no hay a quien avisar"
       ELSE
           PERFORM BORRAR-ALERTAS-DEL-DIA
           PERFORM RECORRER-JOURNAL
           PERFORM RECORRER-EVENTOS
           MOVE LOW-VALUES TO CTA-NUMERO
           START ARCH-CUENTAS KEY IS GREATER THAN OR EQUAL CTA-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIN-CUENTAS
           END-START
           PERFORM REVISAR-SALDO-CUENTA UNTIL FIN-CUENTAS
           PERFORM GRABAR-CONTROL-ALERTAS
       END-IF
       PERFORM CERRAR-ARCHIVOS-ALERTAS
       DISPLAY "Alertas generadas: " WS-TOTAL-ALERTAS
           " (celular " WS-TOTAL-CELULAR
           ", correo " WS-TOTAL-CORREO ")"
       IF WS-TOTAL-REEMPLAZADAS > 0
           DISPLAY "Alertas reemplazadas (noche repetida): "
               WS-TOTAL-REEMPLAZADAS
       END-IF
       DISPLAY "Archivo para el proveedor en ALERTAS.DAT"
       GOBACK.

       LEER-FECHA-NEGOCIO.
       OPEN INPUT ARCH-FECHA-PROCESO
       IF WS-FEC-STATUS = "00"
           READ ARCH-FECHA-PROCESO
               NOT AT END
                   MOVE FEC-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
           END-READ
           CLOSE ARCH-FECHA-PROCESO
       END-IF
       IF WS-FECHA-NEGOCIO > 0
           COMPUTE WS-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO) - 1
           COMPUTE WS-FECHA-AYER =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO)
       END-IF.

       CARGAR-PARAMETROS-ALERTAS.
       OPEN INPUT ARCH-PARAM-ALERTAS
       IF WS-ALP-STATUS = "00"
           READ ARCH-PARAM-ALERTAS
               AT END
                   CONTINUE
               NOT AT END
                   IF ALP-UMBRAL-RETIRO IS NUMERIC
                       MOVE ALP-UMBRAL-RETIRO TO WS-UMBRAL-RETIRO
                   END-IF
                   IF ALP-SALDO-MINIMO IS NUMERIC
                       MOVE ALP-SALDO-MINIMO TO WS-SALDO-MINIMO
                   END-IF
                   IF ALP-DIAS-AVISO-PLAZO IS NUMERIC
                       MOVE ALP-DIAS-AVISO-PLAZO TO WS-DIAS-AVISO-PLAZO
                   END-IF
           END-READ
           CLOSE ARCH-PARAM-ALERTAS
       END-IF
       IF WS-UMBRAL-RETIRO = 0
           DISPLAY "Sin umbral de retiro en ALRPAR.DAT; no se "
               "avisan retiros ni debitos interbancarios"
       END-IF
       IF WS-SALDO-MINIMO = 0
           DISPLAY "Sin saldo minimo en ALRPAR.DAT; no se avisa "
               "saldo bajo"
       END-IF
       IF WS-DIAS-AVISO-PLAZO = 0
           DISPLAY "Sin dias de aviso en ALRPAR.DAT; no se avisan "
               "vencimientos de plazo fijo"
       ELSE
           COMPUTE WS-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
               + WS-DIAS-AVISO-PLAZO
           COMPUTE WS-FECHA-AVISO =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO)
       END-IF.

      ******************************************************************
      * Sin archivo de control (primera corrida) solo se revisan los
      * eventos del dia, para no avisar de golpe toda la bitacora.
      ******************************************************************
       LEER-CONTROL-ALERTAS.
       MOVE 0 TO WS-EVT-DESDE
       MOVE WS-FECHA-NEGOCIO TO WS-EVT-FECHA-MINIMA
       OPEN INPUT ARCH-CONTROL-ALERTAS
       IF WS-ALC-STATUS = "00"
           READ ARCH-CONTROL-ALERTAS
               NOT AT END
                   MOVE 0 TO WS-EVT-FECHA-MINIMA
                   IF ALC-FECHA = WS-FECHA-NEGOCIO
                       MOVE ALC-EVT-DESDE TO WS-EVT-DESDE
                   ELSE
                       MOVE ALC-EVT-HASTA TO WS-EVT-DESDE
                   END-IF
           END-READ
           CLOSE ARCH-CONTROL-ALERTAS
       END-IF
       MOVE WS-EVT-DESDE TO WS-EVT-HASTA.

       GRABAR-CONTROL-ALERTAS.
       OPEN OUTPUT ARCH-CONTROL-ALERTAS
       MOVE WS-FECHA-NEGOCIO TO ALC-FECHA
       MOVE WS-EVT-DESDE TO ALC-EVT-DESDE
       MOVE WS-EVT-HASTA TO ALC-EVT-HASTA
       WRITE REG-CONTROL-ALERTAS
       CLOSE ARCH-CONTROL-ALERTAS.

       ABRIR-ARCHIVOS-ALERTAS.
       OPEN INPUT ARCH-CUENTAS
       OPEN INPUT ARCH-CLIENTES
       OPEN INPUT ARCH-RETENCIONES
       IF WS-RTN-STATUS = "00"
           MOVE "S" TO WS-RETEN-DISPONIBLE
       END-IF
       OPEN INPUT ARCH-SALDOS-DIARIOS
       IF WS-SDI-STATUS = "00"
           MOVE "S" TO WS-SALDIA-DISPONIBLE
       END-IF
       OPEN I-O ARCH-HIST-ALERTAS
       IF WS-ALH-STATUS = "35"
           OPEN OUTPUT ARCH-HIST-ALERTAS
           CLOSE ARCH-HIST-ALERTAS
           OPEN I-O ARCH-HIST-ALERTAS
       END-IF
       OPEN OUTPUT ARCH-ALERTAS.

       CERRAR-ARCHIVOS-ALERTAS.
       CLOSE ARCH-CUENTAS
       IF WS-CLI-STATUS = "00"
           CLOSE ARCH-CLIENTES
       END-IF
       IF WS-RETEN-DISPONIBLE = "S"
           CLOSE ARCH-RETENCIONES
       END-IF
       IF WS-SALDIA-DISPONIBLE = "S"
           CLOSE ARCH-SALDOS-DIARIOS
       END-IF
       CLOSE ARCH-HIST-ALERTAS
       CLOSE ARCH-ALERTAS.

      ******************************************************************
      * Noche repetida: ALERTAS.DAT se vuelve a escribir completo, asi
      * que las alertas de la fecha que quedaron en el historial de
      * la corrida anterior se borran antes de numerar de nuevo.
      ******************************************************************
       BORRAR-ALERTAS-DEL-DIA.
       MOVE "N" TO WS-FIN-HISTORIAL
       MOVE WS-FECHA-NEGOCIO TO ALH-FECHA
       MOVE 0 TO ALH-SECUENCIA
       START ARCH-HIST-ALERTAS KEY IS GREATER THAN OR EQUAL ALH-ID
           INVALID KEY
               MOVE "S" TO WS-FIN-HISTORIAL
       END-START
       PERFORM BORRAR-UNA-ALERTA-DIA UNTIL FIN-HISTORIAL.

       BORRAR-UNA-ALERTA-DIA.
       READ ARCH-HIST-ALERTAS NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-HISTORIAL
           NOT AT END
               IF ALH-FECHA = WS-FECHA-NEGOCIO
                   DELETE ARCH-HIST-ALERTAS RECORD
                   ADD 1 TO WS-TOTAL-REEMPLAZADAS
               ELSE
                   MOVE "S" TO WS-FIN-HISTORIAL
               END-IF
       END-READ.

      ******************************************************************
      * Diario del dia.
      ******************************************************************
       RECORRER-JOURNAL.
       OPEN INPUT ARCH-JOURNAL
       IF WS-JRN-STATUS = "00"
           MOVE "N" TO WS-FIN-JOURNAL
           PERFORM LEER-PARTIDA-JOURNAL UNTIL FIN-JOURNAL
           CLOSE ARCH-JOURNAL
       END-IF.

       LEER-PARTIDA-JOURNAL.
       READ ARCH-JOURNAL
           AT END
               MOVE "S" TO WS-FIN-JOURNAL
           NOT AT END
               IF JRN-FECHA-HORA(1:8) = WS-FECHA-NEGOCIO
                   PERFORM EVALUAR-PARTIDA
               END-IF
       END-READ.

       EVALUAR-PARTIDA.
       MOVE SPACES TO WS-ALR-TIPO
       PERFORM CLASIFICAR-PARTIDA
       IF WS-ALR-TIPO NOT = SPACES
           PERFORM AVISAR-PARTIDA
       END-IF.

       CLASIFICAR-PARTIDA.
       IF JRN-TIPO-TRANS = "RET " AND WS-UMBRAL-RETIRO > 0
           AND JRN-MONTO >= WS-UMBRAL-RETIRO
           MOVE "RETG" TO WS-ALR-TIPO
       ELSE IF JRN-TIPO-TRANS = "IBD " AND WS-UMBRAL-RETIRO > 0
           AND JRN-MONTO >= WS-UMBRAL-RETIRO
           MOVE "DIBG" TO WS-ALR-TIPO
       ELSE IF JRN-TIPO-TRANS = "ATM " AND WS-UMBRAL-RETIRO > 0
           AND JRN-MONTO >= WS-UMBRAL-RETIRO
           MOVE "ATMG" TO WS-ALR-TIPO
       ELSE IF JRN-TIPO-TRANS = "SBRG"
           PERFORM MARCAR-SOBREGIRO-AVISADO
       ELSE IF JRN-TIPO-TRANS = "DEP " AND WS-RETEN-DISPONIBLE = "S"
           PERFORM BUSCAR-RETENCION-DEPOSITO
       ELSE IF JRN-TIPO-TRANS = "LIBR"
           MOVE "RTNL" TO WS-ALR-TIPO
       ELSE IF (JRN-TIPO-TRANS = "RCHE" OR JRN-TIPO-TRANS = "RCHZ")
           AND JRN-OPERADOR = "ORDP"
           MOVE "ORDR" TO WS-ALR-TIPO
       END-IF.

       MARCAR-SOBREGIRO-AVISADO.
       MOVE 0 TO WS-POS-SOBREGIRO
       PERFORM COMPARAR-SOBREGIRO
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-CANT-SOBREGIROS OR WS-POS-SOBREGIRO > 0
       IF WS-POS-SOBREGIRO = 0
           MOVE "SOBG" TO WS-ALR-TIPO
           IF WS-CANT-SOBREGIROS < WS-MAX-SOBREGIROS
               ADD 1 TO WS-CANT-SOBREGIROS
               MOVE JRN-CTA-NUMERO
                   TO SGA-CTA-NUMERO(WS-CANT-SOBREGIROS)
           END-IF
       END-IF.

       COMPARAR-SOBREGIRO.
       IF SGA-CTA-NUMERO(WS-IDX) = JRN-CTA-NUMERO
           MOVE WS-IDX TO WS-POS-SOBREGIRO
       END-IF.

      ******************************************************************
      * La retencion tiene por clave la cuenta y la secuencia de la
      * partida del deposito que la origino (copy CTARTN01).
      ******************************************************************
       BUSCAR-RETENCION-DEPOSITO.
       MOVE JRN-CTA-NUMERO TO RET-CTA-NUMERO
       MOVE JRN-SECUENCIA TO RET-SECUENCIA
       READ ARCH-RETENCIONES
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "RTNC" TO WS-ALR-TIPO
       END-READ.

       AVISAR-PARTIDA.
       MOVE JRN-CTA-NUMERO TO CTA-NUMERO
       PERFORM LEER-CUENTA-ALERTA
       IF WS-CUENTA-HALLADA = "S"
           MOVE JRN-MONTO TO WS-ALR-MONTO
           PERFORM EDITAR-MONTO
           PERFORM ARMAR-TEXTO-PARTIDA
           PERFORM EMITIR-ALERTA
       END-IF.

       LEER-CUENTA-ALERTA.
       MOVE "N" TO WS-CUENTA-HALLADA
       READ ARCH-CUENTAS
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO WS-CUENTA-HALLADA
       END-READ.

       ARMAR-TEXTO-PARTIDA.
       MOVE SPACES TO WS-ALR-TEXTO
       IF WS-ALR-TIPO = "RETG"
           MOVE 1 TO WS-IDX-ALERTA
           STRING "Retiro de " DELIMITED BY SIZE
               WS-MONTO-TEXTO DELIMITED BY SPACE
               " en su cuenta " CTA-NUMERO DELIMITED BY SIZE
               INTO WS-ALR-TEXTO
       ELSE IF WS-ALR-TIPO = "DIBG"
           MOVE 1 TO WS-IDX-ALERTA
           STRING "Debito interbancario de " DELIMITED BY SIZE
               WS-MONTO-TEXTO DELIMITED BY SPACE
               " en su cuenta " CTA-NUMERO DELIMITED BY SIZE
               INTO WS-ALR-TEXTO
       ELSE IF WS-ALR-TIPO = "ATMG"
           MOVE 1 TO WS-IDX-ALERTA
           STRING "Retiro en cajero automatico de " DELIMITED BY SIZE
               WS-MONTO-TEXTO DELIMITED BY SPACE
               " en su cuenta " CTA-NUMERO DELIMITED BY SIZE
               INTO WS-ALR-TEXTO
       ELSE IF WS-ALR-TIPO = "SOBG"
           MOVE 3 TO WS-IDX-ALERTA
           MOVE 0 TO WS-ALR-MONTO
           STRING "Su cuenta " CTA-NUMERO " quedo en sobregiro"
               DELIMITED BY SIZE INTO WS-ALR-TEXTO
       ELSE IF WS-ALR-TIPO = "RTNC"
           MOVE 4 TO WS-IDX-ALERTA
           MOVE RET-FECHA-LIBERA TO WS-FECHA-EDIT
           PERFORM EDITAR-FECHA
           STRING "Deposito de " DELIMITED BY SIZE
               WS-MONTO-TEXTO DELIMITED BY SPACE
               " en su cuenta " CTA-NUMERO " retenido hasta el "
               WS-FECHA-TEXTO DELIMITED BY SIZE
               INTO WS-ALR-TEXTO
       ELSE IF WS-ALR-TIPO = "RTNL"
           MOVE 4 TO WS-IDX-ALERTA
           STRING "Se liberaron " DELIMITED BY SIZE
               WS-MONTO-TEXTO DELIMITED BY SPACE
               " retenidos en su cuenta " CTA-NUMERO
               DELIMITED BY SIZE INTO WS-ALR-TEXTO
       ELSE
           MOVE 6 TO WS-IDX-ALERTA
           STRING "No se pudo aplicar la orden permanente de "
               DELIMITED BY SIZE
               WS-MONTO-TEXTO DELIMITED BY SPACE
               " en su cuenta " CTA-NUMERO DELIMITED BY SIZE
               INTO WS-ALR-TEXTO
       END-IF.

      ******************************************************************
      * Bitacora de eventos: solo los cambios de estado posteriores al
      * ultimo evento revisado. Se recorre completa para saber hasta
      * que secuencia se llego.
      ******************************************************************
       RECORRER-EVENTOS.
       OPEN INPUT ARCH-EVENTOS
       IF WS-EVT-STATUS = "00"
           MOVE "N" TO WS-FIN-EVENTOS
           MOVE LOW-VALUES TO EVT-CLAVE
           START ARCH-EVENTOS KEY IS GREATER THAN OR EQUAL EVT-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-EVENTOS
           END-START
           PERFORM LEER-EVENTO UNTIL FIN-EVENTOS
           CLOSE ARCH-EVENTOS
       END-IF.

       LEER-EVENTO.
       READ ARCH-EVENTOS NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-EVENTOS
           NOT AT END
               IF EVT-SECUENCIA > WS-EVT-HASTA
                   MOVE EVT-SECUENCIA TO WS-EVT-HASTA
               END-IF
               IF EVT-SECUENCIA > WS-EVT-DESDE
                   AND EVT-FECHA-HORA(1:8) >= WS-EVT-FECHA-MINIMA
                   AND EVT-CAMPO = "ESTADO"
                   PERFORM AVISAR-CAMBIO-ESTADO
               END-IF
       END-READ.

       AVISAR-CAMBIO-ESTADO.
       MOVE EVT-CTA-NUMERO TO CTA-NUMERO
       PERFORM LEER-CUENTA-ALERTA
       IF WS-CUENTA-HALLADA = "S"
           MOVE EVT-VALOR-ANTERIOR(1:1) TO WS-ESTADO-CODIGO
           PERFORM DESCRIBIR-ESTADO
           MOVE WS-ESTADO-DESC TO WS-ESTADO-ANTERIOR
           MOVE EVT-VALOR-NUEVO(1:1) TO WS-ESTADO-CODIGO
           PERFORM DESCRIBIR-ESTADO
           MOVE "ESTA" TO WS-ALR-TIPO
           MOVE 5 TO WS-IDX-ALERTA
           MOVE 0 TO WS-ALR-MONTO
           MOVE SPACES TO WS-ALR-TEXTO
           STRING "Su cuenta " CTA-NUMERO " cambio de estado: "
               DELIMITED BY SIZE
               WS-ESTADO-ANTERIOR DELIMITED BY SPACE
               " a " DELIMITED BY SIZE
               WS-ESTADO-DESC DELIMITED BY SPACE
               INTO WS-ALR-TEXTO
           PERFORM EMITIR-ALERTA
       END-IF.

       DESCRIBIR-ESTADO.
       IF WS-ESTADO-CODIGO = "A"
           MOVE "ACTIVA" TO WS-ESTADO-DESC
       ELSE IF WS-ESTADO-CODIGO = "C"
           MOVE "CONGELADA" TO WS-ESTADO-DESC
       ELSE IF WS-ESTADO-CODIGO = "X"
           MOVE "CERRADA" TO WS-ESTADO-DESC
       ELSE IF WS-ESTADO-CODIGO = "I"
           MOVE "INACTIVA" TO WS-ESTADO-DESC
       ELSE
           MOVE WS-ESTADO-CODIGO TO WS-ESTADO-DESC
       END-IF.

      ******************************************************************
      * Maestro de cuentas al final de la noche: saldo bajo el minimo
      * (si ayer no lo estaba) y plazos fijos por vencer.
      ******************************************************************
       REVISAR-SALDO-CUENTA.
       READ ARCH-CUENTAS NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-CUENTAS
           NOT AT END
               IF NOT CTA-ESTA-CERRADA
                   PERFORM EVALUAR-CUENTA
               END-IF
       END-READ.

       EVALUAR-CUENTA.
       IF CTA-ES-PLAZO
           IF WS-DIAS-AVISO-PLAZO > 0
               AND CTA-FECHA-VENCE = WS-FECHA-AVISO
               PERFORM AVISAR-PLAZO-POR-VENCER
           END-IF
       ELSE
           IF WS-SALDO-MINIMO > 0 AND CTA-SALDO >= 0
               AND CTA-SALDO < WS-SALDO-MINIMO
               PERFORM REVISAR-SALDO-AYER
           END-IF
       END-IF.

       REVISAR-SALDO-AYER.
       MOVE "N" TO WS-CUENTA-HALLADA
       IF WS-SALDIA-DISPONIBLE = "S"
           MOVE CTA-NUMERO TO SDI-CTA-NUMERO
           MOVE WS-FECHA-AYER TO SDI-FECHA
           READ ARCH-SALDOS-DIARIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SDI-SALDO-CONTABLE < WS-SALDO-MINIMO
                       MOVE "S" TO WS-CUENTA-HALLADA
                   END-IF
           END-READ
       END-IF
       IF WS-CUENTA-HALLADA = "N"
           MOVE "SALB" TO WS-ALR-TIPO
           MOVE 2 TO WS-IDX-ALERTA
           MOVE CTA-SALDO TO WS-ALR-MONTO
           PERFORM EDITAR-MONTO
           MOVE SPACES TO WS-ALR-TEXTO
           STRING "Su cuenta " CTA-NUMERO " quedo con saldo de "
               DELIMITED BY SIZE
               WS-MONTO-TEXTO DELIMITED BY SPACE
               ", por debajo del minimo" DELIMITED BY SIZE
               INTO WS-ALR-TEXTO
           PERFORM EMITIR-ALERTA
       END-IF.

       AVISAR-PLAZO-POR-VENCER.
       MOVE "PLZV" TO WS-ALR-TIPO
       MOVE 7 TO WS-IDX-ALERTA
       MOVE CTA-SALDO TO WS-ALR-MONTO
       MOVE CTA-FECHA-VENCE TO WS-FECHA-EDIT
       PERFORM EDITAR-FECHA
       MOVE SPACES TO WS-ALR-TEXTO
       STRING "Su plazo fijo " CTA-NUMERO " vence el "
           WS-FECHA-TEXTO
           DELIMITED BY SIZE INTO WS-ALR-TEXTO
       PERFORM EMITIR-ALERTA.

       EDITAR-MONTO.
       MOVE WS-ALR-MONTO TO WS-MONTO-EDIT
       MOVE 0 TO WS-BLANCOS
       INSPECT WS-MONTO-EDIT TALLYING WS-BLANCOS FOR LEADING SPACES
       MOVE SPACES TO WS-MONTO-TEXTO
       MOVE WS-MONTO-EDIT(WS-BLANCOS + 1:) TO WS-MONTO-TEXTO.

       EDITAR-FECHA.
       MOVE SPACES TO WS-FECHA-TEXTO
       STRING WS-FECHA-EDIT(7:2) "/" WS-FECHA-EDIT(5:2) "/"
           WS-FECHA-EDIT(1:4)
           DELIMITED BY SIZE INTO WS-FECHA-TEXTO.

      ******************************************************************
      * La alerta va al dueño de la cuenta si acepto ese grupo
      * (CLI-ALR-ACEPTADA del indice WS-IDX-ALERTA), por cada canal
      * elegido que tenga su destino cargado.
      ******************************************************************
       EMITIR-ALERTA.
       MOVE CTA-CLI-NUMERO TO CLI-NUMERO
       READ ARCH-CLIENTES
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF CLI-ALR-ACEPTADA(WS-IDX-ALERTA) = "S"
                   PERFORM EMITIR-POR-CANALES
               END-IF
       END-READ.

       EMITIR-POR-CANALES.
       IF CLI-ALERTA-CELULAR AND CLI-CELULAR NOT = SPACES
           MOVE "S" TO ALR-CANAL
           MOVE CLI-CELULAR TO ALR-DESTINO
           PERFORM GRABAR-ALERTA
           ADD 1 TO WS-TOTAL-CELULAR
       END-IF
       IF CLI-ALERTA-CORREO AND CLI-CORREO NOT = SPACES
           MOVE "E" TO ALR-CANAL
           MOVE CLI-CORREO TO ALR-DESTINO
           PERFORM GRABAR-ALERTA
           ADD 1 TO WS-TOTAL-CORREO
       END-IF.

       GRABAR-ALERTA.
       ADD 1 TO WS-ALR-SECUENCIA
       ADD 1 TO WS-TOTAL-ALERTAS
       MOVE WS-FECHA-NEGOCIO TO ALR-FECHA
       MOVE WS-ALR-SECUENCIA TO ALR-SECUENCIA
       MOVE CLI-NUMERO TO ALR-CLI-NUMERO
       MOVE CTA-NUMERO TO ALR-CTA-NUMERO
       MOVE WS-ALR-TIPO TO ALR-TIPO
       MOVE CTA-MONEDA TO ALR-MONEDA
       MOVE WS-ALR-MONTO TO ALR-MONTO
       MOVE WS-ALR-TEXTO TO ALR-TEXTO
       WRITE REG-ALERTA
       MOVE ALR-ID TO ALH-ID
       MOVE ALR-CANAL TO ALH-CANAL
       MOVE ALR-DESTINO TO ALH-DESTINO
       MOVE ALR-CLI-NUMERO TO ALH-CLI-NUMERO
       MOVE ALR-CTA-NUMERO TO ALH-CTA-NUMERO
       MOVE ALR-TIPO TO ALH-TIPO
       MOVE ALR-TEXTO TO ALH-TEXTO
       MOVE "P" TO ALH-ESTADO
       MOVE 0 TO ALH-FECHA-ACUSE
       MOVE SPACES TO ALH-MOTIVO
       MOVE "N" TO ALH-REPORTADA
       WRITE REG-HIST-ALERTA
           INVALID KEY
               REWRITE REG-HIST-ALERTA
       END-WRITE.
