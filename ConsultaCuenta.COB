      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta integral de cuentas para atencion al
      *          cliente, de solo lectura: no postea ni modifica
      *          ningun archivo maestro. Con inicio de sesion contra
      *          el maestro de operadores (OPERADOR.DAT, copy
      *          OPEMAE01), igual que MANTENER_CLIENTES. La consulta
      *          por cuenta muestra en un solo lugar los datos del
      *          maestro, el dueño y las demas personas de la cuenta
      *          (RELCTA.DAT), el saldo contable, las retenciones
      *          vigentes de RETEN.DAT con su fecha de liberacion, el
      *          saldo disponible resultante y lo que se puede
      *          retirar con el limite de sobregiro, las ordenes
      *          permanentes de ORDENES.DAT que salen de la cuenta o
      *          llegan a ella, los ultimos N movimientos (lo de
      *          HISTORIA.DAT seguido del diario del dia, el mas
      *          reciente primero) y los ultimos N eventos de la
      *          bitacora EVTLOG.DAT. La consulta por cliente lista
      *          todas sus cuentas con saldo contable, retenido y
      *          disponible, totales por moneda, y aparte las cuentas
      *          donde figura como cotitular, firmante o
      *          beneficiario (estas no suman en los totales). La
      *          consulta de saldo a una fecha lee por clave cuenta +
      *          fecha el cierre diario de SALDIA.DAT (copy SALDIA01)
      *          y muestra el contable, el retenido, el disponible, el
      *          estado, la moneda y el dueño que tenia la cuenta ese
      *          dia. Cada consulta queda en la bitacora CONSULOG.DAT
      *          con fecha, hora, la clave del operador y la cuenta o
      *          el cliente consultado (y la fecha pedida, en la de
      *          saldo a una fecha), para auditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTAR_CUENTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CLAVE
               FILE STATUS IS WS-OPE-STATUS.
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
           SELECT ARCH-RETENCIONES ASSIGN TO "RETEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CLAVE
               FILE STATUS IS WS-RTN-STATUS.
           SELECT ARCH-ORDENES ASSIGN TO "ORDENES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WS-ORD-STATUS.
           SELECT ARCH-JOURNAL ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT ARCH-HISTORIA ASSIGN TO "HISTORIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CLAVE
               FILE STATUS IS WS-HST-STATUS.
           SELECT ARCH-EVENTOS ASSIGN TO "EVTLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVT-CLAVE
               FILE STATUS IS WS-EVT-STATUS.
           SELECT ARCH-RELACIONES ASSIGN TO "RELCTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-CLAVE
               FILE STATUS IS WS-REL-STATUS.
           SELECT ARCH-SALDOS-DIARIOS ASSIGN TO "SALDIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDI-CLAVE
               FILE STATUS IS WS-SDI-STATUS.
           SELECT ARCH-BITACORA ASSIGN TO "CONSULOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-OPERADORES.
           COPY OPEMAE01.

       FD  ARCH-CUENTAS.
           COPY CTAMAE01.

       FD  ARCH-CLIENTES.
           COPY CLIMAE01.

       FD  ARCH-RETENCIONES.
           COPY CTARTN01.

       FD  ARCH-ORDENES.
           COPY ORDPERM1.

       FD  ARCH-JOURNAL.
           COPY CTAJRN01.

       FD  ARCH-HISTORIA.
           COPY CTAHST01.

       FD  ARCH-EVENTOS.
           COPY CTAEVT01.

       FD  ARCH-RELACIONES.
           COPY CTAREL01.

       FD  ARCH-SALDOS-DIARIOS.
           COPY SALDIA01.

       FD  ARCH-BITACORA.
       01  LINEA-BITACORA              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OPE-STATUS               PIC XX VALUE SPACES.
       01  WS-CTA-STATUS               PIC XX VALUE SPACES.
       01  WS-CLI-STATUS               PIC XX VALUE SPACES.
       01  WS-RTN-STATUS               PIC XX VALUE SPACES.
       01  WS-ORD-STATUS               PIC XX VALUE SPACES.
       01  WS-JRN-STATUS               PIC XX VALUE SPACES.
       01  WS-HST-STATUS               PIC XX VALUE SPACES.
       01  WS-EVT-STATUS               PIC XX VALUE SPACES.
       01  WS-REL-STATUS               PIC XX VALUE SPACES.
       01  WS-SDI-STATUS               PIC XX VALUE SPACES.
       01  WS-BIT-STATUS               PIC XX VALUE SPACES.
       01  WS-OPERADOR                 PIC X(4) VALUE SPACES.
       01  WS-CLAVE-VALIDAR            PIC X(4) VALUE SPACES.
       01  WS-PASS-VALIDAR             PIC X(8) VALUE SPACES.
       01  WS-OPER-VALIDO              PIC X VALUE "N".
       01  OPCION                      PIC 9 VALUE 0.
       01  WS-FECHA-HORA-ACTUAL        PIC X(21).
       01  WS-CLIENTES-DISPONIBLE      PIC X VALUE "N".
       01  WS-RETEN-DISPONIBLE         PIC X VALUE "N".
       01  WS-ORDENES-DISPONIBLE       PIC X VALUE "N".
       01  WS-HISTORIA-DISPONIBLE      PIC X VALUE "N".
       01  WS-EVENTOS-DISPONIBLE       PIC X VALUE "N".
       01  WS-RELACIONES-DISPONIBLE    PIC X VALUE "N".
       01  WS-SALDIA-DISPONIBLE        PIC X VALUE "N".
       01  WS-CTA-CONSULTA             PIC 9(6) VALUE 0.
       01  WS-CLI-CONSULTA             PIC 9(6) VALUE 0.
       01  WS-TIPO-CONSULTA            PIC X(8) VALUE SPACES.
       01  WS-NUMERO-CONSULTA          PIC 9(6) VALUE 0.
       01  WS-FECHA-CONSULTA           PIC 9(8) VALUE 0.
       01  WS-RESULTADO-CONSULTA       PIC X(10) VALUE SPACES.
       01  WS-CANT-MOSTRAR             PIC 9(2) VALUE 0.
       01  WS-MAX-MOSTRAR              PIC 9(2) VALUE 50.
       01  WS-FIN-RETEN                PIC X VALUE "N".
           88  FIN-RETEN                       VALUE "S".
       01  WS-FIN-ORDENES              PIC X VALUE "N".
           88  FIN-ORDENES                     VALUE "S".
       01  WS-FIN-JOURNAL              PIC X VALUE "N".
           88  FIN-JOURNAL                     VALUE "S".
       01  WS-FIN-HISTORIA             PIC X VALUE "N".
           88  FIN-HISTORIA                    VALUE "S".
       01  WS-FIN-EVENTOS              PIC X VALUE "N".
           88  FIN-EVENTOS                     VALUE "S".
       01  WS-FIN-CUENTAS              PIC X VALUE "N".
           88  FIN-CUENTAS                     VALUE "S".
       01  WS-FIN-RELACIONES           PIC X VALUE "N".
           88  FIN-RELACIONES                  VALUE "S".
       01  WS-TOTAL-RETENIDO           PIC 9(9)V99 VALUE 0.
       01  WS-SALDO-DISPONIBLE         PIC S9(9)V99 VALUE 0.
       01  WS-PUEDE-RETIRAR            PIC S9(9)V99 VALUE 0.
       01  WS-CANT-RETENCIONES         PIC 9(3) VALUE 0.
       01  WS-CANT-ORDENES             PIC 9(3) VALUE 0.
       01  WS-CANT-CUENTAS             PIC 9(3) VALUE 0.
       01  WS-CANT-RELACIONADAS        PIC 9(3) VALUE 0.
       01  WS-DESC-TIPO                PIC X(12).
       01  WS-DESC-ESTADO              PIC X(10).
       01  WS-DESC-ROL                 PIC X(12).
       01  WS-DESC-FIRMA               PIC X(16).
       01  WS-DESC-ACCION              PIC X(13).
       01  WS-DESC-FRECUENCIA          PIC X(10).
       01  WS-MONEDA-EDIT              PIC X(3).
       01  WS-SALDO-EDIT               PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-MONTO-EDIT               PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TASA-EDIT                PIC 9.9999.
      ******************************************************************
      * Dependencias de CALCULAR-RETENIDO (copy CTARETEN); la consulta
      * nunca graba retenciones.
      ******************************************************************
       01  WS-DIAS-RETENCION           PIC 9(3) VALUE 0.
       01  WS-DIAS-ENTERO              PIC 9(7).
       01  WS-FECHA-NEGOCIO            PIC 9(8) VALUE 0.
       01  WS-JRN-SECUENCIA            PIC 9(9) VALUE 0.
       01  MONTO                       PIC 9(7)V99 VALUE 0.
      ******************************************************************
      * Ultimos N movimientos y eventos: se guardan en forma circular
      * mientras se recorre la cuenta del mas viejo al mas nuevo, y se
      * muestran del mas nuevo al mas viejo.
      ******************************************************************
       01  WS-IDX                      PIC 9(2) VALUE 0.
       01  WS-MOV-POS                  PIC 9(2) VALUE 0.
       01  WS-MOV-CANT                 PIC 9(2) VALUE 0.
       01  WS-TABLA-MOVIMIENTOS.
           05  WS-MOVIMIENTO-ENT OCCURS 50 TIMES.
               10  MOV-FECHA-HORA      PIC 9(14).
               10  MOV-TIPO            PIC X(4).
               10  MOV-MONTO           PIC 9(7)V99.
               10  MOV-OPERADOR        PIC X(4).
               10  MOV-SECUENCIA       PIC 9(9).
               10  MOV-ORIGEN          PIC X(8).
       01  WS-EVE-POS                  PIC 9(2) VALUE 0.
       01  WS-EVE-CANT                 PIC 9(2) VALUE 0.
       01  WS-TABLA-EVENTOS.
           05  WS-EVENTO-ENT OCCURS 50 TIMES.
               10  EVE-FECHA-HORA      PIC 9(14).
               10  EVE-CAMPO           PIC X(10).
               10  EVE-ANTERIOR        PIC X(14).
               10  EVE-NUEVO           PIC X(14).
               10  EVE-OPERADOR        PIC X(4).
      ******************************************************************
      * Totales por moneda de la consulta por cliente.
      ******************************************************************
       01  WS-IDX-MONEDA               PIC 9(2) VALUE 0.
       01  WS-POS-MONEDA               PIC 9(2) VALUE 0.
       01  WS-CANT-MONEDAS             PIC 9(2) VALUE 0.
       01  WS-TABLA-MONEDAS.
           05  WS-MONEDA-ENT OCCURS 10 TIMES.
               10  TMN-MONEDA          PIC X(3).
               10  TMN-SALDO           PIC S9(9)V99.
               10  TMN-RETENIDO        PIC 9(9)V99.
               10  TMN-DISPONIBLE      PIC S9(9)V99.

       PROCEDURE DIVISION.
       DISPLAY "Consulta de cuentas (solo lectura)"
       OPEN INPUT ARCH-OPERADORES
       IF WS-OPE-STATUS NOT = "00"
           DISPLAY "No hay maestro de operadores (OPERADOR.DAT); "
               "registre las claves con MANTENER_OPERADORES"
           STOP RUN
       END-IF
       PERFORM INICIAR-SESION-OPERADOR
       CLOSE ARCH-OPERADORES
       PERFORM ABRIR-ARCHIVOS-CONSULTA
       PERFORM MENU-CONSULTA
       PERFORM CERRAR-ARCHIVOS-CONSULTA
       DISPLAY "Fin del programa."
       STOP RUN.

       INICIAR-SESION-OPERADOR.
       DISPLAY "Ingrese su clave de operador (4 caracteres):"
       ACCEPT WS-CLAVE-VALIDAR
       DISPLAY "Ingrese su contraseña:"
       ACCEPT WS-PASS-VALIDAR
       IF WS-CLAVE-VALIDAR = SPACES
           DISPLAY "Debe identificarse para consultar cuentas"
           PERFORM INICIAR-SESION-OPERADOR
       ELSE
           PERFORM VALIDAR-OPERADOR-SESION
           IF WS-OPER-VALIDO = "S"
               MOVE WS-CLAVE-VALIDAR TO WS-OPERADOR
           ELSE
               PERFORM INICIAR-SESION-OPERADOR
           END-IF
       END-IF.

       VALIDAR-OPERADOR-SESION.
       MOVE "N" TO WS-OPER-VALIDO
       MOVE WS-CLAVE-VALIDAR TO OPE-CLAVE
       READ ARCH-OPERADORES
           INVALID KEY
               DISPLAY "Operador no registrado: " WS-CLAVE-VALIDAR
           NOT INVALID KEY
               IF OPE-PASSWORD NOT = WS-PASS-VALIDAR
                   DISPLAY "Contraseña incorrecta"
               ELSE IF NOT OPE-ESTA-ACTIVO
                   DISPLAY "La clave " WS-CLAVE-VALIDAR
                       " no esta activa"
               ELSE
                   MOVE "S" TO WS-OPER-VALIDO
               END-IF
       END-READ.

       ABRIR-ARCHIVOS-CONSULTA.
       OPEN INPUT ARCH-CUENTAS
       OPEN INPUT ARCH-CLIENTES
       IF WS-CLI-STATUS = "00"
           MOVE "S" TO WS-CLIENTES-DISPONIBLE
       END-IF
       OPEN INPUT ARCH-RETENCIONES
       IF WS-RTN-STATUS = "00"
           MOVE "S" TO WS-RETEN-DISPONIBLE
       END-IF
       OPEN INPUT ARCH-ORDENES
       IF WS-ORD-STATUS = "00"
           MOVE "S" TO WS-ORDENES-DISPONIBLE
       END-IF
       OPEN INPUT ARCH-HISTORIA
       IF WS-HST-STATUS = "00"
           MOVE "S" TO WS-HISTORIA-DISPONIBLE
       END-IF
       OPEN INPUT ARCH-EVENTOS
       IF WS-EVT-STATUS = "00"
           MOVE "S" TO WS-EVENTOS-DISPONIBLE
       END-IF
       OPEN INPUT ARCH-RELACIONES
       IF WS-REL-STATUS = "00"
           MOVE "S" TO WS-RELACIONES-DISPONIBLE
       END-IF
       OPEN INPUT ARCH-SALDOS-DIARIOS
       IF WS-SDI-STATUS = "00"
           MOVE "S" TO WS-SALDIA-DISPONIBLE
       END-IF
       OPEN EXTEND ARCH-BITACORA
       IF WS-BIT-STATUS = "05" OR WS-BIT-STATUS = "35"
           OPEN OUTPUT ARCH-BITACORA
           CLOSE ARCH-BITACORA
           OPEN EXTEND ARCH-BITACORA
       END-IF.

       CERRAR-ARCHIVOS-CONSULTA.
       CLOSE ARCH-CUENTAS
       IF WS-CLIENTES-DISPONIBLE = "S"
           CLOSE ARCH-CLIENTES
       END-IF
       IF WS-RETEN-DISPONIBLE = "S"
           CLOSE ARCH-RETENCIONES
       END-IF
       IF WS-ORDENES-DISPONIBLE = "S"
           CLOSE ARCH-ORDENES
       END-IF
       IF WS-HISTORIA-DISPONIBLE = "S"
           CLOSE ARCH-HISTORIA
       END-IF
       IF WS-EVENTOS-DISPONIBLE = "S"
           CLOSE ARCH-EVENTOS
       END-IF
       IF WS-RELACIONES-DISPONIBLE = "S"
           CLOSE ARCH-RELACIONES
       END-IF
       IF WS-SALDIA-DISPONIBLE = "S"
           CLOSE ARCH-SALDOS-DIARIOS
       END-IF
       CLOSE ARCH-BITACORA.

       MENU-CONSULTA.
       DISPLAY "1. Consultar una cuenta"
       DISPLAY "2. Cuentas de un cliente"
       DISPLAY "3. Saldo de una cuenta a una fecha"
       DISPLAY "4. Salir"
       ACCEPT OPCION
       IF OPCION = 1
        PERFORM CONSULTAR-UNA-CUENTA
       ELSE IF OPCION = 2
        PERFORM CONSULTAR-CLIENTE
       ELSE IF OPCION = 3
        PERFORM CONSULTAR-SALDO-FECHA
       ELSE IF OPCION = 4
           EXIT
       ELSE
        PERFORM MENU-CONSULTA
       END-IF.

      ******************************************************************
      * Saldo de una cuenta a una fecha: el renglon de cierre de
      * SALDIA.DAT para esa cuenta y fecha de negocio, tal como lo
      * grabo CARGAR_SALDOS_DIARIOS. Si la cuenta no tuvo cierre ese
      * dia (feriado, cuenta aun no abierta o ya cerrada) no hay
      * renglon y asi se informa; no se reconstruye del historico.
      ******************************************************************
       CONSULTAR-SALDO-FECHA.
       DISPLAY "Ingrese el número de cuenta:"
       ACCEPT WS-CTA-CONSULTA
       DISPLAY "Ingrese la fecha (AAAAMMDD):"
       ACCEPT WS-FECHA-CONSULTA
       MOVE "SALDOFEC" TO WS-TIPO-CONSULTA
       MOVE WS-CTA-CONSULTA TO WS-NUMERO-CONSULTA
       IF WS-SALDIA-DISPONIBLE = "S"
           PERFORM LEER-SALDO-FECHA
       ELSE
           DISPLAY "No hay saldos diarios registrados (SALDIA.DAT)"
           MOVE "SIN ARCHIV" TO WS-RESULTADO-CONSULTA
       END-IF
       PERFORM REGISTRAR-CONSULTA
       PERFORM MENU-CONSULTA.

       LEER-SALDO-FECHA.
       MOVE WS-CTA-CONSULTA TO SDI-CTA-NUMERO
       MOVE WS-FECHA-CONSULTA TO SDI-FECHA
       READ ARCH-SALDOS-DIARIOS
           INVALID KEY
               DISPLAY "Cuenta " WS-CTA-CONSULTA
                   ": sin cierre registrado para esa fecha ("
                   WS-FECHA-CONSULTA ")"
               MOVE "SIN CIERRE" TO WS-RESULTADO-CONSULTA
           NOT INVALID KEY
               MOVE "CONSULTADA" TO WS-RESULTADO-CONSULTA
               PERFORM MOSTRAR-SALDO-FECHA
       END-READ.

      * El estado del renglon se describe con los mismos nombres que
      * el del maestro; el registro de cuentas solo se usa aqui como
      * area de trabajo, la consulta nunca lo regraba.
       MOSTRAR-SALDO-FECHA.
       MOVE SDI-ESTADO TO CTA-ESTADO
       PERFORM DESCRIBIR-ESTADO-CUENTA
       MOVE SDI-MONEDA TO WS-MONEDA-EDIT
       IF SDI-MONEDA = SPACES
           MOVE "NAC" TO WS-MONEDA-EDIT
       END-IF
       DISPLAY "=================================================="
       DISPLAY "Cuenta:     " SDI-CTA-NUMERO
           "  Cierre del " SDI-FECHA
       DISPLAY "Cliente:    " SDI-CLI-NUMERO
       DISPLAY "Estado:     " WS-DESC-ESTADO
           "  Moneda: " WS-MONEDA-EDIT
       MOVE SDI-SALDO-CONTABLE TO WS-SALDO-EDIT
       DISPLAY "Saldo contable:        " WS-SALDO-EDIT
       MOVE SDI-RETENIDO TO WS-SALDO-EDIT
       DISPLAY "Retenido:              " WS-SALDO-EDIT
       MOVE SDI-SALDO-DISPONIBLE TO WS-SALDO-EDIT
       DISPLAY "Saldo disponible:      " WS-SALDO-EDIT
       DISPLAY "==================================================".

      ******************************************************************
      * Consulta por cuenta.
      ******************************************************************
       CONSULTAR-UNA-CUENTA.
       DISPLAY "Ingrese el número de cuenta:"
       ACCEPT WS-CTA-CONSULTA
       DISPLAY "Cantidad de movimientos y eventos a mostrar "
           "(vacío = 10, máximo 50):"
       ACCEPT WS-CANT-MOSTRAR
       IF WS-CANT-MOSTRAR = 0
           MOVE 10 TO WS-CANT-MOSTRAR
       END-IF
       IF WS-CANT-MOSTRAR > WS-MAX-MOSTRAR
           MOVE WS-MAX-MOSTRAR TO WS-CANT-MOSTRAR
       END-IF
       MOVE "CUENTA " TO WS-TIPO-CONSULTA
       MOVE WS-CTA-CONSULTA TO WS-NUMERO-CONSULTA
       MOVE 0 TO WS-FECHA-CONSULTA
       MOVE WS-CTA-CONSULTA TO CTA-NUMERO
       READ ARCH-CUENTAS
           INVALID KEY
               DISPLAY "Cuenta no encontrada: " WS-CTA-CONSULTA
               MOVE "NO EXISTE" TO WS-RESULTADO-CONSULTA
           NOT INVALID KEY
               MOVE "CONSULTADA" TO WS-RESULTADO-CONSULTA
               PERFORM MOSTRAR-CUENTA-COMPLETA
       END-READ
       PERFORM REGISTRAR-CONSULTA
       PERFORM MENU-CONSULTA.

       MOSTRAR-CUENTA-COMPLETA.
       PERFORM MOSTRAR-DATOS-MAESTRO
       PERFORM MOSTRAR-PERSONAS-CUENTA
       PERFORM MOSTRAR-RETENCIONES
       PERFORM MOSTRAR-SALDOS
       PERFORM MOSTRAR-ORDENES
       PERFORM MOSTRAR-MOVIMIENTOS
       PERFORM MOSTRAR-EVENTOS.

       MOSTRAR-DATOS-MAESTRO.
       PERFORM DESCRIBIR-TIPO-CUENTA
       PERFORM DESCRIBIR-ESTADO-CUENTA
       MOVE CTA-MONEDA TO WS-MONEDA-EDIT
       IF CTA-MONEDA-NACIONAL
           MOVE "NAC" TO WS-MONEDA-EDIT
       END-IF
       DISPLAY "=================================================="
       DISPLAY "Cuenta:     " CTA-NUMERO "  " CTA-NOMBRE
       DISPLAY "Cliente:    " CTA-CLI-NUMERO
       IF WS-CLIENTES-DISPONIBLE = "S"
           MOVE CTA-CLI-NUMERO TO CLI-NUMERO
           READ ARCH-CLIENTES
               INVALID KEY
                   DISPLAY "            (cliente no registrado)"
               NOT INVALID KEY
                   DISPLAY "            " CLI-NOMBRE
                   DISPLAY "            " CLI-DIRECCION
           END-READ
       END-IF
       DISPLAY "Tipo:       " WS-DESC-TIPO
           "  Estado: " WS-DESC-ESTADO
           "  Moneda: " WS-MONEDA-EDIT
       MOVE CTA-TASA-INTERES TO WS-TASA-EDIT
       MOVE CTA-LIM-SOBREGIRO TO WS-MONTO-EDIT
       DISPLAY "Tasa:       " WS-TASA-EDIT
           "  Límite de sobregiro: " WS-MONTO-EDIT
       DISPLAY "Último movimiento del cliente: " CTA-FECHA-ULT-MOV
       IF CTA-ES-PLAZO
           MOVE CTA-TASA-PENALIDAD TO WS-TASA-EDIT
           DISPLAY "Plazo:      " CTA-PLAZO-DIAS " días, vence el "
               CTA-FECHA-VENCE
           DISPLAY "Al vencer:  " CTA-RENOVACION
               " (R renueva, T transfiere a " CTA-CTA-LIGADA ")"
               "  Penalidad: " WS-TASA-EDIT
       END-IF.

       DESCRIBIR-TIPO-CUENTA.
       IF CTA-ES-CORRIENTE
           MOVE "CORRIENTE" TO WS-DESC-TIPO
       ELSE IF CTA-ES-AHORRO
           MOVE "AHORRO" TO WS-DESC-TIPO
       ELSE IF CTA-ES-PLAZO
           MOVE "PLAZO FIJO" TO WS-DESC-TIPO
       ELSE
           MOVE CTA-TIPO-CUENTA TO WS-DESC-TIPO
       END-IF.

       DESCRIBIR-ESTADO-CUENTA.
       IF CTA-ESTA-ACTIVA
           MOVE "ACTIVA" TO WS-DESC-ESTADO
       ELSE IF CTA-ESTA-CONGELADA
           MOVE "CONGELADA" TO WS-DESC-ESTADO
       ELSE IF CTA-ESTA-CERRADA
           MOVE "CERRADA" TO WS-DESC-ESTADO
       ELSE IF CTA-ESTA-INACTIVA
           MOVE "INACTIVA" TO WS-DESC-ESTADO
       ELSE
           MOVE CTA-ESTADO TO WS-DESC-ESTADO
       END-IF.

      ******************************************************************
      * Personas de la cuenta en RELCTA.DAT (clave cuenta + cliente).
      ******************************************************************
       MOSTRAR-PERSONAS-CUENTA.
       IF WS-RELACIONES-DISPONIBLE = "S"
           MOVE "N" TO WS-FIN-RELACIONES
           MOVE CTA-NUMERO TO REL-CTA-NUMERO
           MOVE 0 TO REL-CLI-NUMERO
           START ARCH-RELACIONES KEY IS GREATER THAN OR EQUAL REL-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-RELACIONES
           END-START
           PERFORM MOSTRAR-UNA-PERSONA UNTIL FIN-RELACIONES
       END-IF.

       MOSTRAR-UNA-PERSONA.
       READ ARCH-RELACIONES NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-RELACIONES
           NOT AT END
               IF REL-CTA-NUMERO NOT = CTA-NUMERO
                   MOVE "S" TO WS-FIN-RELACIONES
               ELSE
                   PERFORM DESCRIBIR-ROL
                   PERFORM DESCRIBIR-FIRMA
                   DISPLAY "Persona:    " REL-CLI-NUMERO " "
                       WS-DESC-ROL " " WS-DESC-FIRMA
               END-IF
       END-READ.

       DESCRIBIR-ROL.
       IF REL-ES-TITULAR
           MOVE "titular" TO WS-DESC-ROL
       ELSE IF REL-ES-COTITULAR
           MOVE "cotitular" TO WS-DESC-ROL
       ELSE IF REL-ES-FIRMANTE
           MOVE "firmante" TO WS-DESC-ROL
       ELSE
           MOVE "beneficiario" TO WS-DESC-ROL
       END-IF.

       DESCRIBIR-FIRMA.
       IF REL-FIRMA-INDISTINTA
           MOVE "firma indistinta" TO WS-DESC-FIRMA
       ELSE IF REL-FIRMA-CONJUNTA
           MOVE "firma conjunta" TO WS-DESC-FIRMA
       ELSE
           MOVE "no retira" TO WS-DESC-FIRMA
       END-IF.

      ******************************************************************
      * Retenciones vigentes de la cuenta, con su total.
      ******************************************************************
       MOSTRAR-RETENCIONES.
       MOVE 0 TO WS-TOTAL-RETENIDO
       MOVE 0 TO WS-CANT-RETENCIONES
       IF WS-RETEN-DISPONIBLE = "S"
           MOVE "N" TO WS-FIN-RETEN
           MOVE CTA-NUMERO TO RET-CTA-NUMERO
           MOVE 0 TO RET-SECUENCIA
           START ARCH-RETENCIONES KEY IS GREATER THAN OR EQUAL
               RET-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-RETEN
           END-START
           PERFORM MOSTRAR-UNA-RETENCION UNTIL FIN-RETEN
       END-IF
       IF WS-CANT-RETENCIONES = 0
           DISPLAY "Sin retenciones vigentes"
       END-IF.

       MOSTRAR-UNA-RETENCION.
       READ ARCH-RETENCIONES NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-RETEN
           NOT AT END
               IF RET-CTA-NUMERO NOT = CTA-NUMERO
                   MOVE "S" TO WS-FIN-RETEN
               ELSE
                   ADD 1 TO WS-CANT-RETENCIONES
                   ADD RET-MONTO TO WS-TOTAL-RETENIDO
                   MOVE RET-MONTO TO WS-MONTO-EDIT
                   DISPLAY "Retención:  " WS-MONTO-EDIT
                       "  se libera el " RET-FECHA-LIBERA
                       "  (depósito sec. " RET-SECUENCIA ")"
               END-IF
       END-READ.

       MOSTRAR-SALDOS.
       COMPUTE WS-SALDO-DISPONIBLE = CTA-SALDO - WS-TOTAL-RETENIDO
       COMPUTE WS-PUEDE-RETIRAR =
           WS-SALDO-DISPONIBLE + CTA-LIM-SOBREGIRO
       MOVE CTA-SALDO TO WS-SALDO-EDIT
       DISPLAY "Saldo contable:        " WS-SALDO-EDIT
       MOVE WS-TOTAL-RETENIDO TO WS-SALDO-EDIT
       DISPLAY "Retenido:              " WS-SALDO-EDIT
       MOVE WS-SALDO-DISPONIBLE TO WS-SALDO-EDIT
       DISPLAY "Saldo disponible:      " WS-SALDO-EDIT
       IF CTA-LIM-SOBREGIRO > 0
           MOVE WS-PUEDE-RETIRAR TO WS-SALDO-EDIT
           DISPLAY "Con sobregiro, retira: " WS-SALDO-EDIT
       END-IF.

      ******************************************************************
      * Ordenes permanentes que salen de la cuenta o que llegan a ella
      * como destino de una transferencia.
      ******************************************************************
       MOSTRAR-ORDENES.
       MOVE 0 TO WS-CANT-ORDENES
       IF WS-ORDENES-DISPONIBLE = "S"
           MOVE "N" TO WS-FIN-ORDENES
           MOVE LOW-VALUES TO ORD-NUMERO
           START ARCH-ORDENES KEY IS GREATER THAN OR EQUAL ORD-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIN-ORDENES
           END-START
           PERFORM MOSTRAR-UNA-ORDEN UNTIL FIN-ORDENES
       END-IF
       IF WS-CANT-ORDENES = 0
           DISPLAY "Sin órdenes permanentes"
       END-IF.

       MOSTRAR-UNA-ORDEN.
       READ ARCH-ORDENES NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-ORDENES
           NOT AT END
               IF ORD-CTA-NUMERO = CTA-NUMERO
                   OR (ORD-ES-TRANSFERENCIA
                   AND ORD-CTA-DESTINO = CTA-NUMERO)
                   PERFORM IMPRIMIR-ORDEN
               END-IF
       END-READ.

       IMPRIMIR-ORDEN.
       ADD 1 TO WS-CANT-ORDENES
       PERFORM DESCRIBIR-ACCION-ORDEN
       PERFORM DESCRIBIR-FRECUENCIA
       MOVE ORD-MONTO TO WS-MONTO-EDIT
       IF ORD-ES-TRANSFERENCIA
           DISPLAY "Orden " ORD-NUMERO ": " WS-DESC-ACCION " "
               WS-MONTO-EDIT " de " ORD-CTA-NUMERO " a "
               ORD-CTA-DESTINO " " WS-DESC-FRECUENCIA
               " próxima " ORD-FECHA-PROXIMA
       ELSE
           DISPLAY "Orden " ORD-NUMERO ": " WS-DESC-ACCION " "
               WS-MONTO-EDIT " " WS-DESC-FRECUENCIA
               " próxima " ORD-FECHA-PROXIMA
       END-IF.

       DESCRIBIR-ACCION-ORDEN.
       IF ORD-ES-DEPOSITO
           MOVE "deposito" TO WS-DESC-ACCION
       ELSE IF ORD-ES-RETIRO
           MOVE "retiro" TO WS-DESC-ACCION
       ELSE IF ORD-ES-TRANSFERENCIA
           MOVE "transferencia" TO WS-DESC-ACCION
       ELSE
           MOVE ORD-ACCION TO WS-DESC-ACCION
       END-IF.

       DESCRIBIR-FRECUENCIA.
       IF ORD-ES-SEMANAL
           MOVE "semanal" TO WS-DESC-FRECUENCIA
       ELSE IF ORD-ES-QUINCENAL
           MOVE "quincenal" TO WS-DESC-FRECUENCIA
       ELSE IF ORD-ES-MENSUAL
           MOVE "mensual" TO WS-DESC-FRECUENCIA
       ELSE
           MOVE ORD-FRECUENCIA TO WS-DESC-FRECUENCIA
       END-IF.

      ******************************************************************
      * Ultimos movimientos: historico de la cuenta por clave y luego
      * el diario del dia, que todavia no paso por el corte.
      ******************************************************************
       MOSTRAR-MOVIMIENTOS.
       MOVE 0 TO WS-MOV-POS
       MOVE 0 TO WS-MOV-CANT
       IF WS-HISTORIA-DISPONIBLE = "S"
           MOVE "N" TO WS-FIN-HISTORIA
           MOVE CTA-NUMERO TO HST-CTA-NUMERO
           MOVE 0 TO HST-FECHA-HORA
           MOVE 0 TO HST-SECUENCIA
           START ARCH-HISTORIA KEY IS GREATER THAN OR EQUAL HST-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-HISTORIA
           END-START
           PERFORM LEER-MOVIMIENTO-HISTORIA UNTIL FIN-HISTORIA
       END-IF
       OPEN INPUT ARCH-JOURNAL
       IF WS-JRN-STATUS = "00"
           MOVE "N" TO WS-FIN-JOURNAL
           PERFORM LEER-MOVIMIENTO-JOURNAL UNTIL FIN-JOURNAL
           CLOSE ARCH-JOURNAL
       END-IF
       DISPLAY "--- Últimos movimientos (" WS-MOV-CANT ") ---"
       DISPLAY "Fecha-hora      Tipo           Monto Oper   Secuencia"
           " Origen"
       MOVE WS-MOV-POS TO WS-IDX
       PERFORM MOSTRAR-UN-MOVIMIENTO WS-MOV-CANT TIMES.

       LEER-MOVIMIENTO-HISTORIA.
       READ ARCH-HISTORIA NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-HISTORIA
           NOT AT END
               IF HST-CTA-NUMERO NOT = CTA-NUMERO
                   MOVE "S" TO WS-FIN-HISTORIA
               ELSE
                   PERFORM AVANZAR-MOVIMIENTO
                   MOVE HST-FECHA-HORA TO MOV-FECHA-HORA(WS-MOV-POS)
                   MOVE HST-TIPO-TRANS TO MOV-TIPO(WS-MOV-POS)
                   MOVE HST-MONTO TO MOV-MONTO(WS-MOV-POS)
                   MOVE HST-OPERADOR TO MOV-OPERADOR(WS-MOV-POS)
                   MOVE HST-SECUENCIA TO MOV-SECUENCIA(WS-MOV-POS)
                   MOVE "historia" TO MOV-ORIGEN(WS-MOV-POS)
               END-IF
       END-READ.

       LEER-MOVIMIENTO-JOURNAL.
       READ ARCH-JOURNAL
           AT END
               MOVE "S" TO WS-FIN-JOURNAL
           NOT AT END
               IF JRN-CTA-NUMERO = CTA-NUMERO
                   PERFORM AVANZAR-MOVIMIENTO
                   MOVE JRN-FECHA-HORA TO MOV-FECHA-HORA(WS-MOV-POS)
                   MOVE JRN-TIPO-TRANS TO MOV-TIPO(WS-MOV-POS)
                   MOVE JRN-MONTO TO MOV-MONTO(WS-MOV-POS)
                   MOVE JRN-OPERADOR TO MOV-OPERADOR(WS-MOV-POS)
                   MOVE JRN-SECUENCIA TO MOV-SECUENCIA(WS-MOV-POS)
                   MOVE "del dia" TO MOV-ORIGEN(WS-MOV-POS)
               END-IF
       END-READ.

       AVANZAR-MOVIMIENTO.
       ADD 1 TO WS-MOV-POS
       IF WS-MOV-POS > WS-CANT-MOSTRAR
           MOVE 1 TO WS-MOV-POS
       END-IF
       IF WS-MOV-CANT < WS-CANT-MOSTRAR
           ADD 1 TO WS-MOV-CANT
       END-IF.

       MOSTRAR-UN-MOVIMIENTO.
       MOVE MOV-MONTO(WS-IDX) TO WS-MONTO-EDIT
       DISPLAY MOV-FECHA-HORA(WS-IDX) "  " MOV-TIPO(WS-IDX) " "
           WS-MONTO-EDIT " " MOV-OPERADOR(WS-IDX) " "
           MOV-SECUENCIA(WS-IDX) " " MOV-ORIGEN(WS-IDX)
       SUBTRACT 1 FROM WS-IDX
       IF WS-IDX = 0
           MOVE WS-CANT-MOSTRAR TO WS-IDX
       END-IF.

      ******************************************************************
      * Ultimos eventos de la bitacora (clave cuenta + fecha-hora).
      ******************************************************************
       MOSTRAR-EVENTOS.
       MOVE 0 TO WS-EVE-POS
       MOVE 0 TO WS-EVE-CANT
       IF WS-EVENTOS-DISPONIBLE = "S"
           MOVE "N" TO WS-FIN-EVENTOS
           MOVE CTA-NUMERO TO EVT-CTA-NUMERO
           MOVE 0 TO EVT-FECHA-HORA
           MOVE 0 TO EVT-SECUENCIA
           START ARCH-EVENTOS KEY IS GREATER THAN OR EQUAL EVT-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-EVENTOS
           END-START
           PERFORM LEER-EVENTO-CUENTA UNTIL FIN-EVENTOS
       END-IF
       DISPLAY "--- Últimos eventos (" WS-EVE-CANT ") ---"
       DISPLAY "Fecha-hora      Campo       Anterior        Nuevo"
           "           Oper"
       MOVE WS-EVE-POS TO WS-IDX
       PERFORM MOSTRAR-UN-EVENTO WS-EVE-CANT TIMES.

       LEER-EVENTO-CUENTA.
       READ ARCH-EVENTOS NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-EVENTOS
           NOT AT END
               IF EVT-CTA-NUMERO NOT = CTA-NUMERO
                   MOVE "S" TO WS-FIN-EVENTOS
               ELSE
                   PERFORM AVANZAR-EVENTO
                   MOVE EVT-FECHA-HORA TO EVE-FECHA-HORA(WS-EVE-POS)
                   MOVE EVT-CAMPO TO EVE-CAMPO(WS-EVE-POS)
                   MOVE EVT-VALOR-ANTERIOR TO EVE-ANTERIOR(WS-EVE-POS)
                   MOVE EVT-VALOR-NUEVO TO EVE-NUEVO(WS-EVE-POS)
                   MOVE EVT-OPERADOR TO EVE-OPERADOR(WS-EVE-POS)
               END-IF
       END-READ.

       AVANZAR-EVENTO.
       ADD 1 TO WS-EVE-POS
       IF WS-EVE-POS > WS-CANT-MOSTRAR
           MOVE 1 TO WS-EVE-POS
       END-IF
       IF WS-EVE-CANT < WS-CANT-MOSTRAR
           ADD 1 TO WS-EVE-CANT
       END-IF.

       MOSTRAR-UN-EVENTO.
       DISPLAY EVE-FECHA-HORA(WS-IDX) "  " EVE-CAMPO(WS-IDX) "  "
           EVE-ANTERIOR(WS-IDX) "  " EVE-NUEVO(WS-IDX) "  "
           EVE-OPERADOR(WS-IDX)
       SUBTRACT 1 FROM WS-IDX
       IF WS-IDX = 0
           MOVE WS-CANT-MOSTRAR TO WS-IDX
       END-IF.

      ******************************************************************
      * Consulta por cliente: sus cuentas con saldos y totales por
      * moneda, y las cuentas donde figura en RELCTA.DAT.
      ******************************************************************
       CONSULTAR-CLIENTE.
       DISPLAY "Ingrese el número de cliente:"
       ACCEPT WS-CLI-CONSULTA
       MOVE "CLIENTE" TO WS-TIPO-CONSULTA
       MOVE WS-CLI-CONSULTA TO WS-NUMERO-CONSULTA
       MOVE 0 TO WS-FECHA-CONSULTA
       MOVE "CONSULTADO" TO WS-RESULTADO-CONSULTA
       DISPLAY "=================================================="
       IF WS-CLIENTES-DISPONIBLE = "S"
           MOVE WS-CLI-CONSULTA TO CLI-NUMERO
           READ ARCH-CLIENTES
               INVALID KEY
                   DISPLAY "Cliente no registrado: " WS-CLI-CONSULTA
                   MOVE "NO EXISTE" TO WS-RESULTADO-CONSULTA
               NOT INVALID KEY
                   DISPLAY "Cliente:   " CLI-NUMERO "  " CLI-NOMBRE
                   DISPLAY "Dirección: " CLI-DIRECCION
                   DISPLAY "Celular:   " CLI-CELULAR
                       "  Correo: " CLI-CORREO
           END-READ
       END-IF
       MOVE 0 TO WS-CANT-CUENTAS
       MOVE 0 TO WS-CANT-MONEDAS
       DISPLAY "Cuenta Tipo         Estado     Mon"
           "     Saldo contable           Retenido"
           "   Saldo disponible"
       MOVE "N" TO WS-FIN-CUENTAS
       MOVE LOW-VALUES TO CTA-NUMERO
       START ARCH-CUENTAS KEY IS GREATER THAN OR EQUAL CTA-NUMERO
           INVALID KEY
               MOVE "S" TO WS-FIN-CUENTAS
       END-START
       PERFORM REVISAR-CUENTA-CLIENTE UNTIL FIN-CUENTAS
       DISPLAY "Cuentas propias: " WS-CANT-CUENTAS
       PERFORM MOSTRAR-TOTAL-MONEDA
           VARYING WS-IDX-MONEDA FROM 1 BY 1
           UNTIL WS-IDX-MONEDA > WS-CANT-MONEDAS
       MOVE 0 TO WS-CANT-RELACIONADAS
       IF WS-RELACIONES-DISPONIBLE = "S"
           MOVE "N" TO WS-FIN-RELACIONES
           MOVE LOW-VALUES TO REL-CLAVE
           START ARCH-RELACIONES KEY IS GREATER THAN OR EQUAL REL-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-RELACIONES
           END-START
           PERFORM REVISAR-RELACION-CLIENTE UNTIL FIN-RELACIONES
       END-IF
       IF WS-CANT-RELACIONADAS > 0
           DISPLAY "Cuentas donde figura como cotitular, firmante o "
               "beneficiario (no suman en los totales): "
               WS-CANT-RELACIONADAS
       END-IF
       PERFORM REGISTRAR-CONSULTA
       PERFORM MENU-CONSULTA.

       REVISAR-CUENTA-CLIENTE.
       READ ARCH-CUENTAS NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-CUENTAS
           NOT AT END
               IF CTA-CLI-NUMERO = WS-CLI-CONSULTA
                   PERFORM MOSTRAR-CUENTA-CLIENTE
               END-IF
       END-READ.

       MOSTRAR-CUENTA-CLIENTE.
       ADD 1 TO WS-CANT-CUENTAS
       MOVE 0 TO WS-TOTAL-RETENIDO
       IF WS-RETEN-DISPONIBLE = "S"
           PERFORM CALCULAR-RETENIDO
       END-IF
       COMPUTE WS-SALDO-DISPONIBLE = CTA-SALDO - WS-TOTAL-RETENIDO
       PERFORM DESCRIBIR-TIPO-CUENTA
       PERFORM DESCRIBIR-ESTADO-CUENTA
       MOVE CTA-MONEDA TO WS-MONEDA-EDIT
       IF CTA-MONEDA-NACIONAL
           MOVE "NAC" TO WS-MONEDA-EDIT
       END-IF
       PERFORM ACUMULAR-MONEDA
       MOVE CTA-SALDO TO WS-SALDO-EDIT
       MOVE WS-TOTAL-RETENIDO TO WS-MONTO-EDIT
       DISPLAY CTA-NUMERO " " WS-DESC-TIPO " " WS-DESC-ESTADO " "
           WS-MONEDA-EDIT " " WS-SALDO-EDIT " " WS-MONTO-EDIT
           WITH NO ADVANCING
       MOVE WS-SALDO-DISPONIBLE TO WS-SALDO-EDIT
       DISPLAY " " WS-SALDO-EDIT.

       ACUMULAR-MONEDA.
       MOVE 0 TO WS-POS-MONEDA
       PERFORM COMPARAR-MONEDA
           VARYING WS-IDX-MONEDA FROM 1 BY 1
           UNTIL WS-IDX-MONEDA > WS-CANT-MONEDAS
           OR WS-POS-MONEDA > 0
       IF WS-POS-MONEDA = 0 AND WS-CANT-MONEDAS < 10
           ADD 1 TO WS-CANT-MONEDAS
           MOVE WS-CANT-MONEDAS TO WS-POS-MONEDA
           MOVE WS-MONEDA-EDIT TO TMN-MONEDA(WS-POS-MONEDA)
           MOVE 0 TO TMN-SALDO(WS-POS-MONEDA)
           MOVE 0 TO TMN-RETENIDO(WS-POS-MONEDA)
           MOVE 0 TO TMN-DISPONIBLE(WS-POS-MONEDA)
       END-IF
       IF WS-POS-MONEDA > 0
           ADD CTA-SALDO TO TMN-SALDO(WS-POS-MONEDA)
           ADD WS-TOTAL-RETENIDO TO TMN-RETENIDO(WS-POS-MONEDA)
           ADD WS-SALDO-DISPONIBLE TO TMN-DISPONIBLE(WS-POS-MONEDA)
       END-IF.

       COMPARAR-MONEDA.
       IF TMN-MONEDA(WS-IDX-MONEDA) = WS-MONEDA-EDIT
           MOVE WS-IDX-MONEDA TO WS-POS-MONEDA
       END-IF.

       MOSTRAR-TOTAL-MONEDA.
       MOVE TMN-SALDO(WS-IDX-MONEDA) TO WS-SALDO-EDIT
       MOVE TMN-RETENIDO(WS-IDX-MONEDA) TO WS-MONTO-EDIT
       DISPLAY "Total " TMN-MONEDA(WS-IDX-MONEDA)
           "                      " WS-SALDO-EDIT " " WS-MONTO-EDIT
           WITH NO ADVANCING
       MOVE TMN-DISPONIBLE(WS-IDX-MONEDA) TO WS-SALDO-EDIT
       DISPLAY " " WS-SALDO-EDIT.

       REVISAR-RELACION-CLIENTE.
       READ ARCH-RELACIONES NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-RELACIONES
           NOT AT END
               IF REL-CLI-NUMERO = WS-CLI-CONSULTA
                   AND NOT REL-ES-TITULAR
                   PERFORM MOSTRAR-CUENTA-RELACIONADA
               END-IF
       END-READ.

       MOSTRAR-CUENTA-RELACIONADA.
       ADD 1 TO WS-CANT-RELACIONADAS
       MOVE REL-CTA-NUMERO TO CTA-NUMERO
       READ ARCH-CUENTAS
           INVALID KEY
               DISPLAY "Cuenta " REL-CTA-NUMERO
                   " no encontrada en el maestro"
           NOT INVALID KEY
               PERFORM DESCRIBIR-ROL
               PERFORM DESCRIBIR-FIRMA
               MOVE CTA-MONEDA TO WS-MONEDA-EDIT
               IF CTA-MONEDA-NACIONAL
                   MOVE "NAC" TO WS-MONEDA-EDIT
               END-IF
               MOVE CTA-SALDO TO WS-SALDO-EDIT
               DISPLAY CTA-NUMERO " " WS-DESC-ROL " "
                   WS-DESC-FIRMA " " WS-MONEDA-EDIT " "
                   WS-SALDO-EDIT " (dueño " CTA-CLI-NUMERO ")"
       END-READ.

       COPY CTARETEN.

       REGISTRAR-CONSULTA.
       MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
       MOVE SPACES TO LINEA-BITACORA
       STRING WS-FECHA-HORA-ACTUAL(1:14)
           " " WS-OPERADOR
           " " WS-TIPO-CONSULTA
           " " WS-NUMERO-CONSULTA
           " " WS-RESULTADO-CONSULTA
           DELIMITED BY SIZE INTO LINEA-BITACORA
       IF WS-FECHA-CONSULTA NOT = 0
           MOVE WS-FECHA-CONSULTA TO LINEA-BITACORA(48:8)
       END-IF
       WRITE LINEA-BITACORA.
