      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de la tabla de tipos de cambio
      *          (TIPOCAMB.DAT, copy TIPCAM01) por el area de
      *          tesoreria. Carga o corrige el tipo de cambio de una
      *          moneda para una fecha de negocio (por omision la
      *          vigente en FECHAPRO.DAT), en unidades de moneda
      *          nacional por unidad de la moneda extranjera, y lista
      *          los tipos cargados para una fecha. Las transferencias
      *          entre cuentas de distinta moneda (copy CTAAPTRF) y la
      *          apertura de cuentas en moneda extranjera solo usan el
      *          tipo de la fecha de negocio en curso, asi que los
      *          tipos del dia deben cargarse antes de abrir la caja y
      *          de correr el lote. Cada carga o correccion queda en la
      *          bitacora TCBLOG.DAT con el tipo anterior, el nuevo y
      *          la clave del operador, validada contra el maestro de
      *          operadores (OPERADOR.DAT, copy OPEMAE01) igual que en
      *          MANTENER_CLIENTES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER_TIPOS_CAMBIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TIPOS-CAMBIO ASSIGN TO "TIPOCAMB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCB-CLAVE
               FILE STATUS IS WS-TCB-STATUS.
           SELECT ARCH-FECHA-PROCESO ASSIGN TO "FECHAPRO.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEC-STATUS.
           SELECT ARCH-BITACORA ASSIGN TO "TCBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIT-STATUS.
           SELECT ARCH-OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CLAVE
               FILE STATUS IS WS-OPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TIPOS-CAMBIO.
           COPY TIPCAM01.

       FD  ARCH-FECHA-PROCESO.
           COPY CTAFEC01.

       FD  ARCH-BITACORA.
       01  LINEA-BITACORA              PIC X(132).

       FD  ARCH-OPERADORES.
           COPY OPEMAE01.

       WORKING-STORAGE SECTION.
       01  WS-TCB-STATUS               PIC XX VALUE SPACES.
       01  WS-FEC-STATUS               PIC XX VALUE SPACES.
       01  WS-BIT-STATUS               PIC XX VALUE SPACES.
       01  WS-OPERADOR                 PIC X(4) VALUE SPACES.
       01  WS-OPE-STATUS               PIC XX VALUE SPACES.
       01  WS-CLAVE-VALIDAR            PIC X(4) VALUE SPACES.
       01  WS-PASS-VALIDAR             PIC X(8) VALUE SPACES.
       01  WS-OPER-VALIDO              PIC X VALUE "N".
       01  OPCION                      PIC 9 VALUE 0.
       01  WS-FECHA-HORA-ACTUAL        PIC X(21).
       01  WS-FECHA-NEGOCIO            PIC 9(8) VALUE 0.
       01  WS-FECHA-CONSULTA           PIC 9(8) VALUE 0.
       01  WS-MONEDA-CAPTURA           PIC X(3) VALUE SPACES.
       01  WS-TASA-CAPTURA             PIC 9(5)V9(6) VALUE 0.
       01  WS-TASA-ANTERIOR            PIC 9(5)V9(6) VALUE 0.
       01  WS-TIPO-EXISTE              PIC X VALUE "N".
       01  WS-FIN-TIPOS                PIC X VALUE "N".
           88  FIN-TIPOS                       VALUE "S".
       01  WS-TOTAL-HALLADOS           PIC 9(3) VALUE 0.
       01  WS-TASA-EDIT                PIC ZZZZ9.999999.
       01  WS-TASA-EDIT-2              PIC ZZZZ9.999999.
       01  WS-ACCION-BITACORA          PIC X(9).

       PROCEDURE DIVISION.
       DISPLAY "Mantenimiento de tipos de cambio"
       OPEN INPUT ARCH-OPERADORES
       IF WS-OPE-STATUS NOT = "00"
           DISPLAY "No hay maestro de operadores (OPERADOR.DAT); "
               "registre las claves con MANTENER_OPERADORES"
           STOP RUN
       END-IF
       PERFORM INICIAR-SESION-OPERADOR
       CLOSE ARCH-OPERADORES
       PERFORM LEER-FECHA-NEGOCIO
       PERFORM ABRIR-ARCHIVOS-TIPOS
       PERFORM MENU-TIPOS-CAMBIO
       PERFORM CERRAR-ARCHIVOS-TIPOS
       DISPLAY "Fin del programa."
       STOP RUN.

       INICIAR-SESION-OPERADOR.
       DISPLAY "Ingrese su clave de operador (4 caracteres):"
       ACCEPT WS-CLAVE-VALIDAR
       DISPLAY "Ingrese su contraseña:"
       ACCEPT WS-PASS-VALIDAR
       IF WS-CLAVE-VALIDAR = SPACES
           DISPLAY "Debe identificarse para mantener tipos de cambio"
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

      ******************************************************************
      * La fecha que se ofrece por omision es la de negocio vigente,
      * la misma con que se postea; sin FECHAPRO.DAT se usa la del
      * reloj.
      ******************************************************************
       LEER-FECHA-NEGOCIO.
       MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
       MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-NEGOCIO
       OPEN INPUT ARCH-FECHA-PROCESO
       IF WS-FEC-STATUS = "00"
           READ ARCH-FECHA-PROCESO
               NOT AT END
                   MOVE FEC-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
           END-READ
           CLOSE ARCH-FECHA-PROCESO
       END-IF.

       ABRIR-ARCHIVOS-TIPOS.
       OPEN I-O ARCH-TIPOS-CAMBIO
       IF WS-TCB-STATUS = "35"
           OPEN OUTPUT ARCH-TIPOS-CAMBIO
           CLOSE ARCH-TIPOS-CAMBIO
           OPEN I-O ARCH-TIPOS-CAMBIO
       END-IF
       OPEN EXTEND ARCH-BITACORA
       IF WS-BIT-STATUS = "05" OR WS-BIT-STATUS = "35"
           OPEN OUTPUT ARCH-BITACORA
           CLOSE ARCH-BITACORA
           OPEN EXTEND ARCH-BITACORA
       END-IF.

       CERRAR-ARCHIVOS-TIPOS.
       CLOSE ARCH-TIPOS-CAMBIO
       CLOSE ARCH-BITACORA.

       MENU-TIPOS-CAMBIO.
       DISPLAY "Fecha de negocio vigente: " WS-FECHA-NEGOCIO
       DISPLAY "1. Cargar o corregir un tipo de cambio"
       DISPLAY "2. Listar los tipos de cambio de una fecha"
       DISPLAY "3. Salir"
       ACCEPT OPCION
       IF OPCION = 1
        PERFORM CARGAR-TIPO-CAMBIO
       ELSE IF OPCION = 2
        PERFORM LISTAR-TIPOS-CAMBIO
       ELSE IF OPCION = 3
           EXIT
       ELSE
        PERFORM MENU-TIPOS-CAMBIO
       END-IF.

       PEDIR-FECHA-CONSULTA.
       DISPLAY "Fecha de negocio (AAAAMMDD, 0 = " WS-FECHA-NEGOCIO
           "):"
       ACCEPT WS-FECHA-CONSULTA
       IF WS-FECHA-CONSULTA = 0
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CONSULTA
       END-IF.

      ******************************************************************
      * La moneda nacional no lleva tipo (vale 1) y no se acepta un
      * tipo en cero: una transferencia lo tomaria como tipo no
      * cargado. Si la moneda ya tiene tipo para esa fecha se
      * reemplaza y la bitacora guarda el anterior; las partidas ya
      * posteadas conservan en el diario el tipo con que se
      * convirtieron.
      ******************************************************************
       CARGAR-TIPO-CAMBIO.
       PERFORM PEDIR-FECHA-CONSULTA
       DISPLAY "Codigo de moneda (p.ej. USD):"
       ACCEPT WS-MONEDA-CAPTURA
       DISPLAY "Unidades de moneda nacional por unidad "
           "(p.ej. 00017.250000):"
       ACCEPT WS-TASA-CAPTURA
       PERFORM VALIDAR-TIPO-CAMBIO
       PERFORM MENU-TIPOS-CAMBIO.

       VALIDAR-TIPO-CAMBIO.
       IF WS-FECHA-CONSULTA IS NOT NUMERIC
           DISPLAY "Fecha no valida"
       ELSE IF FUNCTION INTEGER-OF-DATE(WS-FECHA-CONSULTA) = 0
           DISPLAY "Fecha no valida"
       ELSE IF WS-MONEDA-CAPTURA = SPACES
           DISPLAY "La moneda nacional no lleva tipo de cambio"
       ELSE IF WS-TASA-CAPTURA = 0
           DISPLAY "El tipo de cambio debe ser mayor que cero"
       ELSE
           PERFORM GRABAR-TIPO-CAMBIO
       END-IF.

       GRABAR-TIPO-CAMBIO.
       MOVE WS-FECHA-CONSULTA TO TCB-FECHA
       MOVE WS-MONEDA-CAPTURA TO TCB-MONEDA
       MOVE 0 TO WS-TASA-ANTERIOR
       MOVE "N" TO WS-TIPO-EXISTE
       READ ARCH-TIPOS-CAMBIO
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO WS-TIPO-EXISTE
               MOVE TCB-TASA TO WS-TASA-ANTERIOR
       END-READ
       MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
       MOVE WS-FECHA-CONSULTA TO TCB-FECHA
       MOVE WS-MONEDA-CAPTURA TO TCB-MONEDA
       MOVE WS-TASA-CAPTURA TO TCB-TASA
       MOVE WS-OPERADOR TO TCB-OPERADOR
       MOVE WS-FECHA-HORA-ACTUAL(1:14) TO TCB-FECHA-HORA
       IF WS-TIPO-EXISTE = "S"
           REWRITE REG-TIPO-CAMBIO
           MOVE "CORRIGE  " TO WS-ACCION-BITACORA
       ELSE
           WRITE REG-TIPO-CAMBIO
           MOVE "CARGA    " TO WS-ACCION-BITACORA
       END-IF
       IF WS-TCB-STATUS = "00"
           PERFORM REGISTRAR-BITACORA
           MOVE TCB-TASA TO WS-TASA-EDIT
           DISPLAY "Tipo de cambio " TCB-MONEDA " del " TCB-FECHA
               ": " WS-TASA-EDIT
       ELSE
           DISPLAY "No se pudo grabar el tipo de cambio (estado "
               WS-TCB-STATUS ")"
       END-IF.

       LISTAR-TIPOS-CAMBIO.
       PERFORM PEDIR-FECHA-CONSULTA
       MOVE 0 TO WS-TOTAL-HALLADOS
       MOVE "N" TO WS-FIN-TIPOS
       MOVE WS-FECHA-CONSULTA TO TCB-FECHA
       MOVE LOW-VALUES TO TCB-MONEDA
       START ARCH-TIPOS-CAMBIO KEY IS NOT LESS THAN TCB-CLAVE
           INVALID KEY
               MOVE "S" TO WS-FIN-TIPOS
       END-START
       DISPLAY "Moneda  Tipo           Operador  Cargado"
       PERFORM LISTAR-UN-TIPO UNTIL FIN-TIPOS
       DISPLAY "Monedas con tipo para " WS-FECHA-CONSULTA ": "
           WS-TOTAL-HALLADOS
       PERFORM MENU-TIPOS-CAMBIO.

       LISTAR-UN-TIPO.
       READ ARCH-TIPOS-CAMBIO NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-TIPOS
           NOT AT END
               IF TCB-FECHA NOT = WS-FECHA-CONSULTA
                   MOVE "S" TO WS-FIN-TIPOS
               ELSE
                   MOVE TCB-TASA TO WS-TASA-EDIT
                   DISPLAY TCB-MONEDA "     " WS-TASA-EDIT
                       "   " TCB-OPERADOR "      " TCB-FECHA-HORA
                   ADD 1 TO WS-TOTAL-HALLADOS
               END-IF
       END-READ.

       REGISTRAR-BITACORA.
       MOVE WS-TASA-ANTERIOR TO WS-TASA-EDIT
       MOVE TCB-TASA TO WS-TASA-EDIT-2
       MOVE SPACES TO LINEA-BITACORA
       STRING WS-FECHA-HORA-ACTUAL(1:14)
           " " WS-OPERADOR
           " " WS-ACCION-BITACORA
           " fecha " TCB-FECHA
           " moneda " TCB-MONEDA
           " anterior " WS-TASA-EDIT
           " nuevo " WS-TASA-EDIT-2
           DELIMITED BY SIZE INTO LINEA-BITACORA
       WRITE LINEA-BITACORA.
