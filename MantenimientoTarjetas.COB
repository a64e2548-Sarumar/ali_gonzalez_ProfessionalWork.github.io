      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del maestro de tarjetas debito
      *          (TARJETAS.DAT, copy TARDEB01) para el canal de
      *          cajeros automaticos: emision de la tarjeta ligada a
      *          una cuenta, bloqueo, reporte de robo o perdida y
      *          reactivacion, cambio del limite diario de retiro,
      *          cambio de PIN y consulta de las tarjetas de una
      *          cuenta. La tarjeta solo se emite sobre una cuenta
      *          de ahorro o corriente en moneda nacional que no este
      *          cerrada, y a nombre del dueño de la cuenta o de una
      *          persona de RELCTA.DAT que puede retirar (titular,
      *          cotitular o firmante). El PIN se teclea dos veces y
      *          se guarda solo cifrado con la llave compartida con
      *          la red (ATMLLAVE.DAT, 16 digitos que carga el area
      *          de seguridad); sin llave no se emiten tarjetas ni se
      *          cambian PIN. Una tarjeta reportada robada no se
      *          reactiva: se emite otro plastico. Cada cambio queda
      *          en la bitacora TARLOG.DAT con la clave del operador,
      *          validada contra el maestro de operadores
      *          (OPERADOR.DAT, copy OPEMAE01) igual que en
      *          MANTENER_CLIENTES; el PIN nunca va a la bitacora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER_TARJETAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TARJETAS ASSIGN TO "TARJETAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-NUMERO
               FILE STATUS IS WS-TAR-STATUS.
           SELECT ARCH-CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-CTA-STATUS.
           SELECT ARCH-RELACIONES ASSIGN TO "RELCTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-CLAVE
               FILE STATUS IS WS-REL-STATUS.
           SELECT ARCH-FECHA-PROCESO ASSIGN TO "FECHAPRO.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEC-STATUS.
           SELECT ARCH-LLAVE-PIN ASSIGN TO "ATMLLAVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LLA-STATUS.
           SELECT ARCH-BITACORA ASSIGN TO "TARLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIT-STATUS.
           SELECT ARCH-OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CLAVE
               FILE STATUS IS WS-OPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-TARJETAS.
           COPY TARDEB01.

       FD  ARCH-CUENTAS.
           COPY CTAMAE01.

       FD  ARCH-RELACIONES.
           COPY CTAREL01.

       FD  ARCH-FECHA-PROCESO.
           COPY CTAFEC01.

       FD  ARCH-LLAVE-PIN.
       01  REG-LLAVE-PIN               PIC X(16).

       FD  ARCH-BITACORA.
       01  LINEA-BITACORA              PIC X(132).

       FD  ARCH-OPERADORES.
           COPY OPEMAE01.

       WORKING-STORAGE SECTION.
       01  WS-TAR-STATUS               PIC XX VALUE SPACES.
       01  WS-CTA-STATUS               PIC XX VALUE SPACES.
       01  WS-REL-STATUS               PIC XX VALUE SPACES.
       01  WS-FEC-STATUS               PIC XX VALUE SPACES.
       01  WS-LLA-STATUS               PIC XX VALUE SPACES.
       01  WS-BIT-STATUS               PIC XX VALUE SPACES.
       01  WS-OPERADOR                 PIC X(4) VALUE SPACES.
       01  WS-OPE-STATUS               PIC XX VALUE SPACES.
       01  WS-CLAVE-VALIDAR            PIC X(4) VALUE SPACES.
       01  WS-PASS-VALIDAR             PIC X(8) VALUE SPACES.
       01  WS-OPER-VALIDO              PIC X VALUE "N".
       01  OPCION                      PIC 9 VALUE 0.
       01  WS-FECHA-HORA-ACTUAL        PIC X(21).
       01  WS-FECHA-NEGOCIO            PIC 9(8) VALUE 0.
       01  WS-RELACIONES-DISPONIBLE    PIC X VALUE "N".
       01  WS-LLAVE-DISPONIBLE         PIC X VALUE "N".
       01  WS-TARJETA-CAPTURA          PIC 9(16) VALUE 0.
       01  WS-CTA-CAPTURA              PIC 9(6) VALUE 0.
       01  WS-CLI-CAPTURA              PIC 9(6) VALUE 0.
       01  WS-VENCE-CAPTURA            PIC 9(6) VALUE 0.
       01  WS-LIMITE-CAPTURA           PIC 9(7)V99 VALUE 0.
       01  WS-ESTADO-CAPTURA           PIC X VALUE SPACE.
       01  WS-PIN-CLARO                PIC X(4) VALUE SPACES.
       01  WS-PIN-CONFIRMA             PIC X(4) VALUE SPACES.
       01  WS-PIN-VALIDO               PIC X VALUE "N".
       01  WS-PUEDE-TENER-TARJETA      PIC X VALUE "N".
       01  WS-MES-VENCE                PIC 9(2) VALUE 0.
       01  WS-FIN-TARJETAS             PIC X VALUE "N".
           88  FIN-TARJETAS                    VALUE "S".
       01  WS-TOTAL-HALLADAS           PIC 9(3) VALUE 0.
       01  WS-LIMITE-EDIT              PIC ZZZ,ZZ9.99.
       01  WS-ACUMULADO-EDIT           PIC ZZZ,ZZ9.99.
       01  WS-ACCION-BITACORA          PIC X(9).
       01  WS-VALOR-ANTERIOR           PIC X(14) VALUE SPACES.
       01  WS-VALOR-NUEVO              PIC X(14) VALUE SPACES.
      ******************************************************************
      * Cifrado del PIN: el bloque de 16 digitos (04, el PIN de
      * cuatro digitos y relleno de nueves) se suma digito a digito
      * con el numero de tarjeta y con la llave, modulo 10, igual
      * que lo hace la red con el PIN que teclea el cliente.
      ******************************************************************
       01  WS-BLOQUE-PIN.
           05  WS-BLOQUE-DIGITO        PIC 9 OCCURS 16 TIMES.
       01  WS-LLAVE-PIN.
           05  WS-LLAVE-DIGITO         PIC 9 OCCURS 16 TIMES.
       01  WS-TARJETA-DIGITOS.
           05  WS-TARJETA-DIGITO       PIC 9 OCCURS 16 TIMES.
       01  WS-PIN-CIFRADO.
           05  WS-CIFRADO-DIGITO       PIC 9 OCCURS 16 TIMES.
       01  WS-IDX-DIGITO               PIC 9(2) VALUE 0.
       01  WS-SUMA-DIGITOS             PIC 9(2) VALUE 0.
       01  WS-COCIENTE                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       DISPLAY "Mantenimiento de tarjetas debito"
       OPEN INPUT ARCH-OPERADORES
       IF WS-OPE-STATUS NOT = "00"
           DISPLAY "No hay maestro de operadores (OPERADOR.DAT); "
               "registre las claves con MANTENER_OPERADORES"
           STOP RUN
       END-IF
       PERFORM INICIAR-SESION-OPERADOR
       CLOSE ARCH-OPERADORES
       PERFORM LEER-FECHA-NEGOCIO
       PERFORM LEER-LLAVE-PIN
       PERFORM ABRIR-ARCHIVOS-TARJETAS
       PERFORM MENU-TARJETAS
       PERFORM CERRAR-ARCHIVOS-TARJETAS
       DISPLAY "Fin del programa."
       STOP RUN.

       INICIAR-SESION-OPERADOR.
       DISPLAY "Ingrese su clave de operador (4 caracteres):"
       ACCEPT WS-CLAVE-VALIDAR
       DISPLAY "Ingrese su contraseña:"
       ACCEPT WS-PASS-VALIDAR
       IF WS-CLAVE-VALIDAR = SPACES
           DISPLAY "Debe identificarse para mantener tarjetas"
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

       LEER-LLAVE-PIN.
       MOVE "N" TO WS-LLAVE-DISPONIBLE
       OPEN INPUT ARCH-LLAVE-PIN
       IF WS-LLA-STATUS = "00"
           READ ARCH-LLAVE-PIN
               NOT AT END
                   IF REG-LLAVE-PIN IS NUMERIC
                       MOVE REG-LLAVE-PIN TO WS-LLAVE-PIN
                       MOVE "S" TO WS-LLAVE-DISPONIBLE
                   END-IF
           END-READ
           CLOSE ARCH-LLAVE-PIN
       END-IF
       IF WS-LLAVE-DISPONIBLE = "N"
           DISPLAY "No hay llave de PIN valida (ATMLLAVE.DAT): no se "
               "pueden emitir tarjetas ni cambiar PIN"
       END-IF.

       ABRIR-ARCHIVOS-TARJETAS.
       OPEN I-O ARCH-TARJETAS
       IF WS-TAR-STATUS = "35"
           OPEN OUTPUT ARCH-TARJETAS
           CLOSE ARCH-TARJETAS
           OPEN I-O ARCH-TARJETAS
       END-IF
       OPEN INPUT ARCH-CUENTAS
       OPEN INPUT ARCH-RELACIONES
       IF WS-REL-STATUS = "00"
           MOVE "S" TO WS-RELACIONES-DISPONIBLE
       END-IF
       OPEN EXTEND ARCH-BITACORA
       IF WS-BIT-STATUS = "05" OR WS-BIT-STATUS = "35"
           OPEN OUTPUT ARCH-BITACORA
           CLOSE ARCH-BITACORA
           OPEN EXTEND ARCH-BITACORA
       END-IF.

       CERRAR-ARCHIVOS-TARJETAS.
       CLOSE ARCH-TARJETAS
       CLOSE ARCH-CUENTAS
       IF WS-RELACIONES-DISPONIBLE = "S"
           CLOSE ARCH-RELACIONES
       END-IF
       CLOSE ARCH-BITACORA.

       MENU-TARJETAS.
       DISPLAY "1. Emitir tarjeta"
       DISPLAY "2. Bloquear / reportar robada / reactivar"
       DISPLAY "3. Cambiar límite diario"
       DISPLAY "4. Cambiar PIN"
       DISPLAY "5. Tarjetas de una cuenta"
       DISPLAY "6. Salir"
       ACCEPT OPCION
       IF OPCION = 1
        PERFORM EMITIR-TARJETA
       ELSE IF OPCION = 2
        PERFORM CAMBIAR-ESTADO-TARJETA
       ELSE IF OPCION = 3
        PERFORM CAMBIAR-LIMITE-TARJETA
       ELSE IF OPCION = 4
        PERFORM CAMBIAR-PIN-TARJETA
       ELSE IF OPCION = 5
        PERFORM LISTAR-TARJETAS-CUENTA
       ELSE IF OPCION = 6
           EXIT
       ELSE
        PERFORM MENU-TARJETAS
       END-IF.

      ******************************************************************
      * Emision: el numero viene impreso en el plastico. El
      * tarjetahabiente por omision es el dueño de la cuenta.
      ******************************************************************
       EMITIR-TARJETA.
       DISPLAY "Número de tarjeta (16 dígitos):"
       ACCEPT WS-TARJETA-CAPTURA
       DISPLAY "Cuenta a debitar:"
       ACCEPT WS-CTA-CAPTURA
       DISPLAY "Cliente tarjetahabiente (0 = dueño de la cuenta):"
       ACCEPT WS-CLI-CAPTURA
       DISPLAY "Vencimiento (AAAAMM):"
       ACCEPT WS-VENCE-CAPTURA
       DISPLAY "Límite diario de retiro:"
       ACCEPT WS-LIMITE-CAPTURA
       MOVE WS-VENCE-CAPTURA(5:2) TO WS-MES-VENCE
       PERFORM VALIDAR-EMISION
       PERFORM MENU-TARJETAS.

       VALIDAR-EMISION.
       IF WS-LLAVE-DISPONIBLE = "N"
           DISPLAY "Sin llave de PIN no se emiten tarjetas"
       ELSE IF WS-TARJETA-CAPTURA = 0
           DISPLAY "Número de tarjeta no válido"
       ELSE IF WS-MES-VENCE < 1 OR WS-MES-VENCE > 12
           DISPLAY "Vencimiento no válido"
       ELSE IF WS-VENCE-CAPTURA < WS-FECHA-NEGOCIO(1:6)
           DISPLAY "La tarjeta ya estaría vencida"
       ELSE IF WS-LIMITE-CAPTURA = 0
           DISPLAY "El límite diario debe ser mayor que cero"
       ELSE
           PERFORM VALIDAR-CUENTA-TARJETA
       END-IF.

       VALIDAR-CUENTA-TARJETA.
       MOVE WS-CTA-CAPTURA TO CTA-NUMERO
       READ ARCH-CUENTAS
           INVALID KEY
               DISPLAY "Cuenta no encontrada: " WS-CTA-CAPTURA
           NOT INVALID KEY
               IF CTA-ESTA-CERRADA
                   DISPLAY "La cuenta " CTA-NUMERO " esta cerrada"
               ELSE IF CTA-ES-PLAZO
                   DISPLAY "Un plazo fijo no lleva tarjeta debito"
               ELSE IF NOT CTA-MONEDA-NACIONAL
                   DISPLAY "La red de cajeros solo opera moneda "
                       "nacional"
               ELSE
                   PERFORM VALIDAR-TARJETAHABIENTE
               END-IF
       END-READ.

       VALIDAR-TARJETAHABIENTE.
       IF WS-CLI-CAPTURA = 0
           MOVE CTA-CLI-NUMERO TO WS-CLI-CAPTURA
       END-IF
       MOVE "N" TO WS-PUEDE-TENER-TARJETA
       IF WS-CLI-CAPTURA = CTA-CLI-NUMERO
           MOVE "S" TO WS-PUEDE-TENER-TARJETA
       ELSE
           IF WS-RELACIONES-DISPONIBLE = "S"
               MOVE CTA-NUMERO TO REL-CTA-NUMERO
               MOVE WS-CLI-CAPTURA TO REL-CLI-NUMERO
               READ ARCH-RELACIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REL-PUEDE-RETIRAR
                           MOVE "S" TO WS-PUEDE-TENER-TARJETA
                       END-IF
               END-READ
           END-IF
       END-IF
       IF WS-PUEDE-TENER-TARJETA = "S"
           PERFORM CAPTURAR-PIN
           IF WS-PIN-VALIDO = "S"
               PERFORM GRABAR-TARJETA
           END-IF
       ELSE
           DISPLAY "El cliente " WS-CLI-CAPTURA " no puede retirar "
               "de la cuenta " CTA-NUMERO
       END-IF.

       GRABAR-TARJETA.
       MOVE WS-TARJETA-CAPTURA TO TAR-NUMERO
       MOVE CTA-NUMERO TO TAR-CTA-NUMERO
       MOVE WS-CLI-CAPTURA TO TAR-CLI-NUMERO
       MOVE "A" TO TAR-ESTADO
       MOVE WS-VENCE-CAPTURA TO TAR-FECHA-VENCE
       PERFORM CIFRAR-PIN
       MOVE WS-LIMITE-CAPTURA TO TAR-LIMITE-DIARIO
       MOVE 0 TO TAR-FECHA-ACUMULADO
       MOVE 0 TO TAR-MONTO-ACUMULADO
       MOVE WS-FECHA-NEGOCIO TO TAR-FECHA-ALTA
       MOVE WS-OPERADOR TO TAR-OPERADOR
       WRITE REG-TARJETA
           INVALID KEY
               DISPLAY "La tarjeta " TAR-NUMERO " ya existe"
           NOT INVALID KEY
               MOVE "EMITE    " TO WS-ACCION-BITACORA
               MOVE SPACES TO WS-VALOR-ANTERIOR
               MOVE "A" TO WS-VALOR-NUEVO
               PERFORM REGISTRAR-BITACORA
               DISPLAY "Tarjeta " TAR-NUMERO " emitida para la "
                   "cuenta " TAR-CTA-NUMERO
       END-WRITE.

       CAPTURAR-PIN.
       MOVE "N" TO WS-PIN-VALIDO
       DISPLAY "PIN (4 dígitos):"
       ACCEPT WS-PIN-CLARO
       DISPLAY "Repita el PIN:"
       ACCEPT WS-PIN-CONFIRMA
       IF WS-PIN-CLARO IS NOT NUMERIC
           DISPLAY "El PIN debe tener 4 dígitos"
       ELSE IF WS-PIN-CLARO NOT = WS-PIN-CONFIRMA
           DISPLAY "Los PIN no coinciden"
       ELSE
           MOVE "S" TO WS-PIN-VALIDO
       END-IF.

       CIFRAR-PIN.
       MOVE "04" TO WS-BLOQUE-PIN(1:2)
       MOVE WS-PIN-CLARO TO WS-BLOQUE-PIN(3:4)
       MOVE "9999999999" TO WS-BLOQUE-PIN(7:10)
       MOVE TAR-NUMERO TO WS-TARJETA-DIGITOS
       PERFORM CIFRAR-UN-DIGITO
           VARYING WS-IDX-DIGITO FROM 1 BY 1
           UNTIL WS-IDX-DIGITO > 16
       MOVE WS-PIN-CIFRADO TO TAR-PIN-CIFRADO
       MOVE SPACES TO WS-PIN-CLARO
       MOVE SPACES TO WS-PIN-CONFIRMA.

       CIFRAR-UN-DIGITO.
       COMPUTE WS-SUMA-DIGITOS = WS-BLOQUE-DIGITO(WS-IDX-DIGITO)
           + WS-TARJETA-DIGITO(WS-IDX-DIGITO)
           + WS-LLAVE-DIGITO(WS-IDX-DIGITO)
       DIVIDE WS-SUMA-DIGITOS BY 10 GIVING WS-COCIENTE
           REMAINDER WS-CIFRADO-DIGITO(WS-IDX-DIGITO).

       LEER-TARJETA.
       DISPLAY "Número de tarjeta:"
       ACCEPT WS-TARJETA-CAPTURA
       MOVE WS-TARJETA-CAPTURA TO TAR-NUMERO
       READ ARCH-TARJETAS
           INVALID KEY
               DISPLAY "Tarjeta no registrada: " WS-TARJETA-CAPTURA
           NOT INVALID KEY
               PERFORM MOSTRAR-TARJETA
       END-READ.

      ******************************************************************
      * Bloqueo (B) y reactivacion (A) van y vienen; el reporte de
      * robo o perdida (R) es definitivo.
      ******************************************************************
       CAMBIAR-ESTADO-TARJETA.
       PERFORM LEER-TARJETA
       IF WS-TAR-STATUS = "00"
           DISPLAY "Nuevo estado (B=bloquear, R=robada o perdida, "
               "A=reactivar):"
           ACCEPT WS-ESTADO-CAPTURA
           PERFORM VALIDAR-CAMBIO-ESTADO
       END-IF
       PERFORM MENU-TARJETAS.

       VALIDAR-CAMBIO-ESTADO.
       IF TAR-ESTA-ROBADA
           DISPLAY "La tarjeta fue reportada robada; emita otra"
       ELSE IF WS-ESTADO-CAPTURA NOT = "A"
           AND WS-ESTADO-CAPTURA NOT = "B"
           AND WS-ESTADO-CAPTURA NOT = "R"
           DISPLAY "Estado no válido; sin cambios"
       ELSE IF WS-ESTADO-CAPTURA = TAR-ESTADO
           DISPLAY "La tarjeta ya tiene ese estado"
       ELSE
           MOVE TAR-ESTADO TO WS-VALOR-ANTERIOR
           MOVE WS-ESTADO-CAPTURA TO TAR-ESTADO
           MOVE WS-ESTADO-CAPTURA TO WS-VALOR-NUEVO
           REWRITE REG-TARJETA
           MOVE "ESTADO   " TO WS-ACCION-BITACORA
           PERFORM REGISTRAR-BITACORA
           DISPLAY "Tarjeta " TAR-NUMERO " queda en estado "
               TAR-ESTADO
       END-IF.

       CAMBIAR-LIMITE-TARJETA.
       PERFORM LEER-TARJETA
       IF WS-TAR-STATUS = "00"
           DISPLAY "Nuevo límite diario:"
           ACCEPT WS-LIMITE-CAPTURA
           IF WS-LIMITE-CAPTURA = 0
               DISPLAY "El límite diario debe ser mayor que cero"
           ELSE
               MOVE TAR-LIMITE-DIARIO TO WS-LIMITE-EDIT
               MOVE WS-LIMITE-EDIT TO WS-VALOR-ANTERIOR
               MOVE WS-LIMITE-CAPTURA TO TAR-LIMITE-DIARIO
               MOVE TAR-LIMITE-DIARIO TO WS-LIMITE-EDIT
               MOVE WS-LIMITE-EDIT TO WS-VALOR-NUEVO
               REWRITE REG-TARJETA
               MOVE "LIMITE   " TO WS-ACCION-BITACORA
               PERFORM REGISTRAR-BITACORA
               DISPLAY "Límite actualizado"
           END-IF
       END-IF
       PERFORM MENU-TARJETAS.

       CAMBIAR-PIN-TARJETA.
       IF WS-LLAVE-DISPONIBLE = "N"
           DISPLAY "Sin llave de PIN no se puede cambiar el PIN"
       ELSE
           PERFORM LEER-TARJETA
           IF WS-TAR-STATUS = "00"
               PERFORM CAPTURAR-PIN
               IF WS-PIN-VALIDO = "S"
                   PERFORM CIFRAR-PIN
                   REWRITE REG-TARJETA
                   MOVE "PIN      " TO WS-ACCION-BITACORA
                   MOVE SPACES TO WS-VALOR-ANTERIOR
                   MOVE SPACES TO WS-VALOR-NUEVO
                   PERFORM REGISTRAR-BITACORA
                   DISPLAY "PIN actualizado"
               END-IF
           END-IF
       END-IF
       PERFORM MENU-TARJETAS.

       MOSTRAR-TARJETA.
       MOVE TAR-LIMITE-DIARIO TO WS-LIMITE-EDIT
       MOVE TAR-MONTO-ACUMULADO TO WS-ACUMULADO-EDIT
       DISPLAY "Tarjeta " TAR-NUMERO "  cuenta " TAR-CTA-NUMERO
           "  cliente " TAR-CLI-NUMERO
       DISPLAY "  Estado " TAR-ESTADO "  vence " TAR-FECHA-VENCE
           "  límite diario " WS-LIMITE-EDIT
           "  retirado el " TAR-FECHA-ACUMULADO ": "
           WS-ACUMULADO-EDIT.

       LISTAR-TARJETAS-CUENTA.
       DISPLAY "Número de cuenta:"
       ACCEPT WS-CTA-CAPTURA
       MOVE 0 TO WS-TOTAL-HALLADAS
       MOVE "N" TO WS-FIN-TARJETAS
       MOVE 0 TO TAR-NUMERO
       START ARCH-TARJETAS KEY IS NOT LESS THAN TAR-NUMERO
           INVALID KEY
               MOVE "S" TO WS-FIN-TARJETAS
       END-START
       PERFORM LISTAR-UNA-TARJETA UNTIL FIN-TARJETAS
       DISPLAY "Tarjetas de la cuenta " WS-CTA-CAPTURA ": "
           WS-TOTAL-HALLADAS
       PERFORM MENU-TARJETAS.

       LISTAR-UNA-TARJETA.
       READ ARCH-TARJETAS NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-TARJETAS
           NOT AT END
               IF TAR-CTA-NUMERO = WS-CTA-CAPTURA
                   PERFORM MOSTRAR-TARJETA
                   ADD 1 TO WS-TOTAL-HALLADAS
               END-IF
       END-READ.

       REGISTRAR-BITACORA.
       MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
       MOVE SPACES TO LINEA-BITACORA
       STRING WS-FECHA-HORA-ACTUAL(1:14)
           " " WS-OPERADOR
           " " WS-ACCION-BITACORA
           " tarjeta " TAR-NUMERO
           " cuenta " TAR-CTA-NUMERO
           " anterior " WS-VALOR-ANTERIOR
           " nuevo " WS-VALOR-NUEVO
           DELIMITED BY SIZE INTO LINEA-BITACORA
       WRITE LINEA-BITACORA.
