      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del maestro de prestamos. Da de alta
      *          un prestamo de un cliente existente con su cuenta de
      *          cargo (una cuenta corriente o de ahorro del mismo
      *          cliente, no cerrada) y las condiciones pactadas:
      *          monto, tasa anual, plazo en cuotas mensuales y tasa
      *          moratoria. Al alta genera la tabla de amortizacion
      *          de cuota fija (ARCH-CUOTAS, copy PRECUO01), con la
      *          primera cuota a un mes de la fecha de negocio del
      *          desembolso y la ultima ajustada al capital que
      *          quede, de modo que la suma del capital de las
      *          cuotas es exactamente el monto prestado. Permite
      *          ademas consultar un prestamo con su tabla y listar
      *          los prestamos de un cliente. El cobro de las cuotas
      *          lo hace el proceso nocturno COBRAR_PRESTAMOS. Cada
      *          alta queda registrada en la bitacora PRELOG.DAT con
      *          fecha, hora y la clave del operador, validada contra
      *          el maestro de operadores (OPERADOR.DAT, copy
      *          OPEMAE01) igual que en MANTENER_CLIENTES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER_PRESTAMOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARCH-CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLI-STATUS.
           SELECT ARCH-CUENTAS ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-CTA-STATUS.
           SELECT ARCH-FECHA-PROCESO ASSIGN TO "FECHAPRO.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEC-STATUS.
           SELECT ARCH-BITACORA ASSIGN TO "PRELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIT-STATUS.
           SELECT ARCH-OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CLAVE
               FILE STATUS IS WS-OPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PRESTAMOS.
           COPY PRESTA01.

       FD  ARCH-CUOTAS.
           COPY PRECUO01.

       FD  ARCH-CLIENTES.
           COPY CLIMAE01.

       FD  ARCH-CUENTAS.
           COPY CTAMAE01.

       FD  ARCH-FECHA-PROCESO.
           COPY CTAFEC01.

       FD  ARCH-BITACORA.
       01  LINEA-BITACORA              PIC X(132).

       FD  ARCH-OPERADORES.
           COPY OPEMAE01.

       WORKING-STORAGE SECTION.
       01  WS-PRE-STATUS               PIC XX VALUE SPACES.
       01  WS-CUO-STATUS               PIC XX VALUE SPACES.
       01  WS-CLI-STATUS               PIC XX VALUE SPACES.
       01  WS-CTA-STATUS               PIC XX VALUE SPACES.
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
       01  WS-PRESTAMO-VALIDO          PIC X VALUE "N".
       01  WS-CLI-CONSULTA             PIC 9(6).
       01  WS-FIN-PRESTAMOS            PIC X VALUE "N".
           88  FIN-PRESTAMOS                   VALUE "S".
       01  WS-FIN-CUOTAS               PIC X VALUE "N".
           88  FIN-CUOTAS                      VALUE "S".
       01  WS-TOTAL-HALLADOS           PIC 9(3) VALUE 0.
       01  WS-NUM-CUOTA                PIC 9(3) VALUE 0.
       01  WS-TASA-MENSUAL             PIC 9V9(9) VALUE 0.
       01  WS-FACTOR                   PIC 9(12)V9(9) VALUE 0.
       01  WS-CUOTA-FIJA               PIC 9(7)V99 VALUE 0.
       01  WS-SALDO-AMORTIZAR          PIC 9(7)V99 VALUE 0.
       01  WS-FECHA-CALC               PIC 9(8).
       01  WS-FECHA-CALC-D REDEFINES WS-FECHA-CALC.
           05  WS-FC-ANO               PIC 9(4).
           05  WS-FC-MES               PIC 9(2).
           05  WS-FC-DIA               PIC 9(2).
       01  WS-MESES-TOTAL              PIC 9(4) VALUE 0.
       01  WS-ANOS-SUMAR               PIC 9(3) VALUE 0.
       01  WS-MES-RESTO                PIC 9(2) VALUE 0.
       01  WS-MONTO-EDIT               PIC ZZZ,ZZ9.99.
       01  WS-MONTO-EDIT-2             PIC ZZZ,ZZ9.99.
       01  WS-MONTO-EDIT-3             PIC ZZZ,ZZ9.99.
       01  WS-TASA-EDIT                PIC 9.9999.
       01  WS-ACCION-BITACORA          PIC X(9).

       PROCEDURE DIVISION.
       DISPLAY "Mantenimiento del maestro de prestamos"
       OPEN INPUT ARCH-OPERADORES
       IF WS-OPE-STATUS NOT = "00"
           DISPLAY "No hay maestro de operadores (OPERADOR.DAT); "
               "registre las claves con MANTENER_OPERADORES"
           STOP RUN
       END-IF
       PERFORM INICIAR-SESION-OPERADOR
       CLOSE ARCH-OPERADORES
       PERFORM LEER-FECHA-NEGOCIO
       PERFORM ABRIR-ARCHIVOS-PRESTAMOS
       PERFORM MENU-PRESTAMOS
       PERFORM CERRAR-ARCHIVOS-PRESTAMOS
       DISPLAY "Fin del programa."
       STOP RUN.

       INICIAR-SESION-OPERADOR.
       DISPLAY "Ingrese su clave de operador (4 caracteres):"
       ACCEPT WS-CLAVE-VALIDAR
       DISPLAY "Ingrese su contraseña:"
       ACCEPT WS-PASS-VALIDAR
       IF WS-CLAVE-VALIDAR = SPACES
           DISPLAY "Debe identificarse para mantener prestamos"
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
      * El desembolso se fecha con la fecha de negocio vigente, igual
      * que los posteos; sin FECHAPRO.DAT se usa la del reloj.
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
       OPEN INPUT ARCH-CLIENTES
       OPEN INPUT ARCH-CUENTAS
       OPEN EXTEND ARCH-BITACORA
       IF WS-BIT-STATUS = "05" OR WS-BIT-STATUS = "35"
           OPEN OUTPUT ARCH-BITACORA
           CLOSE ARCH-BITACORA
           OPEN EXTEND ARCH-BITACORA
       END-IF.

       CERRAR-ARCHIVOS-PRESTAMOS.
       CLOSE ARCH-PRESTAMOS
       CLOSE ARCH-CUOTAS
       CLOSE ARCH-CLIENTES
       CLOSE ARCH-CUENTAS
       CLOSE ARCH-BITACORA.

       MENU-PRESTAMOS.
       DISPLAY "1. Alta de prestamo"
       DISPLAY "2. Consultar prestamo y tabla de amortizacion"
       DISPLAY "3. Listar prestamos de un cliente"
       DISPLAY "4. Salir"
       ACCEPT OPCION
       IF OPCION = 1
        PERFORM AGREGAR-PRESTAMO
       ELSE IF OPCION = 2
        PERFORM CONSULTAR-PRESTAMO
       ELSE IF OPCION = 3
        PERFORM LISTAR-PRESTAMOS-CLIENTE
       ELSE IF OPCION = 4
           EXIT
       ELSE
        PERFORM MENU-PRESTAMOS
       END-IF.

       AGREGAR-PRESTAMO.
       DISPLAY "Ingrese el número del nuevo prestamo:"
       ACCEPT PRE-NUMERO
       READ ARCH-PRESTAMOS
           INVALID KEY
               PERFORM CAPTURAR-PRESTAMO
           NOT INVALID KEY
               DISPLAY "El prestamo " PRE-NUMERO " ya existe"
       END-READ
       PERFORM MENU-PRESTAMOS.

       CAPTURAR-PRESTAMO.
       DISPLAY "Ingrese el número de cliente deudor:"
       ACCEPT PRE-CLI-NUMERO
       DISPLAY "Ingrese la cuenta de cargo de las cuotas:"
       ACCEPT PRE-CTA-CARGO
       DISPLAY "Ingrese el monto prestado:"
       ACCEPT PRE-MONTO-ORIGINAL
       DISPLAY "Ingrese la tasa anual (p.ej. 0.1800 = 18%):"
       ACCEPT PRE-TASA-ANUAL
       DISPLAY "Ingrese el plazo en cuotas mensuales:"
       ACCEPT PRE-PLAZO-CUOTAS
       DISPLAY "Ingrese la tasa moratoria anual (p.ej. 0.2400):"
       ACCEPT PRE-TASA-MORA
       PERFORM VALIDAR-PRESTAMO
       IF WS-PRESTAMO-VALIDO = "S"
           MOVE WS-FECHA-NEGOCIO TO PRE-FECHA-DESEMBOLSO
           MOVE PRE-MONTO-ORIGINAL TO PRE-SALDO-CAPITAL
           MOVE 0 TO PRE-CUOTAS-PAGADAS
           MOVE 0 TO PRE-DIAS-ATRASO
           MOVE "V" TO PRE-ESTADO
           WRITE REG-PRESTAMO
               INVALID KEY
                   DISPLAY "No se pudo grabar el prestamo "
                       PRE-NUMERO " (estado " WS-PRE-STATUS ")"
               NOT INVALID KEY
                   PERFORM GENERAR-TABLA-AMORTIZACION
                   MOVE "ALTA     " TO WS-ACCION-BITACORA
                   PERFORM REGISTRAR-BITACORA
                   MOVE WS-CUOTA-FIJA TO WS-MONTO-EDIT
                   DISPLAY "Prestamo " PRE-NUMERO " registrado; "
                       PRE-PLAZO-CUOTAS " cuotas de " WS-MONTO-EDIT
           END-WRITE
       END-IF.

      ******************************************************************
      * La cuenta de cargo debe ser del mismo deudor y poder recibir
      * debitos: un plazo fijo no se debita y una cuenta cerrada ya
      * no existe para el cliente. Como el prestamo es en moneda
      * nacional, la cuenta tambien debe serlo. Una cuenta congelada
      * se acepta (el congelamiento es temporal); el cobro nocturno
      * la salta mientras siga asi y la cuota cae en mora.
      ******************************************************************
       VALIDAR-PRESTAMO.
       MOVE "N" TO WS-PRESTAMO-VALIDO
       MOVE PRE-CLI-NUMERO TO CLI-NUMERO
       READ ARCH-CLIENTES
           INVALID KEY
               DISPLAY "Cliente no encontrado: " PRE-CLI-NUMERO
           NOT INVALID KEY
               MOVE PRE-CTA-CARGO TO CTA-NUMERO
               READ ARCH-CUENTAS
                   INVALID KEY
                       DISPLAY "Cuenta no encontrada: " PRE-CTA-CARGO
                   NOT INVALID KEY
                       IF CTA-CLI-NUMERO NOT = PRE-CLI-NUMERO
                           DISPLAY "La cuenta " PRE-CTA-CARGO
                               " no es del cliente " PRE-CLI-NUMERO
                       ELSE IF CTA-ES-PLAZO
                           DISPLAY "Un plazo fijo no puede ser "
                               "cuenta de cargo"
                       ELSE IF CTA-ESTA-CERRADA
                           DISPLAY "La cuenta " PRE-CTA-CARGO
                               " esta cerrada"
                       ELSE IF NOT CTA-MONEDA-NACIONAL
                           DISPLAY "La cuenta " PRE-CTA-CARGO
                               " es en " CTA-MONEDA "; los prestamos "
                               "se cobran en moneda nacional"
                       ELSE IF PRE-MONTO-ORIGINAL = 0
                           DISPLAY "El monto debe ser mayor que cero"
                       ELSE IF PRE-PLAZO-CUOTAS = 0
                           DISPLAY "El plazo debe ser de al menos "
                               "una cuota"
                       ELSE
                           MOVE "S" TO WS-PRESTAMO-VALIDO
                       END-IF
               END-READ
       END-READ.

      ******************************************************************
      * Cuota fija (sistema frances) a la tasa mensual PRE-TASA-ANUAL
      * / 12: cuota = monto * i * (1+i)**n / ((1+i)**n - 1), o monto
      * / n si la tasa es cero. El interes de cada cuota se calcula
      * sobre el capital que queda y el resto de la cuota amortiza;
      * la ultima cuota amortiza todo el saldo para absorber el
      * redondeo.
      ******************************************************************
       GENERAR-TABLA-AMORTIZACION.
       COMPUTE WS-TASA-MENSUAL = PRE-TASA-ANUAL / 12
       IF WS-TASA-MENSUAL = 0
           COMPUTE WS-CUOTA-FIJA ROUNDED =
               PRE-MONTO-ORIGINAL / PRE-PLAZO-CUOTAS
       ELSE
           COMPUTE WS-FACTOR =
               (1 + WS-TASA-MENSUAL) ** PRE-PLAZO-CUOTAS
           COMPUTE WS-CUOTA-FIJA ROUNDED =
               PRE-MONTO-ORIGINAL * WS-TASA-MENSUAL * WS-FACTOR
               / (WS-FACTOR - 1)
       END-IF
       MOVE PRE-MONTO-ORIGINAL TO WS-SALDO-AMORTIZAR
       PERFORM GENERAR-UNA-CUOTA
           VARYING WS-NUM-CUOTA FROM 1 BY 1
           UNTIL WS-NUM-CUOTA > PRE-PLAZO-CUOTAS.

       GENERAR-UNA-CUOTA.
       MOVE PRE-NUMERO TO CUO-PRE-NUMERO
       MOVE WS-NUM-CUOTA TO CUO-NUMERO
       COMPUTE CUO-INTERES ROUNDED =
           WS-SALDO-AMORTIZAR * WS-TASA-MENSUAL
       IF WS-NUM-CUOTA = PRE-PLAZO-CUOTAS
           OR WS-CUOTA-FIJA - CUO-INTERES > WS-SALDO-AMORTIZAR
           MOVE WS-SALDO-AMORTIZAR TO CUO-CAPITAL
       ELSE
           COMPUTE CUO-CAPITAL = WS-CUOTA-FIJA - CUO-INTERES
       END-IF
       SUBTRACT CUO-CAPITAL FROM WS-SALDO-AMORTIZAR
       MOVE WS-SALDO-AMORTIZAR TO CUO-SALDO-DESPUES
       PERFORM CALCULAR-FECHA-CUOTA
       MOVE WS-FECHA-CALC TO CUO-FECHA-VENCE
       MOVE 0 TO CUO-MORA
       MOVE CUO-FECHA-VENCE TO CUO-FECHA-ULT-MORA
       MOVE "P" TO CUO-ESTADO
       MOVE 0 TO CUO-FECHA-PAGO
       WRITE REG-CUOTA
           INVALID KEY
               DISPLAY "No se pudo grabar la cuota " CUO-NUMERO
                   " del prestamo " CUO-PRE-NUMERO
       END-WRITE.

      ******************************************************************
      * La cuota N vence N meses despues del desembolso, el mismo
      * dia del mes; si ese mes no tiene el dia (p.ej. 31) se
      * recorta al ultimo dia valido, igual que AVANZAR-UN-MES de
      * PROCESAR_ORDENES. Se calcula siempre desde la fecha de
      * desembolso para que un recorte no arrastre a las cuotas
      * siguientes.
      ******************************************************************
       CALCULAR-FECHA-CUOTA.
       MOVE PRE-FECHA-DESEMBOLSO TO WS-FECHA-CALC
       COMPUTE WS-MESES-TOTAL = WS-FC-MES - 1 + WS-NUM-CUOTA
       DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-ANOS-SUMAR
           REMAINDER WS-MES-RESTO
       ADD WS-ANOS-SUMAR TO WS-FC-ANO
       COMPUTE WS-FC-MES = WS-MES-RESTO + 1
       PERFORM RECORTAR-DIA-INVALIDO
           UNTIL FUNCTION INTEGER-OF-DATE(WS-FECHA-CALC) NOT = 0
           OR WS-FC-DIA <= 1.

       RECORTAR-DIA-INVALIDO.
       IF FUNCTION INTEGER-OF-DATE(WS-FECHA-CALC) = 0
           SUBTRACT 1 FROM WS-FC-DIA
       END-IF.

       CONSULTAR-PRESTAMO.
       DISPLAY "Ingrese el número de prestamo:"
       ACCEPT PRE-NUMERO
       READ ARCH-PRESTAMOS
           INVALID KEY
               DISPLAY "Prestamo no encontrado: " PRE-NUMERO
           NOT INVALID KEY
               PERFORM MOSTRAR-PRESTAMO
               PERFORM MOSTRAR-TABLA-CUOTAS
       END-READ
       PERFORM MENU-PRESTAMOS.

       MOSTRAR-PRESTAMO.
       MOVE PRE-MONTO-ORIGINAL TO WS-MONTO-EDIT
       MOVE PRE-SALDO-CAPITAL TO WS-MONTO-EDIT-2
       DISPLAY "Prestamo:          " PRE-NUMERO
       DISPLAY "Cliente:           " PRE-CLI-NUMERO
       DISPLAY "Cuenta de cargo:   " PRE-CTA-CARGO
       DISPLAY "Monto prestado:    " WS-MONTO-EDIT
       DISPLAY "Saldo de capital:  " WS-MONTO-EDIT-2
       MOVE PRE-TASA-ANUAL TO WS-TASA-EDIT
       DISPLAY "Tasa anual:        " WS-TASA-EDIT
       MOVE PRE-TASA-MORA TO WS-TASA-EDIT
       DISPLAY "Tasa moratoria:    " WS-TASA-EDIT
       DISPLAY "Desembolso:        " PRE-FECHA-DESEMBOLSO
       DISPLAY "Cuotas pagadas:    " PRE-CUOTAS-PAGADAS
           " de " PRE-PLAZO-CUOTAS
       DISPLAY "Estado:            " PRE-ESTADO
           "   dias de atraso: " PRE-DIAS-ATRASO.

       MOSTRAR-TABLA-CUOTAS.
       DISPLAY "Cuota  Vence     Capital     Interes     Mora"
           "        Estado"
       MOVE "N" TO WS-FIN-CUOTAS
       MOVE PRE-NUMERO TO CUO-PRE-NUMERO
       MOVE 0 TO CUO-NUMERO
       START ARCH-CUOTAS KEY IS GREATER THAN OR EQUAL CUO-CLAVE
           INVALID KEY
               MOVE "S" TO WS-FIN-CUOTAS
       END-START
       PERFORM MOSTRAR-UNA-CUOTA UNTIL FIN-CUOTAS.

       MOSTRAR-UNA-CUOTA.
       READ ARCH-CUOTAS NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-CUOTAS
           NOT AT END
               IF CUO-PRE-NUMERO NOT = PRE-NUMERO
                   MOVE "S" TO WS-FIN-CUOTAS
               ELSE
                   MOVE CUO-CAPITAL TO WS-MONTO-EDIT
                   MOVE CUO-INTERES TO WS-MONTO-EDIT-2
                   MOVE CUO-MORA TO WS-MONTO-EDIT-3
                   DISPLAY CUO-NUMERO "    " CUO-FECHA-VENCE
                       "  " WS-MONTO-EDIT "  " WS-MONTO-EDIT-2
                       "  " WS-MONTO-EDIT-3 "  " CUO-ESTADO
               END-IF
       END-READ.

       LISTAR-PRESTAMOS-CLIENTE.
       DISPLAY "Ingrese el número de cliente:"
       ACCEPT WS-CLI-CONSULTA
       MOVE 0 TO WS-TOTAL-HALLADOS
       MOVE "N" TO WS-FIN-PRESTAMOS
       MOVE LOW-VALUES TO PRE-NUMERO
       START ARCH-PRESTAMOS KEY IS NOT LESS THAN PRE-NUMERO
           INVALID KEY
               MOVE "S" TO WS-FIN-PRESTAMOS
       END-START
       PERFORM EXAMINAR-PRESTAMO UNTIL FIN-PRESTAMOS
       DISPLAY "Prestamos del cliente: " WS-TOTAL-HALLADOS
       PERFORM MENU-PRESTAMOS.

       EXAMINAR-PRESTAMO.
       READ ARCH-PRESTAMOS NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-PRESTAMOS
           NOT AT END
               IF PRE-CLI-NUMERO = WS-CLI-CONSULTA
                   MOVE PRE-SALDO-CAPITAL TO WS-MONTO-EDIT
                   DISPLAY "Prestamo " PRE-NUMERO
                       "  cuenta " PRE-CTA-CARGO
                       "  saldo " WS-MONTO-EDIT
                       "  estado " PRE-ESTADO
                       "  atraso " PRE-DIAS-ATRASO
                   ADD 1 TO WS-TOTAL-HALLADOS
               END-IF
       END-READ.

       REGISTRAR-BITACORA.
       MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
       MOVE PRE-MONTO-ORIGINAL TO WS-MONTO-EDIT
       MOVE SPACES TO LINEA-BITACORA
       STRING WS-FECHA-HORA-ACTUAL(1:14)
           " " WS-OPERADOR
           " " WS-ACCION-BITACORA
           " prestamo " PRE-NUMERO
           " cliente " PRE-CLI-NUMERO
           " cuenta " PRE-CTA-CARGO
           " monto " WS-MONTO-EDIT
           " cuotas " PRE-PLAZO-CUOTAS
           DELIMITED BY SIZE INTO LINEA-BITACORA
       WRITE LINEA-BITACORA.
