      *     automaticas; nueva opcion de menu para mantener limite
      *     y tasa (con autorizacion de supervisor) y consulta con
      *     CONSULTAR_EVENTOS.
      *   - Cuentas en moneda extranjera: AGREGAR-CUENTA captura la
      *     moneda de la cuenta (CTA-MONEDA) y solo abre cuentas en
      *     una moneda con tipo de cambio del dia cargado por
      *     tesoreria (TIPOCAMB.DAT, copy TIPCAM01/CTACAMBI); las
      *     transferencias entre monedas convierten al tipo del dia
      *     y la cuenta ligada de un plazo fijo debe ser de su misma
      *     moneda.
      *   - Cotitulares y firmantes: nuevo archivo de relaciones
      *     cuenta-cliente (RELCTA.DAT, copy CTAREL01) con rol y
      *     forma de firma, mantenido desde el menu con autorizacion
      *     de supervisor; el retiro muestra quien puede retirar y
      *     pide el cliente que retira (y la segunda firma cuando es
      *     conjunta), y el listado por cliente incluye las
      *     cuentas donde es cotitular, firmante o beneficiario.
      *   - Los clientes dados de alta desde el menu nacen sin
      *     exencion de retencion de impuesto (CLI-EXENTO-RETENCION
      *     en N); la exencion se marca con MANTENER_CLIENTES.
      *   - Los clientes nuevos nacen sin datos de contacto y sin
      *     alertas aceptadas (canal N); el celular, el correo y las
      *     alertas se cargan con MANTENER_CLIENTES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTOR_CUENTAS.
           SELECT ARCH-CTL-ARCHIVO ASSIGN TO "ARCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT ARCH-TIPOS-CAMBIO ASSIGN TO "TIPOCAMB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCB-CLAVE
               FILE STATUS IS WS-TCB-STATUS.
           SELECT ARCH-RELACIONES ASSIGN TO "RELCTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-CLAVE
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CTL-ARCHIVO.
           COPY CTAACTL.

       FD  ARCH-TIPOS-CAMBIO.
           COPY TIPCAM01.

       FD  ARCH-RELACIONES.
           COPY CTAREL01.

       WORKING-STORAGE SECTION.
       01  WS-CTA-STATUS           PIC XX VALUE SPACES.
       01  WS-JRN-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQ-STATUS           PIC XX VALUE SPACES.
       01  WS-JRN-SECUENCIA        PIC 9(9) VALUE 0.
       01  WS-SEC-REVERSADA        PIC 9(9) VALUE 0.
       01  WS-TASA-CAMBIO          PIC 9(5)V9(6) VALUE 0.
       01  WS-MONEDA-CONTRA        PIC X(3) VALUE SPACES.
       01  WS-MONTO-CONTRA         PIC 9(7)V99 VALUE 0.
       01  WS-MONEDA-ORIGEN        PIC X(3) VALUE SPACES.
       01  WS-MONEDA-DESTINO       PIC X(3) VALUE SPACES.
       01  WS-MONTO-DESTINO        PIC 9(7)V99 VALUE 0.
       01  WS-TASA-ORIGEN          PIC 9(5)V9(6) VALUE 0.
       01  WS-TASA-DESTINO         PIC 9(5)V9(6) VALUE 0.
       01  WS-TASA-TRANSFER        PIC 9(5)V9(6) VALUE 0.
       01  WS-MONEDA-BUSCAR        PIC X(3) VALUE SPACES.
       01  WS-TASA-BUSCADA         PIC 9(5)V9(6) VALUE 0.
       01  WS-TASA-HALLADA         PIC X VALUE "N".
       01  WS-TCB-STATUS           PIC XX VALUE SPACES.
       01  WS-CTA-REVERSO          PIC 9(6).
       01  WS-SEC-REVERSO          PIC 9(9).
       01  WS-REVERSO-OK           PIC X VALUE "N".
       01  WS-MONTO-PENALIDAD      PIC 9(7)V99 VALUE 0.
       01  WS-MONTO-REDENCION      PIC 9(7)V99 VALUE 0.
       01  WS-CTA-PLAZO            PIC 9(6) VALUE 0.
       01  WS-CUENTA-GUARDADA      PIC X(103) VALUE SPACES.
       01  WS-MONEDA-PLAZO         PIC X(3) VALUE SPACES.
       01  WS-LIGADA-OK            PIC X VALUE "N".
       01  WS-TOTAL-RETENIDO       PIC 9(9)V99 VALUE 0.
       01  WS-FIN-RETEN            PIC X VALUE "N".
           88  FIN-RETEN                  VALUE "S".
       01  WS-DIAS-RETENCION       PIC 9(3) VALUE 0.
       01  WS-DIAS-ENTERO          PIC 9(7).
       01  WS-REL-STATUS           PIC XX VALUE SPACES.
       01  WS-FIN-RELACIONES       PIC X VALUE "N".
           88  FIN-RELACIONES             VALUE "S".
       01  WS-OPCION-RELACION      PIC 9 VALUE 0.
       01  WS-RELACION-VALIDA      PIC X VALUE "N".
       01  WS-FIRMA-OK             PIC X VALUE "N".
       01  WS-FIRMA-CLIENTE        PIC X VALUE SPACE.
       01  WS-CLI-FIRMA            PIC 9(6) VALUE 0.
       01  WS-CLI-RETIRA           PIC 9(6) VALUE 0.
       01  WS-CLI-COFIRMA          PIC 9(6) VALUE 0.
       01  WS-DESC-ROL             PIC X(13) VALUE SPACES.
       01  WS-DESC-FIRMA           PIC X(16) VALUE SPACES.
       01  WS-VALOR-RELACION       PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       DISPLAY "Sistema de Administración de Cuentas Bancarias"
       PERFORM ABRIR-ARCHIVOS
       PERFORM ABRIR-ARCHIVO-CLIENTES
       PERFORM ABRIR-ARCHIVO-ORDENES
       PERFORM ABRIR-ARCHIVO-RELACIONES
       PERFORM MENU-PRINCIPAL
       PERFORM CERRAR-ARCHIVO-RELACIONES
       PERFORM CERRAR-ARCHIVO-ORDENES
       PERFORM CERRAR-ARCHIVO-CLIENTES
       PERFORM CERRAR-ARCHIVO-OPERADORES
       CERRAR-ARCHIVO-ORDENES.
       CLOSE ARCH-ORDENES.

       ABRIR-ARCHIVO-RELACIONES.
       OPEN I-O ARCH-RELACIONES
       IF WS-REL-STATUS = "35"
           OPEN OUTPUT ARCH-RELACIONES
           CLOSE ARCH-RELACIONES
           OPEN I-O ARCH-RELACIONES
       END-IF.

       CERRAR-ARCHIVO-RELACIONES.
       CLOSE ARCH-RELACIONES.

       COPY CTAABRIR.

       COPY CTACERRAR.

       COPY CTAAPTRF.

       COPY CTACAMBI.

       COPY CTAAPREV.

       COPY CTARETEN.
       DISPLAY "8. Reversar una transacción"
       DISPLAY "9. Redimir un plazo fijo anticipadamente"
       DISPLAY "10. Mantener límite de sobregiro y tasa"
       DISPLAY "11. Titulares y firmantes de una cuenta"
       DISPLAY "12. Salir"
       ACCEPT OPCION
       IF OPCION = 1
        PERFORM AGREGAR-CUENTA
       ELSE IF OPCION = 10
        PERFORM MANTENER-LIMITE-TASA
       ELSE IF OPCION = 11
        PERFORM RELACIONES-CUENTA
       ELSE IF OPCION = 12
           EXIT
       ELSE
        PERFORM MENU-PRINCIPAL
               ACCEPT CLI-NOMBRE
               DISPLAY "Dirección:"
               ACCEPT CLI-DIRECCION
               MOVE "N" TO CLI-EXENTO-RETENCION
               MOVE SPACES TO CLI-CELULAR
               MOVE SPACES TO CLI-CORREO
               MOVE "N" TO CLI-CANAL-ALERTA
               MOVE "NNNNNNN" TO CLI-ALERTAS
               WRITE REG-CLIENTE
       END-READ
       MOVE CLI-NUMERO TO CTA-CLI-NUMERO
       DISPLAY "Tipo de cuenta (C=corriente, A=ahorro, "
           "P=plazo fijo):"
       ACCEPT CTA-TIPO-CUENTA
       DISPLAY "Moneda de la cuenta (p.ej. USD; en blanco = moneda "
           "nacional):"
       ACCEPT CTA-MONEDA
       MOVE CTA-MONEDA TO WS-MONEDA-BUSCAR
       PERFORM OBTENER-TIPO-CAMBIO
       MOVE 0 TO CTA-PLAZO-DIAS
       MOVE 0 TO CTA-FECHA-VENCE
       MOVE SPACE TO CTA-RENOVACION
       MOVE 0 TO CTA-CTA-LIGADA
       MOVE 0 TO CTA-TASA-PENALIDAD
       PERFORM CAPTURAR-DATOS-PRODUCTO
       MOVE "A" TO CTA-ESTADO
       IF WS-TASA-HALLADA = "N"
           DISPLAY "No hay tipo de cambio del dia para la moneda "
               CTA-MONEDA "; la cuenta no se abre"
       ELSE
           PERFORM MARCAR-MOVIMIENTO-CUENTA
           WRITE REG-CUENTA
               INVALID KEY
                   DISPLAY "La cuenta " CTA-NUMERO " ya existe"
               NOT INVALID KEY
                   PERFORM REGISTRAR-EVENTOS-ALTA
           END-WRITE
       END-IF
       PERFORM MENU-PRINCIPAL.

       CAPTURAR-DATOS-PRODUCTO.
       IF CTA-ES-AHORRO
           DISPLAY "Ingrese la tasa de interés anual (ej. 0.0500):"
           ACCEPT CTA-TASA-INTERES
           PERFORM CAPTURAR-DATOS-PLAZO
       ELSE
           MOVE 0 TO CTA-TASA-INTERES
       END-IF.

      ******************************************************************
      * El alta deja en la bitacora los valores con que nace la
      * Un plazo fijo nace con el principal como monto inicial y no
      * admite mas depositos; el vencimiento se calcula desde la
      * fecha de negocio vigente. Si la instruccion al vencer es T,
      * la cuenta ligada debe existir, no ser otro plazo fijo y
      * llevarse en la misma moneda (el vencimiento no convierte).
      ******************************************************************
       CAPTURAR-DATOS-PLAZO.
       DISPLAY "Ingrese el plazo en días (ej. 00090):"
           DISPLAY "Ingrese la cuenta ligada:"
           ACCEPT CTA-CTA-LIGADA
           MOVE REG-CUENTA TO WS-CUENTA-GUARDADA
           MOVE CTA-MONEDA TO WS-MONEDA-PLAZO
           MOVE CTA-CTA-LIGADA TO CTA-NUMERO
           READ ARCH-CUENTAS
               INVALID KEY
                           "renovar"
                       MOVE "R" TO CTA-RENOVACION
                       MOVE 0 TO CTA-CTA-LIGADA
                   ELSE IF CTA-MONEDA NOT = WS-MONEDA-PLAZO
                       MOVE WS-CUENTA-GUARDADA TO REG-CUENTA
                       DISPLAY "La cuenta ligada es de otra moneda; "
                           "la instruccion queda en renovar"
                       MOVE "R" TO CTA-RENOVACION
                       MOVE 0 TO CTA-CTA-LIGADA
                   ELSE
                       MOVE WS-CUENTA-GUARDADA TO REG-CUENTA
                   END-IF
               NOT AT END
                   IF CTA-CLI-NUMERO = WS-CLI-CONSULTA
                       DISPLAY "Cuenta " CTA-NUMERO " saldo " CTA-SALDO
                           " " CTA-MONEDA " titular"
                       ADD 1 TO WS-TOTAL-CTAS-CLIENTE
                   END-IF
           END-READ
       END-PERFORM
       PERFORM LISTAR-CUENTAS-RELACIONADAS
       DISPLAY "Total de cuentas: " WS-TOTAL-CTAS-CLIENTE
       PERFORM MENU-PRINCIPAL.

      ******************************************************************
      * Cuentas donde el cliente figura en RELCTA.DAT como
      * cotitular, firmante o beneficiario. El registro T es el del
      * propio dueño principal, que ya salio en el recorrido del
      * maestro.
      ******************************************************************
       LISTAR-CUENTAS-RELACIONADAS.
       MOVE "N" TO WS-FIN-RELACIONES
       MOVE LOW-VALUES TO REL-CLAVE
       START ARCH-RELACIONES KEY IS NOT LESS THAN REL-CLAVE
           INVALID KEY
               MOVE "S" TO WS-FIN-RELACIONES
       END-START
       PERFORM LISTAR-UNA-RELACIONADA UNTIL FIN-RELACIONES.

       LISTAR-UNA-RELACIONADA.
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
       MOVE REL-CTA-NUMERO TO CTA-NUMERO
       READ ARCH-CUENTAS
           INVALID KEY
               DISPLAY "Cuenta " REL-CTA-NUMERO
                   " no encontrada en el maestro"
           NOT INVALID KEY
               PERFORM DESCRIBIR-RELACION
               DISPLAY "Cuenta " CTA-NUMERO " saldo " CTA-SALDO
                   " " CTA-MONEDA " " WS-DESC-ROL " " WS-DESC-FIRMA
               ADD 1 TO WS-TOTAL-CTAS-CLIENTE
       END-READ.

       DESCRIBIR-RELACION.
       PERFORM DESCRIBIR-ROL
       PERFORM DESCRIBIR-FIRMA.

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

       DEPOSITAR-FONDOS.
       DISPLAY "Ingrese el número de cuenta:"
       ACCEPT CTA-NUMERO
       ACCEPT CTA-NUMERO
       DISPLAY "Ingrese el monto a retirar:"
       ACCEPT MONTO
       PERFORM VERIFICAR-FIRMAS-RETIRO
       IF WS-FIRMA-OK = "N"
           DISPLAY "Retiro no posteado"
       ELSE
           PERFORM RETIRAR-SEGUN-LIMITE
       END-IF
       PERFORM MENU-PRINCIPAL.

       RETIRAR-SEGUN-LIMITE.
       IF WS-PERFIL-OPERADOR NOT = "S"
           AND MONTO > WS-LIMITE-OPERADOR
           DISPLAY "El monto supera su límite por transacción"
           END-IF
       ELSE
           PERFORM APLICAR-RETIRO
       END-IF.

      ******************************************************************
      * El retiro autorizado se postea igual que uno normal y la
           MOVE 0 TO WS-SEC-REVERSADA
       END-IF.

      ******************************************************************
      * Antes de postear un retiro de ventanilla el cajero ve quien
      * puede retirar de la cuenta: el dueño principal
      * (CTA-CLI-NUMERO) y las personas de RELCTA.DAT con su rol y
      * forma de firma. Se captura el cliente que retira; si su firma
      * es conjunta se captura tambien la segunda firma, que debe ser
      * otra persona autorizada de la misma cuenta. Si la cuenta no
      * existe se deja pasar para que APLICAR-RETIRO la rechace como
      * siempre.
      ******************************************************************
       VERIFICAR-FIRMAS-RETIRO.
       MOVE "S" TO WS-FIRMA-OK
       READ ARCH-CUENTAS
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM MOSTRAR-FIRMAS-CUENTA
               PERFORM VALIDAR-FIRMA-RETIRO
       END-READ.

       MOSTRAR-FIRMAS-CUENTA.
       DISPLAY "Cuenta " CTA-NUMERO "  " CTA-NOMBRE
       DISPLAY "Pueden retirar / figuran en la cuenta:"
       MOVE CTA-CLI-NUMERO TO REL-CLI-NUMERO
       MOVE CTA-NUMERO TO REL-CTA-NUMERO
       READ ARCH-RELACIONES
           INVALID KEY
               DISPLAY "  Cliente " CTA-CLI-NUMERO " " CTA-NOMBRE
                   " titular firma indistinta"
       END-READ
       MOVE "N" TO WS-FIN-RELACIONES
       MOVE CTA-NUMERO TO REL-CTA-NUMERO
       MOVE 0 TO REL-CLI-NUMERO
       START ARCH-RELACIONES KEY IS NOT LESS THAN REL-CLAVE
           INVALID KEY
               MOVE "S" TO WS-FIN-RELACIONES
       END-START
       PERFORM MOSTRAR-UNA-FIRMA UNTIL FIN-RELACIONES.

       MOSTRAR-UNA-FIRMA.
       READ ARCH-RELACIONES NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-RELACIONES
           NOT AT END
               IF REL-CTA-NUMERO NOT = CTA-NUMERO
                   MOVE "S" TO WS-FIN-RELACIONES
               ELSE
                   MOVE REL-CLI-NUMERO TO CLI-NUMERO
                   READ ARCH-CLIENTES
                       INVALID KEY
                           MOVE "(cliente no registrado)"
                               TO CLI-NOMBRE
                   END-READ
                   PERFORM DESCRIBIR-RELACION
                   DISPLAY "  Cliente " REL-CLI-NUMERO " " CLI-NOMBRE
                       " " WS-DESC-ROL " " WS-DESC-FIRMA
               END-IF
       END-READ.

       VALIDAR-FIRMA-RETIRO.
       DISPLAY "Número de cliente que retira:"
       ACCEPT WS-CLI-RETIRA
       MOVE WS-CLI-RETIRA TO WS-CLI-FIRMA
       PERFORM BUSCAR-FIRMA-CLIENTE
       IF WS-FIRMA-CLIENTE = "N"
           DISPLAY "El cliente " WS-CLI-RETIRA " no esta autorizado "
               "a retirar de la cuenta " CTA-NUMERO
           MOVE "N" TO WS-FIRMA-OK
       ELSE IF WS-FIRMA-CLIENTE = "J"
           DISPLAY "Firma conjunta; número de cliente de la segunda "
               "firma:"
           ACCEPT WS-CLI-COFIRMA
           MOVE WS-CLI-COFIRMA TO WS-CLI-FIRMA
           PERFORM BUSCAR-FIRMA-CLIENTE
           IF WS-CLI-COFIRMA = WS-CLI-RETIRA
               DISPLAY "La segunda firma debe ser de otra persona"
               MOVE "N" TO WS-FIRMA-OK
           ELSE IF WS-FIRMA-CLIENTE = "N"
               DISPLAY "El cliente " WS-CLI-COFIRMA " no esta "
                   "autorizado a firmar en la cuenta " CTA-NUMERO
               MOVE "N" TO WS-FIRMA-OK
           END-IF
       END-IF.

      ******************************************************************
      * Devuelve en WS-FIRMA-CLIENTE la forma de firma (I/J) con que
      * el cliente WS-CLI-FIRMA puede retirar de la cuenta en
      * CTA-NUMERO, o "N" si no puede: sin registro en RELCTA.DAT
      * solo el dueño principal retira, con firma indistinta.
      ******************************************************************
       BUSCAR-FIRMA-CLIENTE.
       MOVE "N" TO WS-FIRMA-CLIENTE
       MOVE CTA-NUMERO TO REL-CTA-NUMERO
       MOVE WS-CLI-FIRMA TO REL-CLI-NUMERO
       READ ARCH-RELACIONES
           INVALID KEY
               IF WS-CLI-FIRMA = CTA-CLI-NUMERO
                   MOVE "I" TO WS-FIRMA-CLIENTE
               END-IF
           NOT INVALID KEY
               IF REL-PUEDE-RETIRAR
                   MOVE REL-FIRMA TO WS-FIRMA-CLIENTE
               END-IF
       END-READ.

       CAMBIAR-ESTADO-CUENTA.
       DISPLAY "Ingrese el número de cuenta:"
       ACCEPT CTA-NUMERO

      ******************************************************************
      * Antes de postear nada, verifica que la cuenta ligada exista,
      * admita movimientos, no sea otro plazo fijo y sea de la misma
      * moneda (igual que TRANSFERIR-AL-VENCER en el nocturno). Si
      * no sirve, el neto sale en efectivo por caja. Deja el
      * registro del plazo fijo de vuelta en memoria.
      ******************************************************************
       VALIDAR-LIGADA-REDENCION.
       MOVE CTA-NUMERO TO WS-CTA-PLAZO
       MOVE CTA-MONEDA TO WS-MONEDA-PLAZO
       MOVE CTA-CTA-LIGADA TO CTA-NUMERO
       READ ARCH-CUENTAS
           INVALID KEY
               ELSE IF CTA-ES-PLAZO
                   DISPLAY "Cuenta ligada " CTA-NUMERO " es un plazo "
                       "fijo; el neto se paga en efectivo por caja"
               ELSE IF CTA-MONEDA NOT = WS-MONEDA-PLAZO
                   DISPLAY "Cuenta ligada " CTA-NUMERO " es de otra "
                       "moneda; el neto se paga en efectivo por caja"
               ELSE
                   MOVE "S" TO WS-LIGADA-OK
               END-IF
           DISPLAY "Opción no válida"
       END-IF.

      ******************************************************************
      * Titulares, cotitulares, firmantes y beneficiarios de una
      * cuenta (RELCTA.DAT). Agregar o quitar a alguien cambia quien
      * puede retirar, asi que exige autorizacion de supervisor
      * (tipo SUPV en el diario) y queda en la bitacora de eventos
      * de la cuenta con el cliente, el rol y la firma.
      ******************************************************************
       RELACIONES-CUENTA.
       DISPLAY "1. Agregar titular, cotitular, firmante o "
           "beneficiario"
       DISPLAY "2. Quitar una persona de la cuenta"
       DISPLAY "3. Listar quién figura en una cuenta"
       ACCEPT WS-OPCION-RELACION
       IF WS-OPCION-RELACION = 1
        PERFORM AGREGAR-RELACION
       ELSE IF WS-OPCION-RELACION = 2
        PERFORM ELIMINAR-RELACION
       ELSE IF WS-OPCION-RELACION = 3
        PERFORM LISTAR-RELACIONES
       ELSE
        PERFORM RELACIONES-CUENTA
       END-IF.

       AGREGAR-RELACION.
       DISPLAY "Ingrese el número de cuenta:"
       ACCEPT CTA-NUMERO
       READ ARCH-CUENTAS
           INVALID KEY
               DISPLAY "Cuenta no encontrada: " CTA-NUMERO
           NOT INVALID KEY
               IF CTA-ESTA-CERRADA
                   DISPLAY "La cuenta esta cerrada; sin cambios"
               ELSE
                   PERFORM CAPTURAR-RELACION
               END-IF
       END-READ
       PERFORM MENU-PRINCIPAL.

       CAPTURAR-RELACION.
       MOVE CTA-NUMERO TO REL-CTA-NUMERO
       DISPLAY "Ingrese el número de cliente:"
       ACCEPT REL-CLI-NUMERO
       DISPLAY "Rol (T=titular, C=cotitular, F=firmante, "
           "B=beneficiario):"
       ACCEPT REL-ROL
       IF REL-ES-BENEFICIARIO
           MOVE SPACE TO REL-FIRMA
       ELSE
           DISPLAY "Firma (I=indistinta, J=conjunta):"
           ACCEPT REL-FIRMA
       END-IF
       PERFORM VALIDAR-RELACION
       IF WS-RELACION-VALIDA = "S"
           PERFORM LOCALIZAR-CLIENTE-RELACION
           PERFORM PEDIR-AUTORIZACION-SUPER
           IF WS-AUTORIZACION-OK = "S"
               PERFORM GRABAR-RELACION
           END-IF
       END-IF.

      ******************************************************************
      * El rol T es solo para fijar la firma del dueño principal; las
      * demas personas no pueden ser el dueño. Un cliente que no
      * existe se da de alta aqui mismo, como en AGREGAR-CUENTA.
      ******************************************************************
       VALIDAR-RELACION.
       MOVE "S" TO WS-RELACION-VALIDA
       IF NOT REL-ES-TITULAR AND NOT REL-ES-COTITULAR
           AND NOT REL-ES-FIRMANTE AND NOT REL-ES-BENEFICIARIO
           DISPLAY "Rol no válido"
           MOVE "N" TO WS-RELACION-VALIDA
       ELSE IF NOT REL-ES-BENEFICIARIO
           AND NOT REL-FIRMA-INDISTINTA AND NOT REL-FIRMA-CONJUNTA
           DISPLAY "Forma de firma no válida"
           MOVE "N" TO WS-RELACION-VALIDA
       ELSE IF REL-ES-TITULAR
           AND REL-CLI-NUMERO NOT = CTA-CLI-NUMERO
           DISPLAY "El titular es el dueño de la cuenta (cliente "
               CTA-CLI-NUMERO "); use C para un cotitular"
           MOVE "N" TO WS-RELACION-VALIDA
       ELSE IF NOT REL-ES-TITULAR
           AND REL-CLI-NUMERO = CTA-CLI-NUMERO
           DISPLAY "El cliente " REL-CLI-NUMERO " es el dueño de la "
               "cuenta; solo admite el rol T"
           MOVE "N" TO WS-RELACION-VALIDA
       END-IF.

       LOCALIZAR-CLIENTE-RELACION.
       MOVE REL-CLI-NUMERO TO CLI-NUMERO
       READ ARCH-CLIENTES
           INVALID KEY
               DISPLAY "Cliente nuevo, ingrese sus datos:"
               DISPLAY "Nombre:"
               ACCEPT CLI-NOMBRE
               DISPLAY "Dirección:"
               ACCEPT CLI-DIRECCION
               MOVE "N" TO CLI-EXENTO-RETENCION
               MOVE SPACES TO CLI-CELULAR
               MOVE SPACES TO CLI-CORREO
               MOVE "N" TO CLI-CANAL-ALERTA
               MOVE "NNNNNNN" TO CLI-ALERTAS
               WRITE REG-CLIENTE
       END-READ.

       GRABAR-RELACION.
       MOVE WS-FECHA-NEGOCIO TO REL-FECHA-ALTA
       MOVE WS-OPERADOR TO REL-OPERADOR
       WRITE REG-RELACION
           INVALID KEY
               DISPLAY "El cliente " REL-CLI-NUMERO " ya figura en "
                   "la cuenta " REL-CTA-NUMERO "; quitelo primero "
                   "para cambiar su rol"
           NOT INVALID KEY
               PERFORM ARMAR-VALOR-RELACION
               MOVE "RELACION" TO WS-EVT-CAMPO
               MOVE "(alta)" TO WS-EVT-ANTERIOR
               MOVE WS-VALOR-RELACION TO WS-EVT-NUEVO
               PERFORM REGISTRAR-EVENTO
               MOVE 0 TO MONTO
               PERFORM REGISTRAR-AUTORIZACION
               DISPLAY "Cliente " REL-CLI-NUMERO " agregado a la "
                   "cuenta " REL-CTA-NUMERO
       END-WRITE.

       ARMAR-VALOR-RELACION.
       MOVE SPACES TO WS-VALOR-RELACION
       STRING REL-CLI-NUMERO " " REL-ROL " " REL-FIRMA
           DELIMITED BY SIZE INTO WS-VALOR-RELACION.

       ELIMINAR-RELACION.
       DISPLAY "Ingrese el número de cuenta:"
       ACCEPT CTA-NUMERO
       DISPLAY "Ingrese el número de cliente:"
       ACCEPT REL-CLI-NUMERO
       MOVE CTA-NUMERO TO REL-CTA-NUMERO
       READ ARCH-RELACIONES
           INVALID KEY
               DISPLAY "El cliente " REL-CLI-NUMERO " no figura en "
                   "la cuenta " CTA-NUMERO
           NOT INVALID KEY
               PERFORM QUITAR-RELACION
       END-READ
       PERFORM MENU-PRINCIPAL.

       QUITAR-RELACION.
       READ ARCH-CUENTAS
           INVALID KEY
               MOVE SPACES TO CTA-MONEDA
       END-READ
       PERFORM PEDIR-AUTORIZACION-SUPER
       IF WS-AUTORIZACION-OK = "S"
           PERFORM ARMAR-VALOR-RELACION
           DELETE ARCH-RELACIONES RECORD
           MOVE "RELACION" TO WS-EVT-CAMPO
           MOVE WS-VALOR-RELACION TO WS-EVT-ANTERIOR
           MOVE "(baja)" TO WS-EVT-NUEVO
           PERFORM REGISTRAR-EVENTO
           MOVE 0 TO MONTO
           PERFORM REGISTRAR-AUTORIZACION
           DISPLAY "Cliente " REL-CLI-NUMERO " quitado de la cuenta "
               CTA-NUMERO
       END-IF.

       LISTAR-RELACIONES.
       DISPLAY "Ingrese el número de cuenta:"
       ACCEPT CTA-NUMERO
       READ ARCH-CUENTAS
           INVALID KEY
               DISPLAY "Cuenta no encontrada: " CTA-NUMERO
           NOT INVALID KEY
               PERFORM MOSTRAR-FIRMAS-CUENTA
       END-READ
       PERFORM MENU-PRINCIPAL.

       TRANSFERIR-FONDOS.
       DISPLAY "Ingrese el número de cuenta origen:"
       ACCEPT WS-CTA-ORIGEN
