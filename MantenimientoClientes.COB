      *          direccion (propagando el nombre a CTA-NOMBRE en las
      *          cuentas del cliente para que los estados salgan
      *          bien), y eliminar un cliente solo cuando el maestro
      *          de cuentas ya no tiene cuentas que lo referencien ni
      *          figura como cotitular, firmante o beneficiario de
      *          otra cuenta (RELCTA.DAT, copy CTAREL01). La
      *          actualizacion tambien marca o desmarca al cliente
      *          como exento de la retencion de impuesto sobre
      *          intereses (CLI-EXENTO-RETENCION). Otra opcion
      *          carga los datos de contacto del cliente (celular y
      *          correo), el canal por el que quiere las alertas y
      *          cuales de ellas acepto recibir; con eso trabaja el
      *          paso nocturno GENERAR_ALERTAS.
      *          Cada actualizacion o eliminacion queda registrada en
      *          la bitacora CLILOG.DAT con fecha, hora y la clave
      *          del operador que hizo el cambio. La clave se valida
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CLAVE
               FILE STATUS IS WS-OPE-STATUS.
           SELECT ARCH-RELACIONES ASSIGN TO "RELCTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-CLAVE
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY CTAMAE01.

       FD  ARCH-BITACORA.
       01  LINEA-BITACORA              PIC X(210).

       FD  ARCH-OPERADORES.
           COPY OPEMAE01.

       FD  ARCH-RELACIONES.
           COPY CTAREL01.

       WORKING-STORAGE SECTION.
       01  WS-CLI-STATUS               PIC XX VALUE SPACES.
       01  WS-CTA-STATUS               PIC XX VALUE SPACES.
       01  WS-CTAS-CLIENTE             PIC 9(3) VALUE 0.
       01  WS-NOMBRE-NUEVO             PIC X(30).
       01  WS-DIRECCION-NUEVA          PIC X(40).
       01  WS-EXENTO-NUEVO             PIC X VALUE SPACE.
       01  WS-EXENTO-ANTERIOR          PIC X VALUE SPACE.
       01  WS-NOMBRE-ANTERIOR          PIC X(30).
       01  WS-CLI-ELIMINADO            PIC 9(6).
       01  WS-ACCION-BITACORA          PIC X(9).
       01  WS-REL-STATUS               PIC XX VALUE SPACES.
       01  WS-RELACIONES-DISPONIBLE    PIC X VALUE "N".
       01  WS-FIN-RELACIONES           PIC X VALUE "N".
           88  FIN-RELACIONES                  VALUE "S".
       01  WS-RELS-CLIENTE             PIC 9(3) VALUE 0.
       01  WS-CELULAR-NUEVO            PIC X(15).
       01  WS-CELULAR-ANTERIOR         PIC X(15).
       01  WS-CORREO-NUEVO             PIC X(40).
       01  WS-CORREO-ANTERIOR          PIC X(40).
       01  WS-CANAL-NUEVO              PIC X VALUE SPACE.
       01  WS-CANAL-ANTERIOR           PIC X VALUE SPACE.
       01  WS-ALERTAS-ANTERIOR         PIC X(7).
       01  WS-ALERTA-NUEVA             PIC X VALUE SPACE.
       01  WS-HUBO-CAMBIO              PIC X VALUE "N".
       01  WS-IDX-ALERTA               PIC 9 VALUE 0.
       01  WS-TABLA-NOMBRES-ALERTA.
           05  WS-NOMBRE-ALERTA-ENT OCCURS 7 TIMES.
               10  NAL-NOMBRE          PIC X(45).

       PROCEDURE DIVISION.
       DISPLAY "Mantenimiento del maestro de clientes"
       END-IF
       PERFORM INICIAR-SESION-OPERADOR
       CLOSE ARCH-OPERADORES
       PERFORM INICIALIZAR-NOMBRES-ALERTA
       PERFORM ABRIR-ARCHIVOS-CLIENTES
       PERFORM MENU-CLIENTES
       PERFORM CERRAR-ARCHIVOS-CLIENTES
           OPEN OUTPUT ARCH-BITACORA
           CLOSE ARCH-BITACORA
           OPEN EXTEND ARCH-BITACORA
       END-IF
       OPEN INPUT ARCH-RELACIONES
       IF WS-REL-STATUS = "00"
           MOVE "S" TO WS-RELACIONES-DISPONIBLE
       END-IF.

       CERRAR-ARCHIVOS-CLIENTES.
       CLOSE ARCH-CLIENTES
       CLOSE ARCH-CUENTAS
       CLOSE ARCH-BITACORA
       IF WS-RELACIONES-DISPONIBLE = "S"
           CLOSE ARCH-RELACIONES
       END-IF.

       MENU-CLIENTES.
       DISPLAY "1. Consultar cliente por número"
       DISPLAY "2. Buscar cliente por nombre"
       DISPLAY "3. Actualizar nombre y dirección"
       DISPLAY "4. Eliminar cliente"
       DISPLAY "5. Contacto y alertas"
       DISPLAY "6. Salir"
       ACCEPT OPCION
       IF OPCION = 1
        PERFORM CONSULTAR-CLIENTE
       ELSE IF OPCION = 4
        PERFORM ELIMINAR-CLIENTE
       ELSE IF OPCION = 5
        PERFORM ACTUALIZAR-CONTACTO
       ELSE IF OPCION = 6
           EXIT
       ELSE
        PERFORM MENU-CLIENTES
       MOSTRAR-CLIENTE.
       DISPLAY "Cliente:   " CLI-NUMERO
       DISPLAY "Nombre:    " CLI-NOMBRE
       DISPLAY "Dirección: " CLI-DIRECCION
       IF CLI-ES-EXENTO
           DISPLAY "Exento de retención de impuesto sobre intereses"
       END-IF
       DISPLAY "Celular:   " CLI-CELULAR
       DISPLAY "Correo:    " CLI-CORREO
       DISPLAY "Canal de alertas: " CLI-CANAL-ALERTA
           " (S celular, E correo, A ambos, N ninguno)"
       PERFORM MOSTRAR-UNA-ALERTA
           VARYING WS-IDX-ALERTA FROM 1 BY 1
           UNTIL WS-IDX-ALERTA > 7.

       MOSTRAR-UNA-ALERTA.
       IF CLI-ALR-ACEPTADA(WS-IDX-ALERTA) = "S"
           DISPLAY "  Acepta alerta: " NAL-NOMBRE(WS-IDX-ALERTA)
       END-IF.

       BUSCAR-POR-NOMBRE.
       DISPLAY "Ingrese el nombre o parte del nombre:"
       CAPTURAR-CAMBIOS.
       PERFORM MOSTRAR-CLIENTE
       MOVE CLI-NOMBRE TO WS-NOMBRE-ANTERIOR
       MOVE CLI-EXENTO-RETENCION TO WS-EXENTO-ANTERIOR
       DISPLAY "Nuevo nombre (vacío para no cambiar):"
       ACCEPT WS-NOMBRE-NUEVO
       DISPLAY "Nueva dirección (vacía para no cambiar):"
       ACCEPT WS-DIRECCION-NUEVA
       DISPLAY "Exento de retención de impuesto (S/N, vacío para "
           "no cambiar):"
       ACCEPT WS-EXENTO-NUEVO
       IF WS-EXENTO-NUEVO NOT = "S" AND WS-EXENTO-NUEVO NOT = "N"
           MOVE SPACE TO WS-EXENTO-NUEVO
       END-IF
       IF WS-NOMBRE-NUEVO = SPACES AND WS-DIRECCION-NUEVA = SPACES
           AND WS-EXENTO-NUEVO = SPACE
           DISPLAY "Sin cambios"
       ELSE
           IF WS-NOMBRE-NUEVO NOT = SPACES
           IF WS-DIRECCION-NUEVA NOT = SPACES
               MOVE WS-DIRECCION-NUEVA TO CLI-DIRECCION
           END-IF
           IF WS-EXENTO-NUEVO NOT = SPACE
               MOVE WS-EXENTO-NUEVO TO CLI-EXENTO-RETENCION
           END-IF
           REWRITE REG-CLIENTE
           MOVE "ACTUALIZA" TO WS-ACCION-BITACORA
           PERFORM REGISTRAR-BITACORA

       ELIMINAR-SI-SIN-CUENTAS.
       PERFORM CONTAR-CUENTAS-CLIENTE
       PERFORM CONTAR-RELACIONES-CLIENTE
       IF WS-CTAS-CLIENTE > 0
           DISPLAY "El cliente " CLI-NUMERO " todavía tiene "
               WS-CTAS-CLIENTE " cuenta(s); no se puede eliminar"
       ELSE IF WS-RELS-CLIENTE > 0
           DISPLAY "El cliente " CLI-NUMERO " todavía figura en "
               WS-RELS-CLIENTE " cuenta(s) como cotitular, firmante "
               "o beneficiario; no se puede eliminar"
       ELSE
           MOVE CLI-NUMERO TO WS-CLI-ELIMINADO
           MOVE CLI-NOMBRE TO WS-NOMBRE-ANTERIOR
           MOVE CLI-EXENTO-RETENCION TO WS-EXENTO-ANTERIOR
           DELETE ARCH-CLIENTES RECORD
               INVALID KEY
                   DISPLAY "No se pudo eliminar el cliente "
               NOT INVALID KEY
                   MOVE WS-CLI-ELIMINADO TO CLI-NUMERO
                   MOVE WS-NOMBRE-ANTERIOR TO CLI-NOMBRE
                   MOVE WS-EXENTO-ANTERIOR TO CLI-EXENTO-RETENCION
                   MOVE "ELIMINA  " TO WS-ACCION-BITACORA
                   PERFORM REGISTRAR-BITACORA
                   DISPLAY "Cliente " WS-CLI-ELIMINADO " eliminado"
               END-IF
       END-READ.

       CONTAR-RELACIONES-CLIENTE.
       MOVE 0 TO WS-RELS-CLIENTE
       IF WS-RELACIONES-DISPONIBLE = "S"
           MOVE "N" TO WS-FIN-RELACIONES
           MOVE LOW-VALUES TO REL-CLAVE
           START ARCH-RELACIONES KEY IS NOT LESS THAN REL-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-RELACIONES
           END-START
           PERFORM CONTAR-UNA-RELACION UNTIL FIN-RELACIONES
       END-IF.

       CONTAR-UNA-RELACION.
       READ ARCH-RELACIONES NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-RELACIONES
           NOT AT END
               IF REL-CLI-NUMERO = CLI-NUMERO
                   AND NOT REL-ES-TITULAR
                   ADD 1 TO WS-RELS-CLIENTE
               END-IF
       END-READ.

      ******************************************************************
      * Contacto y alertas. Igual que en la actualizacion, un dato en
      * blanco no cambia; el canal y cada alerta se contestan S/N
      * (el canal tambien E o A) y cualquier otra respuesta se toma
      * como sin cambio.
      ******************************************************************
       INICIALIZAR-NOMBRES-ALERTA.
       MOVE "retiros y debitos interbancarios sobre umbral"
                                   TO NAL-NOMBRE(1)
       MOVE "saldo por debajo del minimo"
                                   TO NAL-NOMBRE(2)
       MOVE "sobregiro"            TO NAL-NOMBRE(3)
       MOVE "retenciones creadas y liberadas"
                                   TO NAL-NOMBRE(4)
       MOVE "cambios de estado de la cuenta"
                                   TO NAL-NOMBRE(5)
       MOVE "cuotas de ordenes permanentes rechazadas"
                                   TO NAL-NOMBRE(6)
       MOVE "vencimiento proximo de plazo fijo"
                                   TO NAL-NOMBRE(7).

       ACTUALIZAR-CONTACTO.
       DISPLAY "Ingrese el número de cliente:"
       ACCEPT CLI-NUMERO
       READ ARCH-CLIENTES
           INVALID KEY
               DISPLAY "Cliente no encontrado: " CLI-NUMERO
           NOT INVALID KEY
               PERFORM CAPTURAR-CONTACTO
       END-READ
       PERFORM MENU-CLIENTES.

       CAPTURAR-CONTACTO.
       PERFORM MOSTRAR-CLIENTE
       MOVE "N" TO WS-HUBO-CAMBIO
       MOVE CLI-CELULAR TO WS-CELULAR-ANTERIOR
       MOVE CLI-CORREO TO WS-CORREO-ANTERIOR
       MOVE CLI-CANAL-ALERTA TO WS-CANAL-ANTERIOR
       MOVE CLI-ALERTAS TO WS-ALERTAS-ANTERIOR
       DISPLAY "Nuevo celular (vacío para no cambiar):"
       ACCEPT WS-CELULAR-NUEVO
       IF WS-CELULAR-NUEVO NOT = SPACES
           MOVE WS-CELULAR-NUEVO TO CLI-CELULAR
           MOVE "S" TO WS-HUBO-CAMBIO
       END-IF
       DISPLAY "Nuevo correo (vacío para no cambiar):"
       ACCEPT WS-CORREO-NUEVO
       IF WS-CORREO-NUEVO NOT = SPACES
           MOVE WS-CORREO-NUEVO TO CLI-CORREO
           MOVE "S" TO WS-HUBO-CAMBIO
       END-IF
       DISPLAY "Canal de alertas S/E/A/N (vacío para no cambiar):"
       ACCEPT WS-CANAL-NUEVO
       IF WS-CANAL-NUEVO = "S" OR WS-CANAL-NUEVO = "E"
           OR WS-CANAL-NUEVO = "A" OR WS-CANAL-NUEVO = "N"
           MOVE WS-CANAL-NUEVO TO CLI-CANAL-ALERTA
           MOVE "S" TO WS-HUBO-CAMBIO
       END-IF
       PERFORM CAPTURAR-UNA-ALERTA
           VARYING WS-IDX-ALERTA FROM 1 BY 1
           UNTIL WS-IDX-ALERTA > 7
       IF WS-HUBO-CAMBIO = "N"
           DISPLAY "Sin cambios"
       ELSE
           IF CLI-ALERTA-CELULAR AND CLI-CELULAR = SPACES
               DISPLAY "Atención: sin celular no se envían las "
                   "alertas por mensaje"
           END-IF
           IF CLI-ALERTA-CORREO AND CLI-CORREO = SPACES
               DISPLAY "Atención: sin correo no se envían las "
                   "alertas por correo"
           END-IF
           REWRITE REG-CLIENTE
           PERFORM REGISTRAR-BITACORA-CONTACTO
           DISPLAY "Cliente " CLI-NUMERO " actualizado"
       END-IF.

       CAPTURAR-UNA-ALERTA.
       DISPLAY "Alerta de " NAL-NOMBRE(WS-IDX-ALERTA)
           " (S/N, vacío para no cambiar):"
       ACCEPT WS-ALERTA-NUEVA
       IF WS-ALERTA-NUEVA = "S" OR WS-ALERTA-NUEVA = "N"
           MOVE WS-ALERTA-NUEVA TO CLI-ALR-ACEPTADA(WS-IDX-ALERTA)
           MOVE "S" TO WS-HUBO-CAMBIO
       END-IF.

       REGISTRAR-BITACORA-CONTACTO.
       MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
       MOVE SPACES TO LINEA-BITACORA
       STRING WS-FECHA-HORA-ACTUAL(1:14)
           " " WS-OPERADOR
           " CONTACTO "
           " cliente " CLI-NUMERO
           " celular: " WS-CELULAR-ANTERIOR "/" CLI-CELULAR
           " correo: " WS-CORREO-ANTERIOR "/" CLI-CORREO
           " canal: " WS-CANAL-ANTERIOR "/" CLI-CANAL-ALERTA
           " alertas: " WS-ALERTAS-ANTERIOR "/" CLI-ALERTAS
           DELIMITED BY SIZE INTO LINEA-BITACORA
       WRITE LINEA-BITACORA.

       REGISTRAR-BITACORA.
       MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
       MOVE SPACES TO LINEA-BITACORA
           " cliente " CLI-NUMERO
           " antes: " WS-NOMBRE-ANTERIOR
           " ahora: " CLI-NOMBRE
           " exento: " WS-EXENTO-ANTERIOR "/" CLI-EXENTO-RETENCION
           DELIMITED BY SIZE INTO LINEA-BITACORA
       WRITE LINEA-BITACORA.
