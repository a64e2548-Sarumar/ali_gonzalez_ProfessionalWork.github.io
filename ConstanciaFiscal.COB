      ******************************************************************
      * Author:
      * Date:
      * Purpose: Constancias fiscales de intereses del año. Se corre
      *          una vez cerrado el ejercicio (despues del ultimo
      *          CORTE_DIARIO del año, y antes o despues del archivo
      *          anual ARCHIVAR_HISTORIA: lee tanto el historico vivo
      *          HISTORIA.DAT como el archivo anual HISTaaaa.DAT del
      *          año pedido si ya existe). Suma por cliente y moneda
      *          los intereses pagados en el año (INT y INTP) como
      *          interes bruto y las retenciones de impuesto (RIMP)
      *          como impuesto retenido; el neto es la diferencia.
      *          Cada partida se atribuye al dueño principal de la
      *          cuenta (CTA-CLI-NUMERO), el mismo cliente que decide
      *          la exencion al retener. Deja la constancia de cada
      *          cliente en CONSTANC.OUT, en orden de numero de
      *          cliente, y un renglon por cliente y moneda en el
      *          archivo de ancho fijo RETFISC.DAT para la autoridad
      *          tributaria. Los reversos (RVD/RVC) de un interes no
      *          se descuentan: la constancia refleja lo pagado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSTANCIA_FISCAL.
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
           SELECT ARCH-HISTORIA ASSIGN TO "HISTORIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CLAVE
               FILE STATUS IS WS-HST-STATUS.
           SELECT ARCH-ARCHIVO ASSIGN TO DYNAMIC WS-NOMBRE-ARCHIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-CLAVE
               FILE STATUS IS WS-ARC-STATUS.
           SELECT ARCH-CONSTANCIA ASSIGN TO "CONSTANC.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-STATUS.
           SELECT ARCH-RET-FISCAL ASSIGN TO "RETFISC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CUENTAS.
           COPY CTAMAE01.

       FD  ARCH-CLIENTES.
           COPY CLIMAE01.

       FD  ARCH-HISTORIA.
           COPY CTAHST01.

       FD  ARCH-ARCHIVO.
           COPY CTAARC01.

       FD  ARCH-CONSTANCIA.
       01  LINEA-CONSTANCIA            PIC X(100).

      ******************************************************************
      * Renglon para la autoridad tributaria: año, cliente, nombre,
      * moneda (espacios = nacional) y los tres importes del año con
      * dos decimales implicitos.
      ******************************************************************
       FD  ARCH-RET-FISCAL.
       01  REG-RET-FISCAL.
           05  RFS-ANO                 PIC 9(4).
           05  RFS-CLI-NUMERO          PIC 9(6).
           05  RFS-NOMBRE              PIC X(30).
           05  RFS-MONEDA              PIC X(3).
           05  RFS-BRUTO               PIC 9(9)V99.
           05  RFS-RETENIDO            PIC 9(9)V99.
           05  RFS-NETO                PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-CTA-STATUS               PIC XX VALUE SPACES.
       01  WS-CLI-STATUS               PIC XX VALUE SPACES.
       01  WS-HST-STATUS               PIC XX VALUE SPACES.
       01  WS-ARC-STATUS               PIC XX VALUE SPACES.
       01  WS-CON-STATUS               PIC XX VALUE SPACES.
       01  WS-RFS-STATUS               PIC XX VALUE SPACES.
       01  WS-ANO-FISCAL               PIC 9(4).
       01  WS-NOMBRE-ARCHIVO           PIC X(12) VALUE SPACES.
       01  WS-FIN-HISTORIA             PIC X VALUE "N".
           88  FIN-HISTORIA                    VALUE "S".
       01  WS-FIN-ARCHIVO              PIC X VALUE "N".
           88  FIN-ARCHIVO                     VALUE "S".
       01  WS-FIN-CLIENTES             PIC X VALUE "N".
           88  FIN-CLIENTES                    VALUE "S".
       01  WS-CTA-ANTERIOR             PIC 9(6) VALUE 0.
       01  WS-CTA-HALLADA              PIC X VALUE "N".
       01  WS-TIPO-PARTIDA             PIC X(4).
       01  WS-MONTO-PARTIDA            PIC 9(7)V99.
       01  WS-MONEDA-PARTIDA           PIC X(3).
       01  WS-CLI-PARTIDA              PIC 9(6).
       01  WS-MAX-RENGLONES            PIC 9(4) VALUE 1000.
       01  WS-CANT-RENGLONES           PIC 9(4) VALUE 0.
       01  WS-IDX                      PIC 9(4) VALUE 0.
       01  WS-POS-RENGLON              PIC 9(4) VALUE 0.
       01  WS-TABLA-RENGLONES.
           05  WS-RENGLON-ENT OCCURS 1000 TIMES.
               10  RTF-CLI-NUMERO      PIC 9(6).
               10  RTF-MONEDA          PIC X(3).
               10  RTF-BRUTO           PIC 9(9)V99.
               10  RTF-RETENIDO        PIC 9(9)V99.
               10  RTF-IMPRESO         PIC X.
       01  WS-CLI-CONSTANCIA           PIC 9(6).
       01  WS-NOMBRE-CONSTANCIA        PIC X(30).
       01  WS-CONSTANCIA-ABIERTA       PIC X VALUE "N".
       01  WS-CLIENTE-REGISTRADO       PIC X VALUE "S".
       01  WS-NETO                     PIC 9(9)V99.
       01  WS-MONEDA-EDIT              PIC X(3).
       01  WS-MONTO-EDIT-1             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-MONTO-EDIT-2             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-MONTO-EDIT-3             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-CONSTANCIAS        PIC 9(5) VALUE 0.
       01  WS-TOTAL-SIN-CUENTA         PIC 9(5) VALUE 0.
       01  WS-TOTAL-DESCARTADAS        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       DISPLAY "Constancias fiscales de intereses y retenciones"
       DISPLAY "Ingrese el año a certificar (AAAA):"
       ACCEPT WS-ANO-FISCAL
       OPEN INPUT ARCH-CUENTAS
       OPEN INPUT ARCH-CLIENTES
       OPEN OUTPUT ARCH-CONSTANCIA
       OPEN OUTPUT ARCH-RET-FISCAL
       PERFORM ACUMULAR-ARCHIVO-ANUAL
       PERFORM ACUMULAR-HISTORIA
       PERFORM IMPRIMIR-ENCABEZADO
       PERFORM EMITIR-CONSTANCIAS-CLIENTES
       PERFORM EMITIR-RENGLONES-SIN-CLIENTE
       CLOSE ARCH-CUENTAS
       CLOSE ARCH-CLIENTES
       CLOSE ARCH-CONSTANCIA
       CLOSE ARCH-RET-FISCAL
       DISPLAY "Constancias emitidas: " WS-TOTAL-CONSTANCIAS
       IF WS-TOTAL-SIN-CUENTA > 0
           DISPLAY "Partidas con cuenta desconocida: "
               WS-TOTAL-SIN-CUENTA
       END-IF
       IF WS-TOTAL-DESCARTADAS > 0
           DISPLAY "Partidas sin lugar en la tabla de clientes: "
               WS-TOTAL-DESCARTADAS
       END-IF
       DISPLAY "Constancias generadas en CONSTANC.OUT"
       DISPLAY "Archivo para la autoridad tributaria en RETFISC.DAT"
       STOP RUN.

      ******************************************************************
      * El archivo anual del año pedido solo existe si el cierre
      * ARCHIVAR_HISTORIA ya lo paso del historico vivo; si no se puede
      * abrir no hay nada archivado de ese año y todo esta en
      * HISTORIA.DAT.
      ******************************************************************
       ACUMULAR-ARCHIVO-ANUAL.
       MOVE SPACES TO WS-NOMBRE-ARCHIVO
       STRING "HIST" WS-ANO-FISCAL ".DAT"
           DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO
       OPEN INPUT ARCH-ARCHIVO
       IF WS-ARC-STATUS = "00"
           MOVE "N" TO WS-FIN-ARCHIVO
           PERFORM LEER-PARTIDA-ARCHIVO UNTIL FIN-ARCHIVO
           CLOSE ARCH-ARCHIVO
       END-IF.

       LEER-PARTIDA-ARCHIVO.
       READ ARCH-ARCHIVO NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-ARCHIVO
           NOT AT END
               IF ARC-FECHA-HORA(1:4) = WS-ANO-FISCAL
                   MOVE ARC-CTA-NUMERO TO CTA-NUMERO
                   MOVE ARC-TIPO-TRANS TO WS-TIPO-PARTIDA
                   MOVE ARC-MONTO TO WS-MONTO-PARTIDA
                   MOVE ARC-MONEDA TO WS-MONEDA-PARTIDA
                   PERFORM ACUMULAR-PARTIDA
               END-IF
       END-READ.

       ACUMULAR-HISTORIA.
       OPEN INPUT ARCH-HISTORIA
       IF WS-HST-STATUS = "00"
           MOVE "N" TO WS-FIN-HISTORIA
           PERFORM LEER-PARTIDA-HISTORIA UNTIL FIN-HISTORIA
           CLOSE ARCH-HISTORIA
       END-IF.

       LEER-PARTIDA-HISTORIA.
       READ ARCH-HISTORIA NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-HISTORIA
           NOT AT END
               IF HST-FECHA-HORA(1:4) = WS-ANO-FISCAL
                   MOVE HST-CTA-NUMERO TO CTA-NUMERO
                   MOVE HST-TIPO-TRANS TO WS-TIPO-PARTIDA
                   MOVE HST-MONTO TO WS-MONTO-PARTIDA
                   MOVE HST-MONEDA TO WS-MONEDA-PARTIDA
                   PERFORM ACUMULAR-PARTIDA
               END-IF
       END-READ.

      ******************************************************************
      * Solo cuentan los intereses pagados y su retencion. La cuenta se
      * vuelve a leer solo cuando cambia, porque ambos archivos vienen
      * ordenados por cuenta.
      ******************************************************************
       ACUMULAR-PARTIDA.
       IF WS-TIPO-PARTIDA = "INT " OR WS-TIPO-PARTIDA = "INTP"
           OR WS-TIPO-PARTIDA = "RIMP"
           IF CTA-NUMERO NOT = WS-CTA-ANTERIOR
               MOVE CTA-NUMERO TO WS-CTA-ANTERIOR
               READ ARCH-CUENTAS
                   INVALID KEY
                       MOVE "N" TO WS-CTA-HALLADA
                   NOT INVALID KEY
                       MOVE "S" TO WS-CTA-HALLADA
               END-READ
           END-IF
           IF WS-CTA-HALLADA = "S"
               MOVE CTA-CLI-NUMERO TO WS-CLI-PARTIDA
               PERFORM BUSCAR-RENGLON
               IF WS-POS-RENGLON > 0
                   PERFORM SUMAR-AL-RENGLON
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-SIN-CUENTA
           END-IF
       END-IF.

       BUSCAR-RENGLON.
       MOVE 0 TO WS-POS-RENGLON
       PERFORM COMPARAR-RENGLON
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-CANT-RENGLONES OR WS-POS-RENGLON > 0
       IF WS-POS-RENGLON = 0
           IF WS-CANT-RENGLONES < WS-MAX-RENGLONES
               ADD 1 TO WS-CANT-RENGLONES
               MOVE WS-CANT-RENGLONES TO WS-POS-RENGLON
               MOVE WS-CLI-PARTIDA TO RTF-CLI-NUMERO(WS-POS-RENGLON)
               MOVE WS-MONEDA-PARTIDA TO RTF-MONEDA(WS-POS-RENGLON)
               MOVE 0 TO RTF-BRUTO(WS-POS-RENGLON)
               MOVE 0 TO RTF-RETENIDO(WS-POS-RENGLON)
               MOVE "N" TO RTF-IMPRESO(WS-POS-RENGLON)
           ELSE
               ADD 1 TO WS-TOTAL-DESCARTADAS
           END-IF
       END-IF.

       COMPARAR-RENGLON.
       IF RTF-CLI-NUMERO(WS-IDX) = WS-CLI-PARTIDA
           AND RTF-MONEDA(WS-IDX) = WS-MONEDA-PARTIDA
           MOVE WS-IDX TO WS-POS-RENGLON
       END-IF.

       SUMAR-AL-RENGLON.
       IF WS-TIPO-PARTIDA = "RIMP"
           ADD WS-MONTO-PARTIDA TO RTF-RETENIDO(WS-POS-RENGLON)
       ELSE
           ADD WS-MONTO-PARTIDA TO RTF-BRUTO(WS-POS-RENGLON)
       END-IF.

       IMPRIMIR-ENCABEZADO.
       MOVE SPACES TO LINEA-CONSTANCIA
       STRING "CONSTANCIAS DE INTERESES PAGADOS Y RETENCIONES - AÑO "
           WS-ANO-FISCAL
           DELIMITED BY SIZE INTO LINEA-CONSTANCIA
       WRITE LINEA-CONSTANCIA
       MOVE SPACES TO LINEA-CONSTANCIA
       WRITE LINEA-CONSTANCIA.

      ******************************************************************
      * Recorre el maestro de clientes en orden de numero y emite la
      * constancia de cada cliente que tuvo intereses en el año.
      ******************************************************************
       EMITIR-CONSTANCIAS-CLIENTES.
       MOVE "N" TO WS-FIN-CLIENTES
       MOVE 0 TO CLI-NUMERO
       START ARCH-CLIENTES KEY IS GREATER THAN OR EQUAL CLI-NUMERO
           INVALID KEY
               MOVE "S" TO WS-FIN-CLIENTES
       END-START
       PERFORM LEER-CLIENTE-CONSTANCIA UNTIL FIN-CLIENTES.

       LEER-CLIENTE-CONSTANCIA.
       READ ARCH-CLIENTES NEXT RECORD
           AT END
               MOVE "S" TO WS-FIN-CLIENTES
           NOT AT END
               MOVE CLI-NUMERO TO WS-CLI-CONSTANCIA
               MOVE CLI-NOMBRE TO WS-NOMBRE-CONSTANCIA
               MOVE "S" TO WS-CLIENTE-REGISTRADO
               MOVE "N" TO WS-CONSTANCIA-ABIERTA
               PERFORM EMITIR-RENGLON-CLIENTE
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-RENGLONES
       END-READ.

      ******************************************************************
      * Cuentas cuyo dueño ya no esta en el maestro de clientes: la
      * constancia sale igual, sin nombre. La leyenda de cliente no
      * registrado va solo en CONSTANC.OUT; en RETFISC.DAT el nombre
      * va en blanco.
      ******************************************************************
       EMITIR-RENGLONES-SIN-CLIENTE.
       PERFORM EMITIR-RENGLON-HUERFANO
           VARYING WS-POS-RENGLON FROM 1 BY 1
           UNTIL WS-POS-RENGLON > WS-CANT-RENGLONES.

       EMITIR-RENGLON-HUERFANO.
       IF RTF-IMPRESO(WS-POS-RENGLON) = "N"
           MOVE RTF-CLI-NUMERO(WS-POS-RENGLON) TO WS-CLI-CONSTANCIA
           MOVE "(cliente no registrado)" TO WS-NOMBRE-CONSTANCIA
           MOVE "N" TO WS-CLIENTE-REGISTRADO
           MOVE "N" TO WS-CONSTANCIA-ABIERTA
           PERFORM EMITIR-RENGLON-CLIENTE
               VARYING WS-IDX FROM WS-POS-RENGLON BY 1
               UNTIL WS-IDX > WS-CANT-RENGLONES
       END-IF.

       EMITIR-RENGLON-CLIENTE.
       IF RTF-CLI-NUMERO(WS-IDX) = WS-CLI-CONSTANCIA
           AND RTF-IMPRESO(WS-IDX) = "N"
           IF WS-CONSTANCIA-ABIERTA = "N"
               PERFORM IMPRIMIR-CABECERA-CLIENTE
           END-IF
           PERFORM IMPRIMIR-RENGLON-CONSTANCIA
           PERFORM GRABAR-RENGLON-FISCAL
           MOVE "S" TO RTF-IMPRESO(WS-IDX)
       END-IF.

       IMPRIMIR-CABECERA-CLIENTE.
       MOVE "S" TO WS-CONSTANCIA-ABIERTA
       ADD 1 TO WS-TOTAL-CONSTANCIAS
       MOVE SPACES TO LINEA-CONSTANCIA
       STRING "Cliente: " WS-CLI-CONSTANCIA "  " WS-NOMBRE-CONSTANCIA
           DELIMITED BY SIZE INTO LINEA-CONSTANCIA
       WRITE LINEA-CONSTANCIA
       MOVE SPACES TO LINEA-CONSTANCIA
       STRING "  Mon  Interes bruto   Impuesto retenido"
           "     Interes neto"
           DELIMITED BY SIZE INTO LINEA-CONSTANCIA
       WRITE LINEA-CONSTANCIA.

       IMPRIMIR-RENGLON-CONSTANCIA.
       COMPUTE WS-NETO = RTF-BRUTO(WS-IDX) - RTF-RETENIDO(WS-IDX)
       MOVE RTF-MONEDA(WS-IDX) TO WS-MONEDA-EDIT
       IF WS-MONEDA-EDIT = SPACES
           MOVE "NAC" TO WS-MONEDA-EDIT
       END-IF
       MOVE RTF-BRUTO(WS-IDX) TO WS-MONTO-EDIT-1
       MOVE RTF-RETENIDO(WS-IDX) TO WS-MONTO-EDIT-2
       MOVE WS-NETO TO WS-MONTO-EDIT-3
       MOVE SPACES TO LINEA-CONSTANCIA
       STRING "  " WS-MONEDA-EDIT " " WS-MONTO-EDIT-1
           "      " WS-MONTO-EDIT-2 "   " WS-MONTO-EDIT-3
           DELIMITED BY SIZE INTO LINEA-CONSTANCIA
       WRITE LINEA-CONSTANCIA.

       GRABAR-RENGLON-FISCAL.
       MOVE WS-ANO-FISCAL TO RFS-ANO
       MOVE WS-CLI-CONSTANCIA TO RFS-CLI-NUMERO
       IF WS-CLIENTE-REGISTRADO = "S"
           MOVE WS-NOMBRE-CONSTANCIA TO RFS-NOMBRE
       ELSE
           MOVE SPACES TO RFS-NOMBRE
       END-IF
       MOVE RTF-MONEDA(WS-IDX) TO RFS-MONEDA
       MOVE RTF-BRUTO(WS-IDX) TO RFS-BRUTO
       MOVE RTF-RETENIDO(WS-IDX) TO RFS-RETENIDO
       MOVE WS-NETO TO RFS-NETO
       WRITE REG-RET-FISCAL.
