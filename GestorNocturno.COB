      *          corre antes del corte del diario porque lee el
      *          diario del dia, y el cierre de dia va de ultimo,
      *          cuando el corte y la conciliacion ya terminaron.
      *          El devengo de sobregiros va despues del interes
      *          de ahorros y antes del extracto y del corte, porque
      *          busca en el diario del dia el retiro que dejo cada
      *          cuenta en negativo y su capitalizacion de fin de mes
      *          tiene que llegar al mayor.
      *          Antes del cierre se guardan los saldos de
      *          cierre del dia (CARGAR_SALDOS_DIARIOS), ya con el
      *          estado que dejo MARCAR_INACTIVAS.
      *          Las alertas a clientes (GENERAR_ALERTAS) van justo
      *          antes del corte, porque leen el diario del dia ya
      *          con los posteos de la noche, y antes de generarlas
      *          se procesa el acuse del proveedor de las alertas
      *          anteriores (PROCESAR_ACUSES).
      *          Los retiros de la red de cajeros (PROCESAR_CAJEROS)
      *          se postean junto con los demas archivos externos,
      *          despues del interbancario y antes de las ordenes
      *          permanentes, para que los cargos de la noche vean
      *          el saldo ya con el efectivo que entrego la red.
      *          El balance de comprobacion del auxiliar contra el
      *          mayor (BALANCE_COMPROBACION) corre justo antes del
      *          cierre, con los saldos finales del dia y el
      *          extracto al mayor ya acumulado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-PAR-STATUS               PIC XX VALUE SPACES.
       01  WS-FECHA-NEGOCIO            PIC 9(8) VALUE 0.
       01  WS-FECHA-HORA-ACTUAL        PIC X(21).
       01  WS-CANT-PASOS               PIC 9(2) VALUE 19.
       01  WS-PASO                     PIC 9(2) VALUE 0.
       01  WS-PRIMER-PENDIENTE         PIC 9(2) VALUE 0.
       01  WS-PASO-ESTABA-CAIDO        PIC X VALUE "N".
       01  WS-PROGRAMA                 PIC X(21) VALUE SPACES.
       01  WS-DIAS-INACTIVIDAD         PIC X(8) VALUE "00000365".
       01  WS-TABLA-PASOS.
           05  WS-PASO-ENT OCCURS 19 TIMES.
               10  PAS-NOMBRE          PIC X(21).
               10  PAS-TIPO-PARAM      PIC X.

       MOVE "R"                    TO PAS-TIPO-PARAM(2)
       MOVE "LOTE_INTERBANCARIO"   TO PAS-NOMBRE(3)
       MOVE "N"                    TO PAS-TIPO-PARAM(3)
       MOVE "PROCESAR_CAJEROS"     TO PAS-NOMBRE(4)
       MOVE "N"                    TO PAS-TIPO-PARAM(4)
       MOVE "PROCESAR_ORDENES"     TO PAS-NOMBRE(5)
       MOVE "F"                    TO PAS-TIPO-PARAM(5)
       MOVE "COBRAR_PRESTAMOS"     TO PAS-NOMBRE(6)
       MOVE "N"                    TO PAS-TIPO-PARAM(6)
       MOVE "VENCER_PLAZOS"        TO PAS-NOMBRE(7)
       MOVE "N"                    TO PAS-TIPO-PARAM(7)
       MOVE "ACUMULAR_INTERES"     TO PAS-NOMBRE(8)
       MOVE "N"                    TO PAS-TIPO-PARAM(8)
       MOVE "DEVENGAR_SOBREGIROS"  TO PAS-NOMBRE(9)
       MOVE "N"                    TO PAS-TIPO-PARAM(9)
       MOVE "LIBERAR_RETENCIONES"  TO PAS-NOMBRE(10)
       MOVE "N"                    TO PAS-TIPO-PARAM(10)
       MOVE "EXTRAER_MAYOR_GENERAL" TO PAS-NOMBRE(11)
       MOVE "F"                    TO PAS-TIPO-PARAM(11)
       MOVE "PROCESAR_ACUSES"      TO PAS-NOMBRE(12)
       MOVE "N"                    TO PAS-TIPO-PARAM(12)
       MOVE "GENERAR_ALERTAS"      TO PAS-NOMBRE(13)
       MOVE "N"                    TO PAS-TIPO-PARAM(13)
       MOVE "CORTE_DIARIO"         TO PAS-NOMBRE(14)
       MOVE "N"                    TO PAS-TIPO-PARAM(14)
       MOVE "CONCILIACION_DIARIA"  TO PAS-NOMBRE(15)
       MOVE "F"                    TO PAS-TIPO-PARAM(15)
       MOVE "MARCAR_INACTIVAS"     TO PAS-NOMBRE(16)
       MOVE "D"                    TO PAS-TIPO-PARAM(16)
       MOVE "CARGAR_SALDOS_DIARIOS" TO PAS-NOMBRE(17)
       MOVE "N"                    TO PAS-TIPO-PARAM(17)
       MOVE "BALANCE_COMPROBACION" TO PAS-NOMBRE(18)
       MOVE "N"                    TO PAS-TIPO-PARAM(18)
       MOVE "CIERRE_DIA"           TO PAS-NOMBRE(19)
       MOVE "S"                    TO PAS-TIPO-PARAM(19).

       ABRIR-CONTROL-CORRIDA.
       OPEN I-O ARCH-CORRIDA
