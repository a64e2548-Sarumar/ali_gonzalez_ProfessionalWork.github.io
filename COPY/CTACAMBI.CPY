      ******************************************************************
      * Busca el tipo de cambio de la moneda WS-MONEDA-BUSCAR para la
      * fecha de negocio vigente (WS-FECHA-NEGOCIO) en
      * ARCH-TIPOS-CAMBIO (copy TIPCAM01). Deja en WS-TASA-BUSCADA
      * las unidades de moneda nacional por unidad de esa moneda y
      * "S"/"N" en WS-TASA-HALLADA. La moneda nacional (espacios)
      * vale 1 sin leer el archivo. Un dia sin tipo cargado para la
      * moneda no toma el del dia anterior: la operacion que lo pidio
      * se rechaza. El archivo se abre y se cierra en cada consulta
      * porque solo se lee en operaciones entre monedas distintas.
      ******************************************************************
       OBTENER-TIPO-CAMBIO.
       MOVE "N" TO WS-TASA-HALLADA
       MOVE 0 TO WS-TASA-BUSCADA
       IF WS-MONEDA-BUSCAR = SPACES
           MOVE 1 TO WS-TASA-BUSCADA
           MOVE "S" TO WS-TASA-HALLADA
       ELSE
           OPEN INPUT ARCH-TIPOS-CAMBIO
           IF WS-TCB-STATUS = "00"
               MOVE WS-FECHA-NEGOCIO TO TCB-FECHA
               MOVE WS-MONEDA-BUSCAR TO TCB-MONEDA
               READ ARCH-TIPOS-CAMBIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TCB-TASA > 0
                           MOVE TCB-TASA TO WS-TASA-BUSCADA
                           MOVE "S" TO WS-TASA-HALLADA
                       END-IF
               END-READ
               CLOSE ARCH-TIPOS-CAMBIO
           END-IF
       END-IF.
