      ******************************************************************
      * Registro del historial de alertas enviadas
      * (ARCH-HIST-ALERTAS, ALRHIS.DAT): una copia de cada alerta de
      * ALERTAS.DAT, con la misma clave ALH-ID (fecha + secuencia),
      * para seguir su entrega.
      *   - ALH-ESTADO: P enviada al proveedor y sin acuse, E
      *     entregada, F el proveedor no la pudo entregar. Lo
      *     actualiza PROCESAR_ACUSES con el archivo de acuse, junto
      *     con la fecha-hora y el motivo que informa el proveedor.
      *   - ALH-REPORTADA queda en S cuando la alerta ya salio en el
      *     reporte de no entregadas, para no repetirla cada noche.
      ******************************************************************
       01  REG-HIST-ALERTA.
           05  ALH-ID.
               10  ALH-FECHA           PIC 9(8).
               10  ALH-SECUENCIA       PIC 9(6).
           05  ALH-CANAL               PIC X.
           05  ALH-DESTINO             PIC X(40).
           05  ALH-CLI-NUMERO          PIC 9(6).
           05  ALH-CTA-NUMERO          PIC 9(6).
           05  ALH-TIPO                PIC X(4).
           05  ALH-TEXTO               PIC X(80).
           05  ALH-ESTADO              PIC X.
               88  ALH-SIN-ACUSE              VALUE "P".
               88  ALH-ENTREGADA              VALUE "E".
               88  ALH-FALLIDA                VALUE "F".
           05  ALH-FECHA-ACUSE         PIC 9(14).
           05  ALH-MOTIVO              PIC X(30).
           05  ALH-REPORTADA           PIC X.
