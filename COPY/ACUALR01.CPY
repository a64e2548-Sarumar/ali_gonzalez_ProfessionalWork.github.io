      ******************************************************************
      * Registro del acuse de alertas (ARCH-ACUSES, ACUSES.DAT): un
      * renglon de ancho fijo por alerta que devuelve el proveedor de
      * mensajeria despues de intentar el envio.
      *   - ACU-ID es el ALR-ID que se le mando en ALERTAS.DAT.
      *   - ACU-RESULTADO: E entregada, F no se pudo entregar.
      *   - ACU-FECHA-HORA es cuando el proveedor hizo el intento y
      *     ACU-MOTIVO su descripcion del problema (numero
      *     inexistente, buzon lleno, etc.) cuando no se entrego.
      ******************************************************************
       01  REG-ACUSE.
           05  ACU-ID.
               10  ACU-FECHA           PIC 9(8).
               10  ACU-SECUENCIA       PIC 9(6).
           05  ACU-RESULTADO           PIC X.
               88  ACU-ENTREGADA              VALUE "E".
               88  ACU-FALLIDA                VALUE "F".
           05  ACU-FECHA-HORA          PIC 9(14).
           05  ACU-MOTIVO              PIC X(30).
