      ******************************************************************
      * Registro del archivo de transacciones de la red de cajeros
      * automaticos (ARCH-TRANS-ATM, ATMTRANS.DAT): un renglon de
      * ancho fijo por retiro que un cliente nuestro hizo en un
      * cajero de la red.
      *   - ATM-REFERENCIA es el numero de rastreo de la red y
      *     ATM-TERMINAL el cajero; ambos vuelven tal cual en el
      *     archivo de respuesta (copy ATMRSP01).
      *   - ATM-FECHA-HORA es la fecha y hora de la transaccion en
      *     el cajero (AAAAMMDDHHMMSS); su dia es el que cuenta para
      *     el limite diario de la tarjeta.
      *   - ATM-PIN-CIFRADO es el bloque de PIN que tecleo el
      *     cliente, ya transformado por la red con la llave
      *     compartida.
      *   - ATM-MONTO esta siempre en moneda nacional: la red no
      *     liquida otras monedas.
      ******************************************************************
       01  REG-TRANS-ATM.
           05  ATM-REFERENCIA          PIC X(12).
           05  ATM-TERMINAL            PIC X(8).
           05  ATM-FECHA-HORA          PIC 9(14).
           05  ATM-TARJETA             PIC 9(16).
           05  ATM-PIN-CIFRADO         PIC X(16).
           05  ATM-MONTO               PIC 9(7)V99.
