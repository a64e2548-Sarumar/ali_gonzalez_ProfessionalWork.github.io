      ******************************************************************
      * Registro del archivo de respuesta a la red de cajeros
      * (ARCH-RESPUESTA-ATM, ATMRESP.DAT): un renglon por cada
      * transaccion recibida en ATMTRANS.DAT, con el mismo orden.
      *   - ATR-CODIGO es la aprobacion o el motivo del rechazo:
      *       00 aprobada
      *       12 registro invalido (monto o tarjeta no numericos,
      *          monto en cero)
      *       14 tarjeta inexistente
      *       43 tarjeta reportada robada o perdida
      *       62 tarjeta bloqueada
      *       54 tarjeta vencida
      *       55 PIN incorrecto
      *       61 excede el limite diario de la tarjeta
      *       78 la cuenta de la tarjeta no existe
      *       57 la cuenta no admite el retiro (congelada, cerrada,
      *          plazo fijo o en moneda extranjera)
      *       51 fondos insuficientes
      *   - ATR-AUTORIZACION es la secuencia en el diario del retiro
      *     aplicado; en cero cuando se rechaza.
      ******************************************************************
       01  REG-RESPUESTA-ATM.
           05  ATR-REFERENCIA          PIC X(12).
           05  ATR-TERMINAL            PIC X(8).
           05  ATR-TARJETA             PIC 9(16).
           05  ATR-MONTO               PIC 9(7)V99.
           05  ATR-CODIGO              PIC X(2).
               88  ATR-APROBADA               VALUE "00".
           05  ATR-AUTORIZACION        PIC 9(9).
