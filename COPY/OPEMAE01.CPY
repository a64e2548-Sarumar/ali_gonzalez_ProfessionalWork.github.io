      *   - OPE-LIMITE-MONTO es el monto maximo por transaccion que
      *     el cajero puede postear sin autorizacion.
      * Las claves de sistema de los procesos de lote y nocturnos
      * (LOTE, INTR, ORDP, COMI, RETN, PLZF, INTB, PRES, SOBG, ATMR) no
      * se registran aqui; firman el diario directamente y el cuadre las
      * reconoce como claves de sistema. El mantenimiento lo hace
      * MANTENER_OPERADORES.
      ******************************************************************
       01  REG-OPERADOR.
