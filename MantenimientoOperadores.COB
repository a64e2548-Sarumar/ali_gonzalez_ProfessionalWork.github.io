      *          queda forzosamente con perfil supervisor, para que
      *          el maestro nunca quede sin uno). Las claves de
      *          sistema de los procesos nocturnos (LOTE, INTR,
      *          ORDP, COMI, RETN, PLZF, INTB, PRES, SOBG, ATMR) no
      *          se registran aqui.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
