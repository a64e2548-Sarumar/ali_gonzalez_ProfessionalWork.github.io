      ******************************************************************
      * Registro de control de alertas (ARCH-CONTROL-ALERTAS,
      * ALRCTL.DAT): hasta que secuencia de la bitacora de eventos
      * (EVT-SECUENCIA de EVTLOG.DAT) ya se revisaron los cambios de
      * estado. Los eventos que se graban despues del paso de
      * alertas (p.ej. MARCAR_INACTIVAS) se avisan la noche
      * siguiente. ALC-FECHA es la fecha de negocio de la ultima
      * corrida y ALC-EVT-DESDE el punto de partida de esa corrida,
      * asi una noche repetida vuelve a revisar los mismos eventos.
      ******************************************************************
       01  REG-CONTROL-ALERTAS.
           05  ALC-FECHA               PIC 9(8).
           05  ALC-EVT-DESDE           PIC 9(9).
           05  ALC-EVT-HASTA           PIC 9(9).
