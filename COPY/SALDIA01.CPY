      ******************************************************************
      * Registro de saldo de cierre diario (ARCH-SALDOS-DIARIOS,
      * SALDIA.DAT): un renglon por cuenta y fecha de negocio, grabado
      * por el paso nocturno CARGAR_SALDOS_DIARIOS antes de CIERRE_DIA,
      * cuando ya se postearon el interes y los cargos de la noche y
      * ya se liberaron las retenciones vencidas. La clave cuenta +
      * fecha responde cual era el saldo de una cuenta en una fecha
      * dada sin reconstruirlo desde el historico:
      *   - SDI-SALDO-CONTABLE es CTA-SALDO al cierre (negativo en
      *     sobregiro).
      *   - SDI-RETENIDO son las retenciones vigentes de RETEN.DAT
      *     (copy CTARTN01) y SDI-SALDO-DISPONIBLE el contable menos
      *     ellas.
      *   - SDI-ESTADO, SDI-TIPO-CUENTA, SDI-CLI-NUMERO y SDI-MONEDA
      *     son los de la cuenta ese dia, para que los reportes
      *     agrupen como estaba la cuenta y no como esta hoy.
      * Las cuentas cerradas no generan renglon. La opcion "Saldo de
      * una cuenta a una fecha" de CONSULTAR_CUENTA lee por esta clave.
      ******************************************************************
       01  REG-SALDO-DIARIO.
           05  SDI-CLAVE.
               10  SDI-CTA-NUMERO      PIC 9(6).
               10  SDI-FECHA           PIC 9(8).
           05  SDI-SALDO-CONTABLE      PIC S9(7)V99.
           05  SDI-RETENIDO            PIC 9(7)V99.
           05  SDI-SALDO-DISPONIBLE    PIC S9(7)V99.
           05  SDI-ESTADO              PIC X.
           05  SDI-TIPO-CUENTA         PIC X.
           05  SDI-CLI-NUMERO          PIC 9(6).
           05  SDI-MONEDA              PIC X(3).
