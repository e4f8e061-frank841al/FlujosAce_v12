      *--------------------------------------------------------------*
      * BITACORA COMUN DE MANTENIMIENTO DE DATOS DE REFERENCIA, UNA  *
      * LINEA POR CAMBIO ACEPTADO EN CUALQUIERA DE LOS MAESTROS      *
      * (BRKMAST, USUAUT, ASESMAST, CTAASES, MARGMAST, PLANMAST,     *
      * MANDMAST, KYCDOC, KYCREST, CLICONT, CTABANC, BENFINAL,       *
      * CONVFIRM, COTITUL, COMNEGO, PERCONT, EVPERD, CTPMAST,        *
      * CTADORM, NOTIPREF, CIRCMAST, INSTFSUS, INSTFENV, EMISMAST,   *
      * NEMOMAST, PADEMPL, PADREST) CON PROGRAMA, USUARIO, TERMINAL, *
      * FECHA, HORA, FUNCION, CLAVE Y LA IMAGEN ANTERIOR Y NUEVA DEL *
      * REGISTRO. EN UN ALTA LA IMAGEN ANTERIOR VA EN BLANCO. LA     *
      * GRABA MNTJRNW (MISMO ESQUEMA QUE GRUPJRNL) Y LA LISTA        *
      * RMNTJRN PARA EL VISTO BUENO DIARIO DEL SUPERVISOR.           *
      * FORMATO : MNTJRNL                                             *
      *--------------------------------------------------------------*
       01 MJ-REGISTRO-CAMBIO.
          05 MJ-FECHA                    PIC  9(08).
          05 MJ-HORA                     PIC  9(08).
          05 MJ-MAESTRO                  PIC  X(08).
          05 MJ-PROGRAMA                 PIC  X(08).
          05 MJ-FUNCION                  PIC  X(01).
          05 MJ-USUARIO                  PIC  X(07).
          05 MJ-TERMINAL                 PIC  X(08).
          05 MJ-CLAVE                    PIC  X(40).
          05 MJ-IMAGEN-ANTERIOR          PIC  X(200).
          05 MJ-IMAGEN-NUEVA             PIC  X(200).
