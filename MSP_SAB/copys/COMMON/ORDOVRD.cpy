      *--------------------------------------------------------------*
      * BITACORA DE EXCEPCIONES SUPERVISADAS AL INGRESO DE ORDENES:  *
      * UN REGISTRO POR RECHAZO DE GUARDA BLANDA QUE UN SUPERVISOR   *
      * LIBERO (OVRCHK) EN UNA ORDEN QUE QUEDO ACEPTADA, CON LA      *
      * ORDEN, EL CODIGO EXCEPTUADO Y SUS VARIABLES, EL USUARIO QUE  *
      * INGRESO LA ORDEN, EL QUE AUTORIZO Y EL MOTIVO. LA GRABA      *
      * ORDOVRW CON OPEN EXTEND (MISMO MECANISMO QUE AJUSJRNL) Y LA  *
      * LISTA A DIARIO ROVRDRPT PARA CUMPLIMIENTO.                   *
      * FORMATO : ORDOVRD                                             *
      *--------------------------------------------------------------*
       01 OX-REGISTRO-EXCEPCION.
          05 OX-FECHA                    PIC  9(08).
          05 OX-HORA                     PIC  9(08).
          05 OX-PROGRAMA                 PIC  X(08).
          05 OX-ORDEN                    PIC  9(09).
          05 OX-CTAVALOR                 PIC  X(20).
          05 OX-NEMONICO                 PIC  X(10).
          05 OX-COD-ERROR-DEV            PIC  X(07).
          05 OX-VAR1                     PIC  X(20).
          05 OX-VAR2                     PIC  X(20).
          05 OX-USU-ORDEN                PIC  X(07).
          05 OX-USU-AUTORIZA             PIC  X(07).
          05 OX-MOTIVO                   PIC  X(03).
          05 OX-COMENTARIO               PIC  X(40).
