      *--------------------------------------------------------------*
      * TRAZA CENTRALIZADA DE ERRORES DEVUELTOS POR LAS SALIDAS S5XX,*
      * UNA LINEA POR RECHAZO, GRABADA POR ERRLOGW. EG-USUARIO ES EL *
      * USUARIO EN LINEA QUE PROVOCO EL RECHAZO (BLANCO EN BATCH).   *
      * FORMATO : ERRLOG                                              *
      *--------------------------------------------------------------*
       01 EG-REGISTRO-ERRORLOG.
          05 EG-VAR2                     PIC  X(20).
          05 EG-FECHA                    PIC  X(10).
          05 EG-HORA                     PIC  X(08).
          05 EG-USUARIO                  PIC  X(07).
