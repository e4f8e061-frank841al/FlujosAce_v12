      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL GRABADOR DE LA BITACORA COMUN DE    *
      * MANTENIMIENTO DE DATOS DE REFERENCIA (MNTJRNW). EL LLAMADOR  *
      * PASA EL REGISTRO ANTES Y DESPUES DEL CAMBIO; EL SELLO DE     *
      * FECHA Y HORA LO PONE EL PROPIO SERVICIO AL GRABAR.           *
      * FORMATO : MNTJRNWP                                            *
      *--------------------------------------------------------------*
       01 MJW-PARAMETROS.
          05 MJW-MAESTRO                 PIC  X(08).
          05 MJW-PROGRAMA                PIC  X(08).
          05 MJW-FUNCION                 PIC  X(01).
          05 MJW-USUARIO                 PIC  X(07).
          05 MJW-TERMINAL                PIC  X(08).
          05 MJW-CLAVE                   PIC  X(40).
          05 MJW-IMAGEN-ANTERIOR         PIC  X(200).
          05 MJW-IMAGEN-NUEVA            PIC  X(200).
