      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL MANTENIMIENTO DEL MAESTRO DE        *
      * AUTORIZACIONES POR USUARIO Y TRANSACCION (CUSUAMNT/USUAUT).  *
      * 'C' Y 'D' SON LA CONFIRMACION O DENEGACION DEL PERFIL EN LA  *
      * RECERTIFICACION; LAS HACE EL JEFE (UM-USU-OPERADOR = UA-JEFE)*
      * FORMATO : USUAMNT                                            *
      *--------------------------------------------------------------*
       01 UM-PARAMETROS.
             88 UM-ES-ALTA                         VALUE 'A'.
             88 UM-ES-MODIFICACION                 VALUE 'M'.
             88 UM-ES-BAJA                         VALUE 'B'.
             88 UM-ES-CONFIRMACION                 VALUE 'C'.
             88 UM-ES-DENEGACION                   VALUE 'D'.
          05 UM-USUARIO                  PIC  X(07).
          05 UM-TRANSACCION              PIC  X(10).
          05 UM-MTO-MAXIMO               PIC S9(12)V9(02).
          05 UM-CANALES                  PIC  X(05).
          05 UM-USU-ALTA                 PIC  X(07).
          05 UM-JEFE                     PIC  X(07).
          05 UM-USU-OPERADOR              PIC  X(07).
          05 UM-TERMINAL                  PIC  X(08).
          05 UM-COD-RETORNO              PIC  X(02).
          05 UM-COD-ERROR-DEV            PIC  X(07).
