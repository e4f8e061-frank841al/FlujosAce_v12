      *--------------------------------------------------------------*
      * TRAZA DE NOTIFICACIONES DESPACHADAS POR RVALUSU A PARTIR DEL *
      * REGISTRO ESTANDAR AST (E500), UNA LINEA POR NOTIFICACION.    *
      * CON EL ARGUMENTO DE PREFERENCIAS (NOTIARG) INFORMADO LLEVA   *
      * EL TIPO DE NOTIFICACION, EL DOCUMENTO DEL CLIENTE Y EL       *
      * IDIOMA PREFERIDO; EL CANAL Y DESTINO SON LOS EFECTIVOS. EL   *
      * AVISO NO DESPACHADO POR EXCLUSION DEL CLIENTE QUEDA CON      *
      * RETORNO '04'.                                                *
      * FORMATO : NOTILOG                                             *
      *--------------------------------------------------------------*
       01 NL-REGISTRO-NOTIFICACION.
          05 NL-FECHA                    PIC  X(10).
          05 NL-HORA                     PIC  X(08).
          05 NL-COD-RETORNO              PIC  X(02).
          05 NL-TIPO-NOTIF               PIC  X(03).
          05 NL-TIPO-DOC                 PIC  X(01).
          05 NL-NUME-DOC                 PIC  X(20).
          05 NL-IDIOMA                   PIC  X(02).
