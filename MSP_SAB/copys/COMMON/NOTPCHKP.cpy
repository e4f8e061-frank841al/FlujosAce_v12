      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA A LA CONSULTA DE PREFERENCIAS DE       *
      * COMUNICACION DEL CLIENTE (NOTPCHK SOBRE NOTIPREF). DEVUELVE  *
      * EL CANAL, EL TELEFONO SMS Y EL IDIOMA PREFERIDOS Y SI EL     *
      * CLIENTE ESTA SUSCRITO AL TIPO DE NOTIFICACION CONSULTADO.    *
      * SIN REGISTRO DEVUELVE LOS VALORES POR DEFECTO: CORREO,       *
      * ESPANOL Y SUSCRITO. USADO POR : RVALUSU, RSTMTDLV.           *
      * FORMATO : NOTPCHKP                                            *
      *--------------------------------------------------------------*
       01 NPC-PARAMETROS.
          05 NPC-TIPO-DOC                PIC  X(01).
          05 NPC-NUME-DOC                PIC  X(20).
          05 NPC-TIPO-NOTIF              PIC  X(03).
          05 NPC-IND-REGISTRADO          PIC  X(01).
             88 NPC-REGISTRADO                     VALUE 'S'.
          05 NPC-CANAL                   PIC  X(01).
             88 NPC-CANAL-CORREO                   VALUE 'E'.
             88 NPC-CANAL-SMS                      VALUE 'S'.
          05 NPC-TELEFONO-SMS            PIC  X(20).
          05 NPC-IDIOMA                  PIC  X(02).
             88 NPC-IDIOMA-INGLES                  VALUE 'EN'.
          05 NPC-IND-SUSCRITO            PIC  X(01).
             88 NPC-SUSCRITO                       VALUE 'S'.
             88 NPC-NO-SUSCRITO                    VALUE 'N'.
