      *--------------------------------------------------------------*
      * HISTORIA DE CAMBIOS DE PREFERENCIAS DE COMUNICACION          *
      * (NOTIPREF), UNA LINEA POR CAMBIO ACEPTADO EN CNOTPMNT, COMO  *
      * CONSTANCIA DEL CONSENTIMIENTO DEL CLIENTE: FUNCION, TIPO DE  *
      * NOTIFICACION AFECTADO, REFERENCIA DEL CONSENTIMIENTO         *
      * (SOLICITUD FIRMADA, GRABACION DE LLAMADA O CONSTANCIA WEB),  *
      * QUIEN LO REGISTRO Y LA PREFERENCIA ANTERIOR Y NUEVA. SE      *
      * GRABA CON OPEN EXTEND.                                       *
      * FORMATO : NOTPHIST                                            *
      *--------------------------------------------------------------*
       01 NPH-REGISTRO-CAMBIO.
          05 NPH-FECHA                   PIC  9(08).
          05 NPH-HORA                    PIC  9(08).
          05 NPH-TIPO-DOC                PIC  X(01).
          05 NPH-NUME-DOC                PIC  X(20).
          05 NPH-FUNCION                 PIC  X(01).
          05 NPH-TIPO-NOTIF              PIC  X(03).
          05 NPH-REF-CONSENTIMIENTO      PIC  X(20).
          05 NPH-USUARIO                 PIC  X(07).
          05 NPH-CANAL                   PIC  X(01).
          05 NPH-TERMINAL                PIC  X(08).
          05 NPH-PREFERENCIA-ANTERIOR.
             10 NPH-ANT-CANAL            PIC  X(01).
             10 NPH-ANT-TELEFONO-SMS     PIC  X(20).
             10 NPH-ANT-IDIOMA           PIC  X(02).
             10 NPH-ANT-EXCLUSIONES      PIC  X(30).
          05 NPH-PREFERENCIA-NUEVA.
             10 NPH-NUE-CANAL            PIC  X(01).
             10 NPH-NUE-TELEFONO-SMS     PIC  X(20).
             10 NPH-NUE-IDIOMA           PIC  X(02).
             10 NPH-NUE-EXCLUSIONES      PIC  X(30).
