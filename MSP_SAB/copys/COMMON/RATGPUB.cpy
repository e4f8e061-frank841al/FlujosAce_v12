      *--------------------------------------------------------------*
      * ARCHIVO DE PUBLICACIONES DE LAS CLASIFICADORAS DE RIESGO,    *
      * UNA LINEA POR CLASIFICACION PUBLICADA, SOBRE UN NEMONICO     *
      * ('N') O SOBRE UN EMISOR DE EMISMAST ('E'). LO CARGA RRATGLOD *
      * EN EL HISTORICO RATGHIST.                                    *
      * FORMATO : RATGPUB                                             *
      *--------------------------------------------------------------*
       01 RP-REGISTRO-PUBLICACION.
          05 RP-AGENCIA                  PIC  X(04).
          05 RP-TIPO-SUJETO              PIC  X(01).
             88 RP-SUJETO-NEMONICO                 VALUE 'N'.
             88 RP-SUJETO-EMISOR                   VALUE 'E'.
          05 RP-SUJETO                   PIC  X(10).
          05 RP-CALIFICACION             PIC  X(06).
          05 RP-PERSPECTIVA              PIC  X(01).
          05 RP-FEC-PUBLICACION          PIC  9(08).
